000100*================================================================ 00010000
000200*  YTDAREC   -  YEAR-TO-DATE TAX ARCHIVE (TCHN193.DUMP.YTDARCH,   00020000
000300*  ONE GDG GENERATION PER CLOSED TAX YEAR, KEPT PERMANENTLY).     00030000
000400*  EACH GENERATION IS YTDAHDR, ONE YTDADTL PER CUSTOMER HOLDING   00040000
000500*  THE 80-BYTE YTDREC IMAGE AS CLOSED, THEN YTDATRL CARRYING THE  00050000
000600*  DETAIL COUNT AND SALARY AND TAX TOTALS THAT YTDCLOSE PROVES    00060000
000700*  BEFORE IT EMPTIES THE KSDS.                                    00070000
000800*  USED VIA COPY YTDAREC REPLACING ==:YTA:== BY ==prefix==.       00080000
000900*================================================================ 00090000
001000 01 :YTA:-ARCH-REC.                                               00100000
001100     05 :YTA:-REC-TYPE               PIC X(8).                    00110000
001200        88 :YTA:-IS-HDR              VALUE 'YTDAHDR '.            00120000
001300        88 :YTA:-IS-DTL              VALUE 'YTDADTL '.            00130000
001400        88 :YTA:-IS-TRL              VALUE 'YTDATRL '.            00140000
001500     05 :YTA:-TAX-YEAR               PIC 9(4).                    00150000
001600     05 :YTA:-DTL-DATA.                                           00160000
001700        10 :YTA:-YTD-IMAGE           PIC X(80).                   00170000
001800        10 FILLER                    PIC X(8).                    00180000
001900     05 :YTA:-CTL-DATA REDEFINES :YTA:-DTL-DATA.                  00190000
002000        10 :YTA:-CTL-RUN-DATE        PIC 9(8).                    00200000
002100        10 :YTA:-CTL-RUN-TIME        PIC 9(8).                    00210000
002200        10 :YTA:-CTL-CNT             PIC 9(8).                    00220000
002300        10 :YTA:-CTL-SAL-TOT         PIC 9(11)V99.                00230000
002400        10 :YTA:-CTL-TAX-TOT         PIC 9(11)V999.               00240000
002500        10 :YTA:-CTL-CERT-CNT        PIC 9(6).                    00250000
002600        10 FILLER                    PIC X(31).                   00260000
