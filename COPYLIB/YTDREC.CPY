000100*================================================================ 00010000
000200*  YTDREC    -  YEAR-TO-DATE TAX KSDS RECORD (DDYTD, KEY =        00020000
000210*  CUSTOMER ID).  NDMPQ1 ADDS EACH MONTH'S GROSS SALARY, THE      00021001
000220*  EXEMPTIONS ALLOWED, THE TAXABLE SALARY LEFT AND THE TAX;       00022001
000400*  YTDRPT READS IT; YTDCLOSE ARCHIVES AND EMPTIES IT AT YEAR      00040000
000500*  END.  THE RECORD KEYED LOW-VALUES IS THE TAX-YEAR              00050000
000600*  CONTROL: CTL-YEAR IS THE ONE YEAR NDMPQ1 MAY POST INTO, AND    00060000
000700*  CTL-LAST-CLOSED THE LAST YEAR YTDCLOSE ARCHIVED.               00070000
000800*  USED VIA COPY YTDREC REPLACING ==:YTD:== BY ==prefix==.        00080000
000900*================================================================ 00090000
001000 01 :YTD:-REC.                                                    00100000
001100     05 :YTD:-CID                    PIC X(10).                   00110000
001200        88 :YTD:-IS-CTL              VALUE LOW-VALUES.            00120000
001300     05 :YTD:-CUST-DATA.                                          00130000
001400        10 :YTD:-SAL                 PIC 9(7)V9(2) COMP-3.        00140000
001500        10 :YTD:-TAX                 PIC 9(7)V9(3) COMP-3.        00150000
001600        10 :YTD:-MONTHS              PIC 9(2).                    00160000
001700        10 :YTD:-BRACKET             PIC 9(3).                    00170000
001800        10 :YTD:-TAX-YEAR            PIC 9(4).                    00180000
001810        10 :YTD:-TAXABLE             PIC 9(7)V9(2) COMP-3.        00181001
001820        10 :YTD:-EXEMPT              PIC 9(7)V9(2) COMP-3.        00182001
001900        10 FILLER                    PIC X(40).                   00190001
002000     05 :YTD:-CTL-DATA REDEFINES :YTD:-CUST-DATA.                 00200000
002100        10 :YTD:-CTL-YEAR            PIC 9(4).                    00210000
002200        10 :YTD:-CTL-OPEN-DATE       PIC 9(8).                    00220000
002300        10 :YTD:-CTL-LAST-CLOSED     PIC 9(4).                    00230000
002400        10 :YTD:-CTL-CLOSE-DATE      PIC 9(8).                    00240000
002500        10 :YTD:-CTL-ARCH-CNT        PIC 9(8).                    00250000
002600        10 FILLER                    PIC X(38).                   00260000
