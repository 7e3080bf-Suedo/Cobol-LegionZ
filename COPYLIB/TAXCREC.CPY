000100*================================================================ 00010000
000200*  TAXCREC   -  TAX CERTIFICATE RUN CONTROL (TCHN193.DUMP.TAXCCTL 00020000
000300*  GDG).  TAXCERT WRITES ONE RECORD PER RUN NAMING THE TAX YEAR   00030000
000400*  CERTIFIED AND THE CERTIFICATES ISSUED.  YTDCLOSE WILL NOT      00040000
000500*  CLOSE A YEAR UNTIL THE LATEST GENERATION CERTIFIES IT.         00050000
000600*  USED VIA COPY TAXCREC REPLACING ==:TXC:== BY ==prefix==.       00060000
000700*================================================================ 00070000
000800 01 :TXC:-CTL-REC.                                                00080000
000900     05 :TXC:-REC-TYPE               PIC X(8).                    00090000
001000        88 :TXC:-IS-CTL              VALUE 'CERTCTL '.            00100000
001100     05 :TXC:-TAX-YEAR               PIC 9(4).                    00110000
001200     05 :TXC:-RUN-DATE               PIC 9(8).                    00120000
001300     05 :TXC:-RUN-TIME               PIC 9(8).                    00130000
001400     05 :TXC:-CERT-CNT               PIC 9(6).                    00140000
001500     05 FILLER                       PIC X(46).                   00150000
