000100*================================================================ 00010000
000200*  TXADJREC  -  SUGGESTED MONTHLY TAX ADJUSTMENT (DDADJ, 80       00020000
000300*  BYTES, TCHN193.DUMP.TAXADJ GDG).  TAXPROJ WRITES ONE RECORD    00030000
000400*  FOR EACH CUSTOMER WHOSE WITHHOLDING, STRAIGHT-LINED TO TWELVE  00040000
000500*  MONTHS, WILL FALL SHORT OF (OR EXCEED) THE PROJECTED ANNUAL    00050000
000600*  TAX DUE.  SHORTFALL IS DUE LESS WITHHELD (POSITIVE = SHORT);   00060000
000700*  MONTHLY-ADJ SPREADS IT OVER THE MONTHS LEFT TO POST AND IS THE 00070000
000800*  EXTRA (OR, NEGATIVE, REDUCED) TAX TO TAKE EACH MONTH.          00080000
000900*  USED VIA COPY TXADJREC REPLACING ==:TXA:== BY ==prefix==.      00090000
001000*================================================================ 00100000
001100 01 :TXA:-ADJ-REC.                                                00110000
001200     05 :TXA:-CID                   PIC X(10).                    00120000
001300     05 :TXA:-TAX-YEAR              PIC 9(4).                     00130000
001400     05 :TXA:-MONTHS-POSTED         PIC 9(2).                     00140000
001500     05 :TXA:-MONTHS-LEFT           PIC 9(2).                     00150000
001600     05 :TXA:-PROJ-SAL              PIC 9(7)V99.                  00160000
001700     05 :TXA:-PROJ-TAX-DUE          PIC 9(7)V999.                 00170000
001800     05 :TXA:-PROJ-WITHHELD         PIC 9(7)V999.                 00180000
001900     05 :TXA:-SHORTFALL             PIC S9(7)V999                 00190000
002000                                    SIGN LEADING SEPARATE.        00200000
002100     05 :TXA:-MONTHLY-ADJ           PIC S9(7)V999                 00210000
002200                                    SIGN LEADING SEPARATE.        00220000
002300     05 :TXA:-RUN-DATE              PIC 9(8).                     00230000
002400     05 FILLER                      PIC X(3).                     00240000
