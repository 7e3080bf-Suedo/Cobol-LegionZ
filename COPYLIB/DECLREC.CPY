000100*================================================================ 00010000
000200*  DECLREC   -  TAX EXEMPTION DECLARATION KSDS RECORD (DDDECL,    00020000
000300*  TCHN193.DUMP.TAXDECL, KEY = CUSTOMER ID + TAX YEAR + TYPE).    00030000
000400*  ONE RECORD PER DECLARATION A CUSTOMER MAKES FOR A TAX YEAR -   00040000
000500*  INSURANCE PREMIUMS, HOUSING, DEPENDANTS AND SO ON.  AMOUNT IS  00050000
000600*  THE ANNUAL FIGURE DECLARED; ONLY A DECLARATION WITH PROOF      00060000
000700*  RECEIVED IS ALLOWED, AND THEN NO MORE THAN THE ANNUAL CAP ON   00070000
000800*  THE TYPE'S XCAPREC CARD.  NDMPQ1 TAXES SALARY AFTER THE        00080000
000900*  ALLOWED TOTAL; TAXCERT LISTS THE DECLARATIONS.                 00090000
001000*  USED VIA COPY DECLREC REPLACING ==:DCL:== BY ==prefix==.       00100000
001100*================================================================ 00110000
001200 01 :DCL:-DECL-REC.                                               00120000
001300     05 :DCL:-DECL-KEY.                                           00130000
001400        10 :DCL:-CID                PIC X(10).                    00140000
001500        10 :DCL:-TAX-YEAR           PIC 9(4).                     00150000
001600        10 :DCL:-TYPE               PIC X(2).                     00160000
001700     05 :DCL:-AMOUNT                PIC 9(7)V99.                  00170000
001800     05 :DCL:-PROOF-FLAG            PIC X(1).                     00180000
001900        88 :DCL:-PROOF-RCVD         VALUE 'Y'.                    00190000
002000     05 :DCL:-DECL-DATE             PIC 9(8).                     00200000
002100     05 FILLER                      PIC X(46).                    00210000
