000100*================================================================ 00010000
000200*  SIRTNREC  -  STANDING INSTRUCTION RETURN RECORD (DDSIRTN)      00020000
000300*  WRITTEN BY TXNPOST FOR EVERY STANDING-INSTRUCTION              00030000
000400*  TRANSACTION IT REFUSES FOR INSUFFICIENT FUNDS; READ BY THE     00040000
000500*  NEXT SISCHED RUN, WHICH RETRIES THE PAYMENT ONCE AND           00050000
000600*  SUSPENDS THE INSTRUCTION IF THE RETRY IS REFUSED TOO.          00060000
000700*  REASON: OD = REFUSED, WOULD OVERDRAW THE ACCOUNT.              00070000
000800*  USED VIA COPY SIRTNREC REPLACING ==:SIR:== BY ==prefix==.      00080000
000900*================================================================ 00090000
001000 01 :SIR:-RTN-REC.                                                00100000
001100     05 :SIR:-SI-KEY.                                             00110000
001200        10 :SIR:-CUST-ID             PIC X(5).                    00120000
001300        10 :SIR:-INSTR-NO            PIC X(3).                    00130000
001400     05 :SIR:-TXN-TYPE               PIC X(1).                    00140000
001500     05 :SIR:-TARGET-ID              PIC X(5).                    00150000
001600     05 :SIR:-AMOUNT                 PIC X(10).                   00160000
001700     05 :SIR:-REASON                 PIC X(2).                    00170000
001800        88 :SIR:-OVERDRAFT           VALUE 'OD'.                  00180000
001900     05 :SIR:-POST-DATE              PIC 9(8).                    00190000
002000     05 FILLER                       PIC X(46).                   00200000
