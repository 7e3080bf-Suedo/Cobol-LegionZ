000100*================================================================ 00010000
000200*  CLMTPARM  -  PARAMETER BLOCK FOR THE CLAIM STATUS TRANSITION   00020000
000300*  CHECK CLMTRANS.  THE CALLER SETS OLD-STATUS, NEW-STATUS AND    00030000
000400*  SOURCE AND CALLS CLMTRANS, WHICH RETURNS RESULT.               00040000
000500*     SOURCE O = OPERATOR STATUS MOVE (D3Q3V2 'S' CARD)           00050000
000600*     SOURCE B = BANK RETURN OF A PAYMENT (PAYRTN)                00060000
000700*     RESULT Y = TRANSITION LEGAL, N = NOT ALLOWED                00070000
000800*  USED VIA COPY CLMTPARM REPLACING ==:CTP:== BY ==prefix==.      00080000
000900*================================================================ 00090000
001000 01 :CTP:-TRANS-PARM.                                             00100000
001100     05 :CTP:-OLD-STATUS             PIC X(12).                   00110000
001200     05 :CTP:-NEW-STATUS             PIC X(12).                   00120000
001300     05 :CTP:-SOURCE                 PIC X(1).                    00130000
001400        88 :CTP:-SRC-OPERATOR        VALUE 'O'.                   00140000
001500        88 :CTP:-SRC-BANK-RETURN     VALUE 'B'.                   00150000
001600     05 :CTP:-RESULT                 PIC X(1).                    00160000
001700        88 :CTP:-TRANS-LEGAL         VALUE 'Y'.                   00170000
