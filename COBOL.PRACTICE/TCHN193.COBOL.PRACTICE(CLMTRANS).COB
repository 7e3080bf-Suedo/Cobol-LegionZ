000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CLMTRANS.                                            00020000
000300***************************************************************** 00030000
000400* CALLED BY   : D3Q3V2 (OPERATOR STATUS MOVES), PAYRTN (BANK      00040000
000500*               RETURNS)                                          00050000
000600* PRG DESC    : THE ONE PLACE THE CLAIM STATUS LIFECYCLE IS       00060000
000700*               DEFINED.  SAYS WHETHER A MOVE FROM OLD-STATUS     00070000
000800*               TO NEW-STATUS IS LEGAL FOR THE SOURCE GIVEN IN    00080000
000900*               CLMTPARM -                                        00090000
001000*                 RECEIVED     -> UNDER-REVIEW, DENIED            00100000
001100*                 UNDER-REVIEW -> APPROVED, DENIED                00110000
001200*                 APPROVED     -> PAID, DENIED                    00120000
001300*                 PAID         -> APPROVED  (BANK RETURN ONLY -   00130000
001400*                                 THE PAYMENT BOUNCED AND THE     00140000
001500*                                 CLAIM GOES BACK TO BE PAID)     00150000
001600*               ANY OTHER MOVE IS REFUSED.                        00160000
001700* AUTHOR      : BOOSAN                                            00170000
001800* CREATED ON  : 15 OCT 2026                                       00180000
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 DATA DIVISION.                                                   00210000
002200 WORKING-STORAGE SECTION.                                         00220000
002300 LINKAGE SECTION.                                                 00230000
002400 COPY CLMTPARM REPLACING ==:CTP:== BY ==LS==.                     00240000
002500 PROCEDURE DIVISION USING LS-TRANS-PARM.                          00250000
002600 0000-MAIN-PARA.                                                  00260000
002700      MOVE 'N' TO LS-RESULT.                                      00270000
002800      EVALUATE LS-OLD-STATUS ALSO LS-NEW-STATUS                   00280000
002900         WHEN 'RECEIVED' ALSO 'UNDER-REVIEW'                      00290000
003000            MOVE 'Y' TO LS-RESULT                                 00300000
003100         WHEN 'RECEIVED' ALSO 'DENIED'                            00310000
003200            MOVE 'Y' TO LS-RESULT                                 00320000
003300         WHEN 'UNDER-REVIEW' ALSO 'APPROVED'                      00330000
003400            MOVE 'Y' TO LS-RESULT                                 00340000
003500         WHEN 'UNDER-REVIEW' ALSO 'DENIED'                        00350000
003600            MOVE 'Y' TO LS-RESULT                                 00360000
003700         WHEN 'APPROVED' ALSO 'PAID'                              00370000
003800            MOVE 'Y' TO LS-RESULT                                 00380000
003900         WHEN 'APPROVED' ALSO 'DENIED'                            00390000
004000            MOVE 'Y' TO LS-RESULT                                 00400000
004100         WHEN 'PAID' ALSO 'APPROVED'                              00410000
004200            IF LS-SRC-BANK-RETURN                                 00420000
004300               MOVE 'Y' TO LS-RESULT                              00430000
004400            END-IF                                                00440000
004500         WHEN OTHER                                               00450000
004600            CONTINUE                                              00460000
004700      END-EVALUATE.                                               00470000
004800      EXIT PROGRAM.                                               00480000
