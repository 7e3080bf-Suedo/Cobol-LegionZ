000100*================================================================ 00010000
000200*  CALPARM   -  PARAMETER BLOCK FOR THE BUSINESS-DAY ROUTINE      00020000
000300*  BDAYSUB.  THE CALLER SETS FUNC AND THE DATES (YYYYMMDD) -      00030000
000400*     FUNC B = IS DATE-1 A BUSINESS DAY - BUS-DAY Y OR N          00040000
000500*     FUNC A = ADD DAYS BUSINESS DAYS TO DATE-1 - OUT-DATE.       00050000
000600*              DAYS MAY BE NEGATIVE (COUNT BACK); ZERO GIVES      00060000
000700*              DATE-1 IF IT IS A BUSINESS DAY, ELSE THE NEXT ONE  00070000
000800*     FUNC D = BUSINESS DAYS AFTER DATE-1 UP TO AND INCLUDING     00080000
000900*              DATE-2 - DAYS (NEGATIVE WHEN DATE-2 IS EARLIER)    00090000
001000*  BDAYSUB RETURNS RESULT -                                       00100000
001100*     Y = ANSWERED                                                00110000
001200*     E = INVALID DATE OR FUNCTION                                00120000
001300*     M = A DATE FELL IN A YEAR NOT ON THE CALENDAR - MISS-YEAR   00130000
001400*     U = CALENDAR UNAVAILABLE                                    00140000
001500*  ON M OR U THE CALLER MUST NOT FALL BACK TO CALENDAR DAYS.      00150000
001600*  USED VIA COPY CALPARM REPLACING ==:BDL:== BY ==prefix==.       00160000
001700*================================================================ 00170000
001800 01 :BDL:-CAL-PARM.                                               00180000
001900     05 :BDL:-FUNC                  PIC X(1).                     00190000
002000        88 :BDL:-FUNC-CHECK         VALUE 'B'.                    00200000
002100        88 :BDL:-FUNC-ADD           VALUE 'A'.                    00210000
002200        88 :BDL:-FUNC-BETWEEN       VALUE 'D'.                    00220000
002300     05 :BDL:-DATE-1                PIC 9(8).                     00230000
002400     05 :BDL:-DATE-2                PIC 9(8).                     00240000
002500     05 :BDL:-DAYS                  PIC S9(5).                    00250000
002600     05 :BDL:-OUT-DATE              PIC 9(8).                     00260000
002700     05 :BDL:-BUS-DAY               PIC X(1).                     00270000
002800        88 :BDL:-IS-BUS-DAY         VALUE 'Y'.                    00280000
002900     05 :BDL:-RESULT                PIC X(1).                     00290000
003000        88 :BDL:-CAL-OK             VALUE 'Y'.                    00300000
003100        88 :BDL:-BAD-REQUEST        VALUE 'E'.                    00310000
003200        88 :BDL:-YEAR-MISSING       VALUE 'M'.                    00320000
003300        88 :BDL:-CAL-DOWN           VALUE 'U'.                    00330000
003400     05 :BDL:-MISS-YEAR             PIC 9(4).                     00340000
