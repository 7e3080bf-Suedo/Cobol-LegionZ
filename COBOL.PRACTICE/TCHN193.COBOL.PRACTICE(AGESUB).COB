000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. AGESUB.                                              00020000
000300***************************************************************** 00030000
000310* CALLED BY   : AGE, RETFCST, DEMOGRPH, DEPAGOUT, CAMPPLAN        00031002
000500* PRG DESC    : COMMON AGE CALCULATION.  TAKES A DATE OF BIRTH    00050000
000600*               AS YYYYMMDD AND RETURNS THE AGE IN WHOLE YEARS    00060000
000700*               AND REMAINING DAYS AS AT THE RUN DATE.  THE       00070000
000900*               BATCH PROGRAM.                                    00090000
001000* AUTHOR      : GIRIDHAR                                          00100000
001100* CREATED ON  : 21 JUL 2026                                       00110000
001110* MODIFIED ON : 15 OCT 2026 - CAMPPLAN DONOR AGE BAND CALLER      00111002
001200***************************************************************** 00120000
001300 ENVIRONMENT DIVISION.                                            00130000
001400 DATA DIVISION.                                                   00140000
