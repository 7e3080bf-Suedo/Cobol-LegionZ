000800* OUTPUT FILE : MODERATED RESULTS (DDRESOUT - THE TOTAL AND       00080000
000900*               PERCENTAGE CARRY THE SCALED VALUES SO MARKSHT     00090000
001000*               AND TRNSCRPT PRINT THEM, WITH THE RAW MARKS       00100000
001100*               KEPT SIDE BY SIDE IN THE RECORD AND THE NDMPQ2    00110002
001110*               ATTENDANCE FLAG CARRIED THROUGH), MODERATION      00111002
001200*               REPORT (DDRPT)                                    00120000
001300* PRG DESC    : COHORT MODERATION STEP.  WHEN MOCKSTAT SHOWS      00130000
001400*               THE COHORT MEAN HAS SHIFTED BEYOND TOLERANCE      00140000
001800*               AUDIT AND SCALED MARKS ARE CAPPED AT 100.         00180000
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 02 SEP 2026                                       00200000
002010* MODIFIED ON : 15 OCT 2026 - ATTENDANCE FLAG KEPT IN COLS 59-65, 00201002
002020*               RAW MARKS MOVED ALONG                             00202002
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
005900     05 RS-PER      PIC 99.99.                                    00590000
006000     05 RS-EXM      PIC X(7).                                     00600000
006100     05 RS-REVISED  PIC X(7).                                     00610000
006200     05 RS-ATTEND   PIC X(7).                                     00620002
006210     05 FILLER      PIC X(15).                                    00621002
006300 FD SCALEFILE RECORDING MODE F.                                   00630000
006400 01 SCALE-REC.                                                    00640000
006500     05 SC-EXM      PIC X(7).                                     00650000
008100     05 RB-PER      PIC 99.99.                                    00810000
008200     05 RB-EXM      PIC X(7).                                     00820000
008300     05 RB-REVISED  PIC X(7).                                     00830000
008310     05 RB-ATTEND   PIC X(7).                                     00831002
008400     05 FILLER      PIC X.                                        00840000
008500     05 RB-RAW-TOT  PIC 9(3).                                     00850000
008600     05 FILLER      PIC X.                                        00860000
008700     05 RB-RAW-PER  PIC 99.99.                                    00870000
008800     05 FILLER      PIC X(5).                                     00880002
008900 FD RPTFILE RECORDING MODE F.                                     00890000
009000 01 RPT-REC PIC X(80).                                            00900000
009100 WORKING-STORAGE SECTION.                                         00910000
020700      MOVE RS-LAB TO RB-LAB.                                      02070000
020800      MOVE RS-EXM TO RB-EXM.                                      02080000
020900      MOVE RS-REVISED TO RB-REVISED.                              02090000
020910      MOVE RS-ATTEND TO RB-ATTEND.                                02091002
021000      MOVE RS-TOT TO RB-RAW-TOT.                                  02100000
021100      MOVE RS-PER TO RB-RAW-PER.                                  02110000
021200      MOVE 0 TO WS-SF-FND.                                        02120000
