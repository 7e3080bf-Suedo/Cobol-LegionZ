002200       05 IP-CITY PIC X(14).                                      00220000
002300       05 F PIC X.                                                00230000
002400       05 IP-SRT PIC X(20).                                       00240001
002410       05 F PIC X.                                                00241023
002420       05 IP-CLMDATE PIC X(8).                                    00242023
002600 WORKING-STORAGE SECTION.                                         00260000
002700           EXEC SQL                                               00270000
002800                INCLUDE SQLCA                                     00280000
005600      05 TMP-ADDR-TXT PIC X(60).                                  00560000
005700      05 TMP-CITYLOSS PIC 99.                                     00570000
005710      05 TMP-DFLT-CITYLOSS PIC 99 VALUE 10.                       00571020
005720      05 TMP-CLMDATE-N PIC 9(8).                                  00572023
005730      05 TMP-CLMDATE-R REDEFINES TMP-CLMDATE-N.                   00573023
005740           10 TMP-CLM-YYYY PIC 9(4).                              00574023
005750           10 TMP-CLM-MM   PIC 9(2).                              00575023
005760           10 TMP-CLM-DD   PIC 9(2).                              00576023
005770      05 TMP-CLMDATE  PIC X(10).                                  00577023
005772      05 TMP-MON-END  PIC 9(2).                                   00577224
005774      05 TMP-QUOT     PIC 9(4).                                   00577424
005776      05 TMP-REM-4    PIC 9(4).                                   00577624
005778      05 TMP-REM-100  PIC 9(4).                                   00577824
005780      05 TMP-REM-400  PIC 9(4).                                   00578024
005782      05 TMP-DATE-SW  PIC X.                                      00578224
005784         88 TMP-DATE-OK VALUE 'Y'.                                00578424
005786 01 TMP-MONTH-TABLE.                                              00578624
005788      05 FILLER PIC X(24) VALUE '312831303130313130313031'.       00578824
005790 01 TMP-MONTH-R REDEFINES TMP-MONTH-TABLE.                        00579024
005792      05 TMP-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.                 00579224
005800 01 W01-REC-COUNT PIC 99 VALUE ZEROS.                             00580000
009905 01 W02-SQLERR-PGM PIC X(8).                                      00990521
009907 PROCEDURE DIVISION.                                              00990700
010705      EXIT.                                                       01070501
010715 3200-PRCS.                                                       01071501
010725      MOVE '8783999567' TO HV-MEDBILL-CLMPHONE.                   01072501
010726* CLAIM DATE FROM THE INPUT (YYYYMMDD), OTHERWISE TODAY - THE     01072623
010727* RATE IN FORCE ON THAT DATE PRICES THE CLAIM                     01072723
010728      PERFORM 3205-CLAIM-DATE.                                    01072823
010735* LOOK UP LOSS AMOUNT FOR THE CITY IN TB_CITYLOSS                 01073501
010745      PERFORM 3210-LOOKUP-CITYLOSS.                               01074520
010755      DISPLAY 'TMP-CITYLOSS : ' TMP-CITYLOSS.                     01075501
010845      DISPLAY 'HV-MEDBILL-LOSSAMT : ' HV-MEDBILL-LOSSAMT.         01084501
010855      PERFORM 4000-UPDT.                                          01085501
010865      EXIT.                                                       01086501
010866 3205-CLAIM-DATE.                                                 01086624
010867      MOVE IP-CLMDATE TO TMP-CLMDATE-N.                           01086724
010868      MOVE 'Y' TO TMP-DATE-SW.                                    01086824
010869      IF IP-CLMDATE NOT NUMERIC OR TMP-CLM-YYYY < 1900            01086924
010870         OR TMP-CLM-MM < 1 OR TMP-CLM-MM > 12                     01087024
010871         MOVE 'N' TO TMP-DATE-SW                                  01087124
010872      ELSE                                                        01087224
010873* THE DAY MUST EXIST IN THE MONTH - 29 FEB ONLY IN A LEAP YEAR    01087324
010874         MOVE TMP-MONTH-DAYS(TMP-CLM-MM) TO TMP-MON-END           01087424
010875         IF TMP-CLM-MM = 2                                        01087524
010876            DIVIDE TMP-CLM-YYYY BY 4 GIVING TMP-QUOT              01087624
010877               REMAINDER TMP-REM-4                                01087724
010878            DIVIDE TMP-CLM-YYYY BY 100 GIVING TMP-QUOT            01087824
010879               REMAINDER TMP-REM-100                              01087924
010880            DIVIDE TMP-CLM-YYYY BY 400 GIVING TMP-QUOT            01088024
010881               REMAINDER TMP-REM-400                              01088124
010882            IF TMP-REM-400 = 0                                    01088224
010883               OR (TMP-REM-4 = 0 AND TMP-REM-100 NOT = 0)         01088324
010884               MOVE 29 TO TMP-MON-END                             01088424
010885            END-IF                                                01088524
010886         END-IF                                                   01088624
010887         IF TMP-CLM-DD < 1 OR TMP-CLM-DD > TMP-MON-END            01088724
010888            MOVE 'N' TO TMP-DATE-SW                               01088824
010889         END-IF                                                   01088924
010890      END-IF.                                                     01089024
010891      IF NOT TMP-DATE-OK                                          01089124
010892         ACCEPT TMP-CLMDATE-N FROM DATE YYYYMMDD.                 01089224
010893      STRING TMP-CLM-YYYY '-' TMP-CLM-MM '-' TMP-CLM-DD           01089324
010894         DELIMITED BY SIZE INTO TMP-CLMDATE.                      01089424
010895      EXIT.                                                       01089524
010896 3210-LOOKUP-CITYLOSS.                                            01089624
010897      EXEC SQL                                                    01089724
010898           SELECT CITYLOSS INTO :TMP-CITYLOSS                     01089824
010905                  FROM TB_CITYLOSS                                01090521
010915                  WHERE CITY = :IP-CITY                           01091521
010916                  AND EFF_FROM_DATE <= :TMP-CLMDATE               01091623
010917                  AND EFF_TO_DATE >= :TMP-CLMDATE                 01091723
010925      END-EXEC.                                                   01092521
010935      MOVE SQLCODE TO W01-SQLCODE.                                01093521
010945      EVALUATE TRUE                                               01094521
011155                    :HV-MEDBILL-CLMPHONE,                         01115521
011165                    :HV-MEDBILL-LOSSAMT,                          01116522
011175                    'RECEIVED',                                   01117522
011185                    :TMP-CLMDATE )                                01118523
011195      END-EXEC.                                                   01119521
011205      MOVE SQLCODE TO W01-SQLCODE.                                01120521
011215      DISPLAY 'SQLCODE : ' W01-SQLCODE.                           01121521
