000800* PRG DESC    : CONSOLIDATES THE FOUR REPORTS THE DUTY OPERATOR   00080000
000900*               OPENS EVERY MORNING INTO ONE PAGE - A GREEN,      00090000
001000*               AMBER OR RED LIGHT PER STREAM (BATCH RUNS,        00100000
001100*               BALANCING, HR ACKNOWLEDGMENTS, SUSPENSE, AUDIT    00110002
001110*               LOG VERIFICATION), LAST                           00111002
001200*               NIGHT'S FAILING PROGRAMS, AND THE SUSPENSE        00120000
001300*               BACKLOG BY SOURCE PROGRAM.  A MISSING OR EMPTY    00130000
001400*               FEEDER FILE TURNS ITS STREAM AMBER RATHER THAN    00140000
001600*               0 ALL GREEN, 4 ANY AMBER, 8 ANY RED.              00160000
001700* AUTHOR      : GIRIDHAR                                          00170000
001800* CREATED ON  : 02 SEP 2026                                       00180000
001810* MODIFIED ON : 15 OCT 2026 - AUDIT LOG VERIFICATION LIGHT        00181002
001820* MODIFIED ON : 15 OCT 2026 - SHOW PROGRAMS HELD BY PREDCHK GATE  00182003
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
008600     05 WS-BAL-LIGHT   PIC X(5) VALUE 'AMBER'.                    00860000
008700     05 WS-ACK-LIGHT   PIC X(5) VALUE 'AMBER'.                    00870000
008800     05 WS-SUSP-LIGHT  PIC X(5) VALUE 'GREEN'.                    00880000
008810     05 WS-AUDIT-LIGHT PIC X(5) VALUE 'AMBER'.                    00881002
008900     05 WS-OVERALL     PIC X(5) VALUE 'GREEN'.                    00890000
009000 01 WS-BATCH-WORK.                                                00900000
009100     05 WS-MAX-DATE    PIC 9(8) VALUE ZEROS.                      00910000
009200     05 WS-NIGHT-RUNS  PIC 9(4) VALUE ZEROS.                      00920000
009300     05 WS-NIGHT-WARNS PIC 9(4) VALUE ZEROS.                      00930000
009400     05 WS-NIGHT-FAILS PIC 9(4) VALUE ZEROS.                      00940000
009410     05 WS-AUDV-SW     PIC X    VALUE 'N'.                        00941002
009420     88 AUDV-RAN       VALUE 'Y'.                                 00942002
009430     05 WS-AUDV-RC     PIC 9(2) VALUE ZEROS.                      00943002
009500 01 WS-FAIL-TABLE.                                                00950000
009600     05 WS-FAIL-ENTRY OCCURS 50 TIMES.                            00960000
009700        10 FL-PGM      PIC X(8).                                  00970000
009800        10 FL-RC       PIC 9(2).                                  00980000
009810        10 FL-HELD     PIC X(8).                                  00981003
009900 77 FAIL-CNT      PIC 9(2) COMP VALUE 0.                          00990000
010000 77 FAIL-SUB      PIC 9(2) COMP VALUE 0.                          01000000
010100 01 WS-BAL-WORK.                                                  01010000
018100         MOVE ZEROS TO WS-NIGHT-RUNS WS-NIGHT-WARNS               01810000
018200                       WS-NIGHT-FAILS                             01820000
018300         MOVE 0 TO FAIL-CNT                                       01830000
018310         MOVE 'N' TO WS-AUDV-SW                                   01831002
018400      END-IF.                                                     01840000
018500      IF IN-RUN-DATE = WS-MAX-DATE                                01850000
018600         ADD 1 TO WS-NIGHT-RUNS                                   01860000
018610         IF IN-PGM-NAME = 'AUDVRFY'                               01861002
018620            MOVE 'Y' TO WS-AUDV-SW                                01862002
018630            MOVE IN-RETURN-CD TO WS-AUDV-RC                       01863002
018640         END-IF                                                   01864002
018700         EVALUATE TRUE                                            01870000
018800            WHEN IN-RETURN-CD > 4                                 01880000
018900               ADD 1 TO WS-NIGHT-FAILS                            01890000
019100                  ADD 1 TO FAIL-CNT                               01910000
019200                  MOVE IN-PGM-NAME  TO FL-PGM (FAIL-CNT)          01920000
019300                  MOVE IN-RETURN-CD TO FL-RC (FAIL-CNT)           01930000
019310                  MOVE IN-HELD-PGM  TO FL-HELD (FAIL-CNT)         01931003
019400               END-IF                                             01940000
019500            WHEN IN-RETURN-CD = 4                                 01950000
019600               ADD 1 TO WS-NIGHT-WARNS                            01960000
021000         WHEN OTHER                                               02100000
021100            MOVE 'GREEN' TO WS-BATCH-LIGHT                        02110000
021200      END-EVALUATE.                                               02120000
021210      PERFORM 1300-SET-AUDIT-LIGHT.                               02121002
021300      EXIT.                                                       02130000
021305*---------------------------------------------------------------- 02130502
021310* AUDIT LOGS - LAST NIGHT'S AUDVRFY RUN.  A LOG THAT FAILED       02131002
021315* VERIFICATION (RC 8) IS RED; NO VERIFICATION RUN OR NOTHING      02131502
021320* TO VERIFY IS AMBER.                                             02132002
021325*---------------------------------------------------------------- 02132502
021330 1300-SET-AUDIT-LIGHT.                                            02133002
021335      EVALUATE TRUE                                               02133502
021340         WHEN NOT AUDV-RAN                                        02134002
021345            MOVE 'AMBER' TO WS-AUDIT-LIGHT                        02134502
021350         WHEN WS-AUDV-RC > 4                                      02135002
021355            MOVE 'RED  ' TO WS-AUDIT-LIGHT                        02135502
021360         WHEN WS-AUDV-RC = 4                                      02136002
021365            MOVE 'AMBER' TO WS-AUDIT-LIGHT                        02136502
021370         WHEN OTHER                                               02137002
021375            MOVE 'GREEN' TO WS-AUDIT-LIGHT                        02137502
021380      END-EVALUATE.                                               02138002
021385      EXIT.                                                       02138502
021400 2000-BAL-STREAM.                                                 02140000
021500      OPEN INPUT BALFILE.                                         02150000
021600      EVALUATE TRUE                                               02160000
041200         DELIMITED BY SIZE INTO RPT-REC                           04120000
041300      END-STRING.                                                 04130000
041400      WRITE RPT-REC.                                              04140000
041410      MOVE SPACES TO RPT-REC.                                     04141002
041420      STRING 'AUDIT LOGS   : ' WS-AUDIT-LIGHT                     04142002
041430         DELIMITED BY SIZE INTO RPT-REC                           04143002
041440      END-STRING.                                                 04144002
041450      WRITE RPT-REC.                                              04145002
041500      IF FAIL-CNT > 0                                             04150000
041600         MOVE SPACES TO RPT-REC                                   04160000
041700         WRITE RPT-REC                                            04170000
043200      EXIT.                                                       04320000
043300 5100-FAIL-LINE.                                                  04330000
043400      MOVE SPACES TO RPT-REC.                                     04340000
043410      IF FL-HELD (FAIL-SUB) = SPACES                              04341003
043420         STRING '  ' FL-PGM (FAIL-SUB)                            04342003
043430                '  RC=' FL-RC (FAIL-SUB)                          04343003
043440            DELIMITED BY SIZE INTO RPT-REC                        04344003
043450         END-STRING                                               04345003
043460      ELSE                                                        04346003
043470         STRING '  ' FL-PGM (FAIL-SUB)                            04347003
043480                '  RC=' FL-RC (FAIL-SUB)                          04348003
043490                '  GATE HELD ' FL-HELD (FAIL-SUB)                 04349003
043500            DELIMITED BY SIZE INTO RPT-REC                        04350003
043510         END-STRING                                               04351003
043520      END-IF.                                                     04352003
043900      WRITE RPT-REC.                                              04390000
044000      ADD 1 TO FAIL-SUB.                                          04400000
044100      EXIT.                                                       04410000
045400      MOVE 'GREEN' TO WS-OVERALL.                                 04540000
045500      IF WS-BATCH-LIGHT = 'AMBER' OR WS-BAL-LIGHT = 'AMBER'       04550000
045600         OR WS-ACK-LIGHT = 'AMBER' OR WS-SUSP-LIGHT = 'AMBER'     04560000
045610         OR WS-AUDIT-LIGHT = 'AMBER'                              04561002
045700         MOVE 'AMBER' TO WS-OVERALL                               04570000
045800         MOVE 4 TO RETURN-CODE                                    04580000
045900      END-IF.                                                     04590000
046000      IF WS-BATCH-LIGHT = 'RED  ' OR WS-BAL-LIGHT = 'RED  '       04600000
046100         OR WS-ACK-LIGHT = 'RED  ' OR WS-SUSP-LIGHT = 'RED  '     04610000
046110         OR WS-AUDIT-LIGHT = 'RED  '                              04611002
046200         MOVE 'RED  ' TO WS-OVERALL                               04620000
046300         MOVE 8 TO RETURN-CODE                                    04630000
046400      END-IF.                                                     04640000
047600      DISPLAY 'BALANCING  : ' WS-BAL-LIGHT.                       04760000
047700      DISPLAY 'HR ACKS    : ' WS-ACK-LIGHT.                       04770000
047800      DISPLAY 'SUSPENSE   : ' WS-SUSP-LIGHT.                      04780000
047810      DISPLAY 'AUDIT LOGS : ' WS-AUDIT-LIGHT.                     04781002
047900      DISPLAY 'OVERALL    : ' WS-OVERALL.                         04790000
048000      EXIT.                                                       04800000
048100 9000-ERR-PARA.                                                   04810000
