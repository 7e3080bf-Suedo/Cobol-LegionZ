000800*               CROSSED WITH CANONICAL BLOOD GROUP AND PRINTS     00080000
000900*               THE MATRIX WITH ROW AND COLUMN TOTALS FOR THE     00090000
001000*               OCCUPATIONAL HEALTH DRIVES.                       00100000
001010*               THE BLOOD-GROUP COLUMNS ARE THE CODES IN FORCE    00101001
001020*               ON TABLE BGROUP OF THE SHARED CODE TABLE (UP TO   00102001
001030*               8, IN CODE ORDER, LOADED THROUGH CODESUB); ANY    00103001
001040*               OTHER GROUP COUNTS UNDER OTHER.                   00104001
001100* AUTHOR      : GIRIDHAR                                          00110000
001200* CREATED ON  : 21 JUL 2026                                       00120000
001210* MODIFIED ON : 15 OCT 2026 - BLOOD GROUPS FROM CODE TABLE        00121001
001300***************************************************************** 00130000
001400 ENVIRONMENT DIVISION.                                            00140000
001500 INPUT-OUTPUT SECTION.                                            00150000
003900     88 KS-EOF     VALUE '10'.                                    00390000
004000     05 RP-STATUS PIC XX.                                         00400000
004100     88 RP-OPEN-OK VALUE '00'.                                    00410000
004110 01 WS-STD-GROUPS-TAB.                                            00411001
004120     05 WS-STD-GROUP-ENTRY PIC X(8) OCCURS 8 TIMES                00412001
004130                           INDEXED BY WS-STD-IDX.                 00413001
004140 01 WS-GRP-CNT PIC 9(2) VALUE ZEROS.                              00414001
004150 01 WS-OTH-IDX PIC 9(2) VALUE ZEROS.                              00415001
004160 01 WS-GRP-LEN PIC 9(2) VALUE ZEROS.                              00416001
004170 01 WS-HDR-GRP PIC X(5) JUSTIFIED RIGHT.                          00417001
004180 COPY CODEPARM REPLACING ==:CLK:== BY ==CQ==.                     00418001
005500 01 WS-MATRIX.                                                    00550000
005600     05 WS-BAND-ROW OCCURS 20 TIMES.                              00560000
005700        10 WS-CELL PIC 9(5) OCCURS 9 TIMES.                       00570000
010800         PERFORM 9000-ERR-PARA                                    01080000
010900      END-IF.                                                     01090000
011000      INITIALIZE WS-MATRIX WS-COL-TOTALS.                         01100000
011005      PERFORM 1100-LOAD-GROUPS.                                   01100501
011010      EXIT.                                                       01101001
011015 1100-LOAD-GROUPS.                                                01101501
011020      MOVE 'B' TO CQ-FUNC.                                        01102001
011025      MOVE 'BGROUP' TO CQ-TABLE-ID.                               01102501
011030      MOVE SPACES TO CQ-CODE.                                     01103001
011035      MOVE ZEROS TO CQ-ASOF-DATE.                                 01103501
011040      MOVE 'Y' TO CQ-RESULT.                                      01104001
011045      PERFORM 1110-NEXT-GROUP UNTIL NOT CQ-CODE-OK.               01104501
011050      COMPUTE WS-OTH-IDX = WS-GRP-CNT + 1.                        01105001
011055      EXIT.                                                       01105501
011060 1110-NEXT-GROUP.                                                 01106001
011065      CALL 'CODESUB' USING CQ-CODE-PARM.                          01106501
011070      EVALUATE TRUE                                               01107001
011075         WHEN CQ-CODE-OK                                          01107501
011080            IF WS-GRP-CNT < 8                                     01108001
011085               ADD 1 TO WS-GRP-CNT                                01108501
011090               MOVE CQ-CODE TO WS-STD-GROUP-ENTRY(WS-GRP-CNT)     01109001
011095            ELSE                                                  01109501
011100               DISPLAY 'BLOOD GROUP ' CQ-CODE                     01110001
011105                  ' BEYOND 8 COLUMNS - COUNTED UNDER OTHER'       01110501
011110            END-IF                                                01111001
011115         WHEN CQ-TABLE-DOWN                                       01111501
011120            MOVE '1100-LOAD-GROUPS' TO ERR-PARA                   01112001
011125            MOVE 'CODESUB' TO ERR-FILE-ID                         01112501
011130            MOVE CQ-RESULT TO ERR-FILE-STATUS                     01113001
011135            PERFORM 9000-ERR-PARA                                 01113501
011140      END-EVALUATE.                                               01114001
011145      EXIT.                                                       01114501
011200 3000-PRCS-RECS.                                                  01120000
011300      READ KSDS-FILE.                                             01130000
011400      EVALUATE TRUE                                               01140000
013900      IF WS-BAND-IDX > 20                                         01390000
014000         MOVE 20 TO WS-BAND-IDX                                   01400000
014100      END-IF.                                                     01410000
014110      MOVE WS-OTH-IDX TO WS-GRP-IDX.                              01411001
014120      PERFORM 3200-MATCH-GROUP                                    01412001
014130         VARYING WS-STD-IDX FROM 1 BY 1                           01413001
014140         UNTIL WS-STD-IDX > WS-GRP-CNT.                           01414001
014600      ADD 1 TO WS-CELL(WS-BAND-IDX WS-GRP-IDX).                   01460000
014700      ADD 1 TO WS-ROW-TOT(WS-BAND-IDX).                           01470000
014800      ADD 1 TO WS-COL-TOT(WS-GRP-IDX).                            01480000
016000         TO RPT-REC.                                              01600000
016100      WRITE RPT-REC.                                              01610000
016200      MOVE SPACES TO RPT-REC.                                     01620000
016210      MOVE 'AGE BAND' TO RPT-REC(1:8).                            01621001
016220      MOVE 9 TO WS-LINE-PTR.                                      01622001
016230      PERFORM 4010-PRINT-HDR-GRP                                  01623001
016240         VARYING WS-COL-IDX FROM 1 BY 1                           01624001
016250         UNTIL WS-COL-IDX > WS-GRP-CNT.                           01625001
016260      STRING ' OTHER  TOTAL' DELIMITED BY SIZE                    01626001
016270         INTO RPT-REC WITH POINTER WS-LINE-PTR                    01627001
016280      END-STRING.                                                 01628001
016700      WRITE RPT-REC.                                              01670000
016800      PERFORM 4100-PRINT-ROW THRU 4100-PRINT-ROW-EXIT             01680000
016900         VARYING WS-ROW-IDX FROM 1 BY 1                           01690000
017000         UNTIL WS-ROW-IDX > 20.                                   01700000
017100      PERFORM 4200-PRINT-COL-TOTALS.                              01710000
017200      EXIT.                                                       01720000
017205 4010-PRINT-HDR-GRP.                                              01720501
017210      MOVE ZEROS TO WS-GRP-LEN.                                   01721001
017215      INSPECT WS-STD-GROUP-ENTRY(WS-COL-IDX) TALLYING WS-GRP-LEN  01721501
017220         FOR CHARACTERS BEFORE INITIAL SPACE.                     01722001
017225      IF WS-GRP-LEN > 5                                           01722501
017230         MOVE 5 TO WS-GRP-LEN                                     01723001
017235      END-IF.                                                     01723501
017240      MOVE WS-STD-GROUP-ENTRY(WS-COL-IDX)(1:WS-GRP-LEN)           01724001
017245         TO WS-HDR-GRP.                                           01724501
017250      STRING ' ' WS-HDR-GRP DELIMITED BY SIZE                     01725001
017255         INTO RPT-REC WITH POINTER WS-LINE-PTR                    01725501
017260      END-STRING.                                                 01726001
017265      EXIT.                                                       01726501
017300 4100-PRINT-ROW.                                                  01730000
017400      IF WS-ROW-TOT(WS-ROW-IDX) = ZEROS                           01740000
017500         GO TO 4100-PRINT-ROW-EXIT                                01750000
018300      MOVE 10 TO WS-LINE-PTR.                                     01830000
018400      PERFORM 4110-PRINT-CELL                                     01840000
018500         VARYING WS-COL-IDX FROM 1 BY 1                           01850000
018510         UNTIL WS-COL-IDX > WS-OTH-IDX.                           01851001
018700      MOVE WS-ROW-TOT(WS-ROW-IDX) TO WS-TOT-ED.                   01870000
018800      STRING ' ' WS-TOT-ED DELIMITED BY SIZE                      01880000
018900         INTO RPT-REC WITH POINTER WS-LINE-PTR                    01890000
020300      MOVE 10 TO WS-LINE-PTR.                                     02030000
020400      PERFORM 4210-PRINT-COL-TOT                                  02040000
020500         VARYING WS-COL-IDX FROM 1 BY 1                           02050000
020510         UNTIL WS-COL-IDX > WS-OTH-IDX.                           02051001
020700      MOVE USED-CNTR TO WS-TOT-ED.                                02070000
020800      STRING ' ' WS-TOT-ED DELIMITED BY SIZE                      02080000
020900         INTO RPT-REC WITH POINTER WS-LINE-PTR                    02090000
