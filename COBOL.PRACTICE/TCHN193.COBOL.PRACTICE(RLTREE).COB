000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. RLTREE.                                              00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : MJ24 ASSOCIATE MASTER KSDS (DDKSDS), REPORTING-   00040000
000500*               LINE KSDS (DDRLKS)                                00050000
000600* OUTPUT FILE : HIERARCHY REPORT (DDRPT), RUN STATISTICS          00060000
000700*               (DDRSTAT)                                         00070000
000800* PRG DESC    : PRINTS THE REPORTING HIERARCHY.  THE MASTER IS    00080000
000900*               LOADED INTO A TABLE AND EACH REPORTING LINE IS    00090000
001000*               HUNG UNDER ITS MANAGER.  FOR EVERY TOP-LEVEL      00100000
001100*               MANAGER (NO MANAGER OF THEIR OWN, AT LEAST ONE    00110000
001200*               REPORT) THE TREE IS PRINTED INDENTED BY LEVEL,    00120000
001300*               WITH THE DIRECT SPAN (IMMEDIATE REPORTS) AND THE  00130000
001400*               TOTAL SPAN (EVERYONE BELOW) ON EACH LINE.         00140000
001500*               TERMINATED ASSOCIATES ARE LEFT OUT.  ORPHANED     00150000
001600*               REPORTS (MANAGER TERMINATED, DELETED OR NOT ON    00160000
001700*               THE MASTER) AND ANY CIRCULAR CHAIN FOUND ON FILE  00170000
001800*               ARE LISTED IN AN EXCEPTION SECTION, RC 4.         00180000
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 15 OCT 2026                                       00200000
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00250000
002600      ORGANIZATION IS INDEXED                                     00260000
002700      ACCESS MODE IS SEQUENTIAL                                   00270000
002800      RECORD KEY IS MAASSOID                                      00280000
002900      FILE STATUS MA-STATUS.                                      00290000
003000*                                                                 00300000
003100      SELECT RPTL-FILE ASSIGN TO DDRLKS                           00310000
003200      ORGANIZATION IS INDEXED                                     00320000
003300      ACCESS MODE IS SEQUENTIAL                                   00330000
003400      RECORD KEY IS RL-ASSOID                                     00340000
003500      FILE STATUS RL-STATUS.                                      00350000
003600*                                                                 00360000
003700      SELECT RPTFILE ASSIGN TO DDRPT                              00370000
003800      ORGANIZATION IS SEQUENTIAL                                  00380000
003900      ACCESS MODE IS SEQUENTIAL                                   00390000
004000      FILE STATUS RP-STATUS.                                      00400000
004100*                                                                 00410000
004200      SELECT STATFILE ASSIGN TO DDRSTAT                           00420000
004300      ORGANIZATION IS SEQUENTIAL                                  00430000
004400      ACCESS MODE IS SEQUENTIAL                                   00440000
004500      FILE STATUS RS-STATUS.                                      00450000
004600*                                                                 00460000
004700 DATA DIVISION.                                                   00470000
004800 FILE SECTION.                                                    00480000
004900 FD KSDS-FILE.                                                    00490000
005000 01 MAREC.                                                        00500000
005100 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00510000
005200 FD RPTL-FILE.                                                    00520000
005300 COPY RPTLREC REPLACING ==:RPL:== BY ==RL==.                      00530000
005400 FD RPTFILE RECORDING MODE F.                                     00540000
005500 01 RPT-REC PIC X(132).                                           00550000
005600 FD STATFILE RECORDING MODE F.                                    00560000
005700 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00570000
005800 WORKING-STORAGE SECTION.                                         00580000
005900 01 WS-FILE-STATUSES.                                             00590000
006000    05 MA-STATUS PIC XX.                                          00600000
006100    88 MA-OPEN-OK VALUE '00'.                                     00610000
006200    88 MA-READ-OK VALUE '00'.                                     00620000
006300    88 MA-EOF     VALUE '10'.                                     00630000
006400    05 RL-STATUS PIC XX.                                          00640000
006500    88 RL-OPEN-OK VALUE '00'.                                     00650000
006600    88 RL-READ-OK VALUE '00'.                                     00660000
006700    88 RL-EOF     VALUE '10'.                                     00670000
006800    05 RP-STATUS PIC XX.                                          00680000
006900    88 RP-OPEN-OK VALUE '00'.                                     00690000
007000    05 RS-STATUS PIC XX.                                          00700000
007100    88 RS-OPEN-OK  VALUE '00'.                                    00710000
007200    88 RS-WRITE-OK VALUE '00'.                                    00720000
007300 01 WS-CNTRS.                                                     00730000
007400    05 MA-CNTR     PIC 9(6) VALUE ZEROS.                          00740000
007500    05 RL-CNTR     PIC 9(6) VALUE ZEROS.                          00750000
007600    05 TOP-CNTR    PIC 9(6) VALUE ZEROS.                          00760000
007700    05 LINE-CNTR   PIC 9(6) VALUE ZEROS.                          00770000
007800    05 ORPHAN-CNTR PIC 9(6) VALUE ZEROS.                          00780000
007900    05 CYCLE-CNTR  PIC 9(6) VALUE ZEROS.                          00790000
008000    05 NOMAST-CNTR PIC 9(6) VALUE ZEROS.                          00800000
008100*  ASSOCIATE TABLE, LOADED IN KEY ORDER FROM THE MASTER.  THE     00810000
008200*  MGR/FIRST/LAST/NEXT ENTRIES ARE SUBSCRIPTS INTO THE SAME       00820000
008300*  TABLE (ZERO = NONE) AND HOLD THE TREE.                         00830000
008400 01 WS-ASSOC-TABLE.                                               00840000
008500    05 TB-CNT PIC 9(5) VALUE ZEROS.                               00850000
008600    05 TB-ENT OCCURS 1 TO 5000 TIMES DEPENDING ON TB-CNT          00860000
008700          ASCENDING KEY IS TB-ASSOID                              00870000
008800          INDEXED BY TB-IX.                                       00880000
008900       10 TB-ASSOID  PIC X(7).                                    00890000
009000       10 TB-NAME    PIC X(30).                                   00900000
009100       10 TB-STATUS  PIC X(1).                                    00910000
009200       10 TB-MGR     PIC X(7).                                    00920000
009300       10 TB-MGR-IX  PIC 9(5).                                    00930000
009400       10 TB-FIRST   PIC 9(5).                                    00940000
009500       10 TB-LAST    PIC 9(5).                                    00950000
009600       10 TB-NEXT    PIC 9(5).                                    00960000
009700       10 TB-DIRECT  PIC 9(5).                                    00970000
009800       10 TB-TOTAL   PIC 9(5).                                    00980000
009900       10 TB-ORPHAN  PIC X(1).                                    00990000
010000       88 TB-IS-ORPHAN VALUE 'Y'.                                 01000000
010100       10 TB-CYCLE   PIC X(1).                                    01010000
010200       88 TB-IN-CYCLE  VALUE 'Y'.                                 01020000
010300 01 WS-WORK-FLDS.                                                 01030000
010400    05 WS-SUB      PIC 9(5).                                      01040000
010500    05 WS-MGR-SUB  PIC 9(5).                                      01050000
010600    05 WS-ANC      PIC 9(5).                                      01060000
010700    05 WS-ANC-DEPTH PIC 9(3).                                     01070000
010800    05 WS-ROOT     PIC 9(5).                                      01080000
010900    05 WS-CUR      PIC 9(5).                                      01090000
011000    05 WS-DEPTH    PIC 9(3).                                      01100000
011100    05 WS-INDENT   PIC 9(3).                                      01110000
011200    05 WS-PTR      PIC 9(3).                                      01120000
011300    05 WS-FOUND-SW PIC X VALUE 'N'.                               01130000
011400    88 ENT-FOUND   VALUE 'Y'.                                     01140000
011500    05 WS-WALK-SW  PIC X VALUE 'N'.                               01150000
011600    88 WALK-DONE   VALUE 'Y'.                                     01160000
011700    05 WS-UP-SW    PIC X VALUE 'N'.                               01170000
011800    88 UP-DONE     VALUE 'Y'.                                     01180000
011900    05 WS-FULL-SW  PIC X VALUE 'N'.                               01190000
012000    88 TABLE-FULL  VALUE 'Y'.                                     01200000
012100    05 WS-SRCH-ID  PIC X(7).                                      01210000
012200    05 WS-REASON   PIC X(30).                                     01220000
012300 01 WS-TODAY PIC 9(8).                                            01230000
012400 01 WS-HDR1.                                                      01240000
012500    05 FILLER PIC X(40)                                           01250000
012600       VALUE 'MJ24 ASSOCIATE REPORTING HIERARCHY'.                01260000
012700    05 FILLER PIC X(10) VALUE 'RUN DATE '.                        01270000
012800    05 WS-HDR-DATE PIC 9(8).                                      01280000
012900 01 WS-NODE-LINE.                                                 01290000
013000    05 WS-NODE-ID     PIC X(7).                                   01300000
013100    05 FILLER         PIC X VALUE SPACE.                          01310000
013200    05 WS-NODE-NAME   PIC X(30).                                  01320000
013300    05 FILLER         PIC X(9) VALUE ' DIRECT: '.                 01330000
013400    05 WS-NODE-DIRECT PIC ZZZZ9.                                  01340000
013500    05 FILLER         PIC X(8) VALUE ' TOTAL: '.                  01350000
013600    05 WS-NODE-TOTAL  PIC ZZZZ9.                                  01360000
013700 01 WS-EXC-LINE.                                                  01370000
013800    05 WS-EXC-ID      PIC X(7).                                   01380000
013900    05 FILLER         PIC X VALUE SPACE.                          01390000
014000    05 WS-EXC-NAME    PIC X(30).                                  01400000
014100    05 FILLER         PIC X(6) VALUE ' MGR: '.                    01410000
014200    05 WS-EXC-MGR     PIC X(7).                                   01420000
014300    05 FILLER         PIC X(3) VALUE ' - '.                       01430000
014400    05 WS-EXC-REASON  PIC X(30).                                  01440000
014500 01 WS-ERR-DESC.                                                  01450000
014600    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01460000
014700    05  ERR-PARA             PIC X(30).                           01470000
014800    05  FILLER               PIC XX VALUE SPACES.                 01480000
014900    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01490000
015000    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01500000
015100    05  ERR-FILE-STATUS      PIC XX.                              01510000
015200 PROCEDURE DIVISION.                                              01520000
015300 0000-MAIN-PARA.                                                  01530000
015400      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01540000
015500      PERFORM 1000-OPEN-FILES.                                    01550000
015600      PERFORM 2000-LOAD-MASTER UNTIL MA-EOF.                      01560000
015700      PERFORM 2100-LOAD-LINES UNTIL RL-EOF.                       01570000
015800      PERFORM 2200-LINK-ENTRY                                     01580001
015810         THRU 2200-LINK-ENTRY-EXIT VARYING WS-SUB FROM 1 BY 1     01581001
015900         UNTIL WS-SUB > TB-CNT.                                   01590000
016000      PERFORM 2300-ADD-SPAN                                       01600001
016010         THRU 2300-ADD-SPAN-EXIT VARYING WS-SUB FROM 1 BY 1       01601001
016100         UNTIL WS-SUB > TB-CNT.                                   01610000
016200      PERFORM 3000-PRINT-TREES.                                   01620000
016300      PERFORM 3500-PRINT-EXCEPTIONS.                              01630000
016400      PERFORM 4000-CLOSE-PARA.                                    01640000
016500      STOP RUN.                                                   01650000
016600 0000-MAIN-PARA-EXIT.                                             01660000
016700      EXIT.                                                       01670000
016800 1000-OPEN-FILES.                                                 01680000
016900      OPEN INPUT KSDS-FILE.                                       01690000
017000      IF NOT MA-OPEN-OK                                           01700000
017100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01710000
017200         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          01720000
017300         MOVE MA-STATUS TO ERR-FILE-STATUS                        01730000
017400         PERFORM 9000-ERR-PARA                                    01740000
017500      END-IF.                                                     01750000
017600      OPEN INPUT RPTL-FILE.                                       01760000
017700      IF NOT RL-OPEN-OK                                           01770000
017800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01780000
017900         MOVE 'RPTL-FILE' TO ERR-FILE-ID                          01790000
018000         MOVE RL-STATUS TO ERR-FILE-STATUS                        01800000
018100         PERFORM 9000-ERR-PARA                                    01810000
018200      END-IF.                                                     01820000
018300      OPEN OUTPUT RPTFILE.                                        01830000
018400      IF NOT RP-OPEN-OK                                           01840000
018500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01850000
018600         MOVE 'RPTFILE' TO ERR-FILE-ID                            01860000
018700         MOVE RP-STATUS TO ERR-FILE-STATUS                        01870000
018800         PERFORM 9000-ERR-PARA                                    01880000
018900      END-IF.                                                     01890000
019000      MOVE WS-TODAY TO WS-HDR-DATE.                               01900000
019100      WRITE RPT-REC FROM WS-HDR1.                                 01910000
019200      MOVE SPACES TO RPT-REC.                                     01920000
019300      WRITE RPT-REC.                                              01930000
019400      EXIT.                                                       01940000
019500 2000-LOAD-MASTER.                                                01950000
019600      READ KSDS-FILE.                                             01960000
019700      EVALUATE TRUE                                               01970000
019800         WHEN MA-READ-OK                                          01980000
019900            ADD 1 TO MA-CNTR                                      01990000
020000            PERFORM 2010-ADD-ENTRY THRU 2010-ADD-ENTRY-EXIT       02000001
020100         WHEN MA-EOF                                              02010000
020200            CONTINUE                                              02020000
020300         WHEN OTHER                                               02030000
020400            MOVE '2000-LOAD-MASTER' TO ERR-PARA                   02040000
020500            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       02050000
020600            MOVE MA-STATUS TO ERR-FILE-STATUS                     02060000
020700            PERFORM 9000-ERR-PARA                                 02070000
020800      END-EVALUATE.                                               02080000
020900      EXIT.                                                       02090000
021000 2010-ADD-ENTRY.                                                  02100000
021100      IF TB-CNT NOT < 5000                                        02110000
021200         IF NOT TABLE-FULL                                        02120000
021300            DISPLAY 'ASSOCIATE TABLE FULL AT ' MAASSOID           02130000
021400            MOVE 'Y' TO WS-FULL-SW                                02140000
021500            MOVE 4 TO RETURN-CODE                                 02150000
021600         END-IF                                                   02160000
021700         GO TO 2010-ADD-ENTRY-EXIT                                02170000
021800      END-IF.                                                     02180000
021900      ADD 1 TO TB-CNT.                                            02190000
022000      MOVE MAASSOID TO TB-ASSOID(TB-CNT).                         02200000
022100      MOVE MANAME   TO TB-NAME(TB-CNT).                           02210000
022200      MOVE MASTATUS TO TB-STATUS(TB-CNT).                         02220000
022300      MOVE SPACES   TO TB-MGR(TB-CNT).                            02230000
022400      MOVE ZEROS    TO TB-MGR-IX(TB-CNT) TB-FIRST(TB-CNT)         02240000
022500                       TB-LAST(TB-CNT) TB-NEXT(TB-CNT)            02250000
022600                       TB-DIRECT(TB-CNT) TB-TOTAL(TB-CNT).        02260000
022700      MOVE 'N'      TO TB-ORPHAN(TB-CNT) TB-CYCLE(TB-CNT).        02270000
022800 2010-ADD-ENTRY-EXIT.                                             02280000
022900      EXIT.                                                       02290000
023000 2100-LOAD-LINES.                                                 02300000
023100      READ RPTL-FILE.                                             02310000
023200      EVALUATE TRUE                                               02320000
023300         WHEN RL-READ-OK                                          02330000
023400            ADD 1 TO RL-CNTR                                      02340000
023500            MOVE RL-ASSOID TO WS-SRCH-ID                          02350000
023600            PERFORM 2900-FIND-ENTRY THRU 2900-FIND-ENTRY-EXIT     02360001
023700            IF ENT-FOUND                                          02370000
023800               MOVE RL-MGR-ASSOID TO TB-MGR(WS-SUB)               02380000
023900               IF RL-ORPHAN-FLAG = 'Y'                            02390000
024000                  MOVE 'Y' TO TB-ORPHAN(WS-SUB)                   02400000
024100               END-IF                                             02410000
024200            ELSE                                                  02420000
024300               ADD 1 TO NOMAST-CNTR                               02430000
024400               DISPLAY 'REPORTING LINE FOR ' RL-ASSOID            02440000
024500                  ' NOT ON MASTER'                                02450000
024600            END-IF                                                02460000
024700         WHEN RL-EOF                                              02470000
024800            CONTINUE                                              02480000
024900         WHEN OTHER                                               02490000
025000            MOVE '2100-LOAD-LINES' TO ERR-PARA                    02500000
025100            MOVE 'RPTL-FILE' TO ERR-FILE-ID                       02510000
025200            MOVE RL-STATUS TO ERR-FILE-STATUS                     02520000
025300            PERFORM 9000-ERR-PARA                                 02530000
025400      END-EVALUATE.                                               02540000
025500      EXIT.                                                       02550000
025600*  HANG ONE ASSOCIATE UNDER THEIR MANAGER.  A MANAGER WHO IS      02560000
025700*  TERMINATED OR NOT ON THE MASTER LEAVES THE REPORT ORPHANED.    02570000
025800 2200-LINK-ENTRY.                                                 02580000
025900      IF TB-STATUS(WS-SUB) = 'T' OR TB-MGR(WS-SUB) = SPACES       02590000
026000         GO TO 2200-LINK-ENTRY-EXIT                               02600000
026100      END-IF.                                                     02610000
026200      IF TB-IS-ORPHAN(WS-SUB)                                     02620000
026300         GO TO 2200-LINK-ENTRY-EXIT                               02630000
026400      END-IF.                                                     02640000
026500      MOVE WS-SUB TO WS-CUR.                                      02650000
026600      MOVE TB-MGR(WS-CUR) TO WS-SRCH-ID.                          02660000
026700      PERFORM 2900-FIND-ENTRY THRU 2900-FIND-ENTRY-EXIT.          02670001
026800      MOVE WS-SUB TO WS-MGR-SUB.                                  02680000
026900      MOVE WS-CUR TO WS-SUB.                                      02690000
027000      IF NOT ENT-FOUND                                            02700000
027100         MOVE 'Y' TO TB-ORPHAN(WS-SUB)                            02710000
027200         GO TO 2200-LINK-ENTRY-EXIT                               02720000
027300      END-IF.                                                     02730000
027400      IF TB-STATUS(WS-MGR-SUB) = 'T'                              02740000
027500         MOVE 'Y' TO TB-ORPHAN(WS-SUB)                            02750000
027600         GO TO 2200-LINK-ENTRY-EXIT                               02760000
027700      END-IF.                                                     02770000
027800      MOVE WS-MGR-SUB TO TB-MGR-IX(WS-SUB).                       02780000
027900      ADD 1 TO TB-DIRECT(WS-MGR-SUB).                             02790000
028000      IF TB-FIRST(WS-MGR-SUB) = ZEROS                             02800000
028100         MOVE WS-SUB TO TB-FIRST(WS-MGR-SUB)                      02810000
028200      ELSE                                                        02820000
028300         MOVE TB-LAST(WS-MGR-SUB) TO WS-ANC                       02830000
028400         MOVE WS-SUB TO TB-NEXT(WS-ANC)                           02840000
028500      END-IF.                                                     02850000
028600      MOVE WS-SUB TO TB-LAST(WS-MGR-SUB).                         02860000
028700 2200-LINK-ENTRY-EXIT.                                            02870000
028800      EXIT.                                                       02880000
028900*  COUNT THIS ASSOCIATE ONCE IN THE TOTAL SPAN OF EVERY MANAGER   02890000
029000*  ABOVE THEM.  A WALK PAST 99 LEVELS CAN ONLY BE A LOOP.         02900000
029100 2300-ADD-SPAN.                                                   02910000
029200      MOVE TB-MGR-IX(WS-SUB) TO WS-ANC.                           02920000
029300      MOVE ZEROS TO WS-ANC-DEPTH.                                 02930000
029400      MOVE 'N' TO WS-WALK-SW.                                     02940000
029500      IF WS-ANC = ZEROS                                           02950000
029600         GO TO 2300-ADD-SPAN-EXIT                                 02960000
029700      END-IF.                                                     02970000
029800      PERFORM 2310-SPAN-STEP UNTIL WALK-DONE.                     02980000
029900 2300-ADD-SPAN-EXIT.                                              02990000
030000      EXIT.                                                       03000000
030100 2310-SPAN-STEP.                                                  03010000
030200      ADD 1 TO WS-ANC-DEPTH.                                      03020000
030300      IF WS-ANC-DEPTH > 99 OR WS-ANC = WS-SUB                     03030000
030400         MOVE 'Y' TO TB-CYCLE(WS-SUB)                             03040000
030500         MOVE 'Y' TO WS-WALK-SW                                   03050000
030600      ELSE                                                        03060000
030700         ADD 1 TO TB-TOTAL(WS-ANC)                                03070000
030800         MOVE TB-MGR-IX(WS-ANC) TO WS-ANC                         03080000
030900         IF WS-ANC = ZEROS                                        03090000
031000            MOVE 'Y' TO WS-WALK-SW                                03100000
031100         END-IF                                                   03110000
031200      END-IF.                                                     03120000
031300      EXIT.                                                       03130000
031400 2900-FIND-ENTRY.                                                 03140000
031500      MOVE 'N' TO WS-FOUND-SW.                                    03150000
031600      MOVE ZEROS TO WS-SUB.                                       03160000
031700      IF TB-CNT = ZEROS                                           03170000
031800         GO TO 2900-FIND-ENTRY-EXIT                               03180000
031900      END-IF.                                                     03190000
032000      SEARCH ALL TB-ENT                                           03200000
032100         AT END                                                   03210000
032200            CONTINUE                                              03220000
032300         WHEN TB-ASSOID(TB-IX) = WS-SRCH-ID                       03230000
032400            MOVE 'Y' TO WS-FOUND-SW                               03240000
032500            SET WS-SUB TO TB-IX                                   03250000
032600      END-SEARCH.                                                 03260000
032700 2900-FIND-ENTRY-EXIT.                                            03270000
032800      EXIT.                                                       03280000
032900 3000-PRINT-TREES.                                                03290000
033000      PERFORM 3010-CHECK-TOP                                      03300001
033010         THRU 3010-CHECK-TOP-EXIT VARYING WS-ROOT FROM 1 BY 1     03301001
033100         UNTIL WS-ROOT > TB-CNT.                                  03310000
033200      EXIT.                                                       03320000
033300 3010-CHECK-TOP.                                                  03330000
033400      IF TB-STATUS(WS-ROOT) = 'T' OR TB-DIRECT(WS-ROOT) = ZEROS   03340000
033500         GO TO 3010-CHECK-TOP-EXIT                                03350000
033600      END-IF.                                                     03360000
033700      IF TB-MGR(WS-ROOT) NOT = SPACES                             03370000
033800         GO TO 3010-CHECK-TOP-EXIT                                03380000
033900      END-IF.                                                     03390000
034000      ADD 1 TO TOP-CNTR.                                          03400000
034100      PERFORM 3100-PRINT-SUBTREE.                                 03410000
034200      MOVE SPACES TO RPT-REC.                                     03420000
034300      WRITE RPT-REC.                                              03430000
034400 3010-CHECK-TOP-EXIT.                                             03440000
034500      EXIT.                                                       03450000
034600*  DEPTH-FIRST WALK OF THE TREE UNDER WS-ROOT, DOWN THROUGH THE   03460000
034700*  FIRST REPORT, ACROSS THROUGH THE NEXT, BACK UP THROUGH THE     03470000
034800*  MANAGER SUBSCRIPT.                                             03480000
034900 3100-PRINT-SUBTREE.                                              03490000
035000      MOVE WS-ROOT TO WS-CUR.                                     03500000
035100      MOVE ZEROS TO WS-DEPTH.                                     03510000
035200      MOVE 'N' TO WS-WALK-SW.                                     03520000
035300      PERFORM 3110-WALK-STEP                                      03530001
035310         THRU 3110-WALK-STEP-EXIT UNTIL WALK-DONE.                03531001
035400      EXIT.                                                       03540000
035500 3110-WALK-STEP.                                                  03550000
035600      PERFORM 3200-PRINT-NODE.                                    03560000
035700      IF TB-FIRST(WS-CUR) NOT = ZEROS                             03570000
035800         MOVE TB-FIRST(WS-CUR) TO WS-CUR                          03580000
035900         ADD 1 TO WS-DEPTH                                        03590000
036000         GO TO 3110-WALK-STEP-EXIT                                03600000
036100      END-IF.                                                     03610000
036200      MOVE 'N' TO WS-UP-SW.                                       03620000
036300      PERFORM 3120-MOVE-UP UNTIL UP-DONE.                         03630000
036400 3110-WALK-STEP-EXIT.                                             03640000
036500      EXIT.                                                       03650000
036600 3120-MOVE-UP.                                                    03660000
036700      IF WS-CUR = WS-ROOT                                         03670000
036800         MOVE 'Y' TO WS-UP-SW                                     03680000
036900         MOVE 'Y' TO WS-WALK-SW                                   03690000
037000      ELSE                                                        03700000
037100         IF TB-NEXT(WS-CUR) NOT = ZEROS                           03710000
037200            MOVE TB-NEXT(WS-CUR) TO WS-CUR                        03720000
037300            MOVE 'Y' TO WS-UP-SW                                  03730000
037400         ELSE                                                     03740000
037500            MOVE TB-MGR-IX(WS-CUR) TO WS-CUR                      03750000
037600            SUBTRACT 1 FROM WS-DEPTH                              03760000
037700         END-IF                                                   03770000
037800      END-IF.                                                     03780000
037900      EXIT.                                                       03790000
038000 3200-PRINT-NODE.                                                 03800000
038100      ADD 1 TO LINE-CNTR.                                         03810000
038200      MOVE TB-ASSOID(WS-CUR) TO WS-NODE-ID.                       03820000
038300      MOVE TB-NAME(WS-CUR)   TO WS-NODE-NAME.                     03830000
038400      MOVE TB-DIRECT(WS-CUR) TO WS-NODE-DIRECT.                   03840000
038500      MOVE TB-TOTAL(WS-CUR)  TO WS-NODE-TOTAL.                    03850000
038600      MOVE WS-DEPTH TO WS-INDENT.                                 03860000
038700      IF WS-INDENT > 20                                           03870000
038800         MOVE 20 TO WS-INDENT                                     03880000
038900      END-IF.                                                     03890000
039000      COMPUTE WS-PTR = WS-INDENT * 3 + 1.                         03900000
039100      MOVE SPACES TO RPT-REC.                                     03910000
039200      STRING WS-NODE-LINE DELIMITED BY SIZE                       03920000
039300         INTO RPT-REC WITH POINTER WS-PTR                         03930000
039400      END-STRING.                                                 03940000
039500      WRITE RPT-REC.                                              03950000
039600      EXIT.                                                       03960000
039700 3500-PRINT-EXCEPTIONS.                                           03970000
039800      MOVE SPACES TO RPT-REC.                                     03980000
039900      WRITE RPT-REC.                                              03990000
040000      MOVE 'ORPHANED REPORTS AND CIRCULAR CHAINS' TO RPT-REC.     04000000
040100      WRITE RPT-REC.                                              04010000
040200      PERFORM 3510-CHECK-EXCEPTION                                04020001
040210         THRU 3510-CHECK-EXCEPTION-EXIT                           04021001
040220         VARYING WS-ROOT FROM 1 BY 1                              04022001
040300         UNTIL WS-ROOT > TB-CNT.                                  04030000
040400      IF ORPHAN-CNTR = ZEROS AND CYCLE-CNTR = ZEROS               04040000
040500         MOVE '   NONE' TO RPT-REC                                04050000
040600         WRITE RPT-REC                                            04060000
040700      END-IF.                                                     04070000
040800      EXIT.                                                       04080000
040900 3510-CHECK-EXCEPTION.                                            04090000
041000      IF TB-STATUS(WS-ROOT) = 'T'                                 04100000
041100         GO TO 3510-CHECK-EXCEPTION-EXIT                          04110000
041200      END-IF.                                                     04120000
041300      EVALUATE TRUE                                               04130000
041400         WHEN TB-IS-ORPHAN(WS-ROOT)                               04140000
041500            ADD 1 TO ORPHAN-CNTR                                  04150000
041600            MOVE 'ORPHANED - NO ACTIVE MANAGER' TO WS-REASON      04160000
041700         WHEN TB-IN-CYCLE(WS-ROOT)                                04170000
041800            ADD 1 TO CYCLE-CNTR                                   04180000
041900            MOVE 'IN A CIRCULAR CHAIN' TO WS-REASON               04190000
042000         WHEN OTHER                                               04200000
042100            GO TO 3510-CHECK-EXCEPTION-EXIT                       04210000
042200      END-EVALUATE.                                               04220000
042300      MOVE TB-ASSOID(WS-ROOT) TO WS-EXC-ID.                       04230000
042400      MOVE TB-NAME(WS-ROOT)   TO WS-EXC-NAME.                     04240000
042500      MOVE TB-MGR(WS-ROOT)    TO WS-EXC-MGR.                      04250000
042600      MOVE WS-REASON          TO WS-EXC-REASON.                   04260000
042700      MOVE SPACES TO RPT-REC.                                     04270000
042800      MOVE WS-EXC-LINE TO RPT-REC(4:).                            04280000
042900      WRITE RPT-REC.                                              04290000
043000*  AN ORPHAN STILL HEADS WHATEVER REPORTS IT HAS.                 04300000
043100      IF TB-IS-ORPHAN(WS-ROOT) AND TB-DIRECT(WS-ROOT) > ZEROS     04310000
043200         PERFORM 3100-PRINT-SUBTREE                               04320000
043300      END-IF.                                                     04330000
043400 3510-CHECK-EXCEPTION-EXIT.                                       04340000
043500      EXIT.                                                       04350000
043600 4000-CLOSE-PARA.                                                 04360000
043700      MOVE SPACES TO RPT-REC.                                     04370000
043800      WRITE RPT-REC.                                              04380000
043900      MOVE SPACES TO RPT-REC.                                     04390000
044000      STRING 'ASSOCIATES=' MA-CNTR                                04400000
044100             ' LINES=' RL-CNTR                                    04410000
044200             ' TOP MANAGERS=' TOP-CNTR                            04420000
044300             ' ORPHANS=' ORPHAN-CNTR                              04430000
044400             ' CIRCULAR=' CYCLE-CNTR                              04440000
044500             ' NOT ON MASTER=' NOMAST-CNTR                        04450000
044600         DELIMITED BY SIZE INTO RPT-REC                           04460000
044700      END-STRING.                                                 04470000
044800      WRITE RPT-REC.                                              04480000
044900      CLOSE KSDS-FILE RPTL-FILE RPTFILE.                          04490000
045000      DISPLAY 'ASSOCIATES READ   : ' MA-CNTR.                     04500000
045100      DISPLAY 'LINES READ        : ' RL-CNTR.                     04510000
045200      DISPLAY 'TOP MANAGERS      : ' TOP-CNTR.                    04520000
045300      DISPLAY 'ORPHANED REPORTS  : ' ORPHAN-CNTR.                 04530000
045400      DISPLAY 'CIRCULAR ENTRIES  : ' CYCLE-CNTR.                  04540000
045500      DISPLAY 'LINES NOT ON MAST : ' NOMAST-CNTR.                 04550000
045600      IF ORPHAN-CNTR > 0 OR CYCLE-CNTR > 0 OR NOMAST-CNTR > 0     04560000
045700         MOVE 4 TO RETURN-CODE                                    04570000
045800      END-IF.                                                     04580000
045900      PERFORM 4200-WRITE-RUNSTAT.                                 04590000
046000      EXIT.                                                       04600000
046100 4200-WRITE-RUNSTAT.                                              04610000
046200      OPEN EXTEND STATFILE.                                       04620000
046300      EVALUATE TRUE                                               04630000
046400         WHEN RS-OPEN-OK                                          04640000
046500            MOVE SPACES TO RS-RUNSTAT-REC                         04650000
046600            MOVE 'RLTREE' TO RS-PGM-NAME                          04660000
046700            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 04670000
046800            ACCEPT RS-RUN-TIME FROM TIME                          04680000
046900            MOVE MA-CNTR TO RS-READ-CNT                           04690000
047000            MOVE LINE-CNTR TO RS-WRITE-CNT                        04700000
047100            COMPUTE RS-REJ-CNT =                                  04710000
047200               ORPHAN-CNTR + CYCLE-CNTR + NOMAST-CNTR             04720000
047300            MOVE RETURN-CODE TO RS-RETURN-CD                      04730000
047400            WRITE RS-RUNSTAT-REC                                  04740000
047500            IF NOT RS-WRITE-OK                                    04750000
047600               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04760000
047700            END-IF                                                04770000
047800            CLOSE STATFILE                                        04780000
047900         WHEN OTHER                                               04790000
048000            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04800000
048100      END-EVALUATE.                                               04810000
048200      EXIT.                                                       04820000
048300 9000-ERR-PARA.                                                   04830000
048400      DISPLAY WS-ERR-DESC.                                        04840000
048500      MOVE 30 TO RETURN-CODE.                                     04850000
048600      STOP RUN.                                                   04860000
