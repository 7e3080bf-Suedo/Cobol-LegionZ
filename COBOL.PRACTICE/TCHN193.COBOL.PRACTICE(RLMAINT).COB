000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. RLMAINT.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : REPORTING-LINE TRANSACTION FILE (DDIP), MJ24      00040000
000500*               ASSOCIATE MASTER KSDS (DDKSDS) FOR EXISTENCE      00050000
000600*               CHECKS                                            00060000
000700* OUTPUT FILE : REPORTING-LINE KSDS (DDRLKS), AUDIT LOG           00070000
000800*               (DDAUDIT), RUN REPORT (DDOUT), RUN STATISTICS     00080000
000900*               (DDRSTAT)                                         00090000
001000* PRG DESC    : MAINTENANCE DRIVER FOR THE REPORTING-LINE KSDS    00100000
001100*               (TCHN196.MJ24.RLKSDS).  AN A TRANSACTION SETS     00110000
001200*               OR CHANGES AN ASSOCIATE'S MANAGER FROM AN         00120000
001300*               EFFECTIVE DATE (BLANK = TODAY); A D TRANSACTION   00130000
001400*               REMOVES THE LINE SO THE ASSOCIATE IS AT THE TOP.  00140000
001500*               THE ASSOCIATE AND THE MANAGER MUST BOTH BE ON THE 00150000
001600*               MASTER AND NOT TERMINATED, AN ASSOCIATE CANNOT    00160000
001700*               REPORT TO THEMSELF, AND A CHANGE THAT WOULD MAKE  00170000
001800*               A CIRCULAR CHAIN (THE MANAGER ALREADY REPORTS,    00180000
001900*               DIRECTLY OR NOT, TO THE ASSOCIATE) IS REFUSED.    00190000
002000*               EVERY CHANGE WRITES AN AUDIT ENTRY IN THE SHARED  00200000
002100*               AUDITREC SHAPE.                                   00210000
002200* AUTHOR      : GIRIDHAR                                          00220000
002300* CREATED ON  : 15 OCT 2026                                       00230000
002400***************************************************************** 00240000
002500 ENVIRONMENT DIVISION.                                            00250000
002600 INPUT-OUTPUT SECTION.                                            00260000
002700 FILE-CONTROL.                                                    00270000
002800      SELECT IP-FILE ASSIGN TO DDIP                               00280000
002900      ORGANIZATION IS SEQUENTIAL                                  00290000
003000      ACCESS MODE IS SEQUENTIAL                                   00300000
003100      FILE STATUS IP-STATUS.                                      00310000
003200*                                                                 00320000
003300      SELECT RPTL-FILE ASSIGN TO DDRLKS                           00330000
003400      ORGANIZATION IS INDEXED                                     00340000
003500      ACCESS MODE IS RANDOM                                       00350000
003600      RECORD KEY IS RL-ASSOID                                     00360000
003700      FILE STATUS RL-STATUS.                                      00370000
003800*                                                                 00380000
003900      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00390000
004000      ORGANIZATION IS INDEXED                                     00400000
004100      ACCESS MODE IS RANDOM                                       00410000
004200      RECORD KEY IS MAASSOID                                      00420000
004300      FILE STATUS MA-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS AU-STATUS.                                      00480000
004900*                                                                 00490000
005000      SELECT RPT-FILE ASSIGN TO DDOUT                             00500000
005100      ORGANIZATION IS SEQUENTIAL                                  00510000
005200      ACCESS MODE IS SEQUENTIAL                                   00520000
005300      FILE STATUS RP-STATUS.                                      00530000
005400*                                                                 00540000
005500      SELECT STATFILE ASSIGN TO DDRSTAT                           00550000
005600      ORGANIZATION IS SEQUENTIAL                                  00560000
005700      ACCESS MODE IS SEQUENTIAL                                   00570000
005800      FILE STATUS RS-STATUS.                                      00580000
005900*                                                                 00590000
006000 DATA DIVISION.                                                   00600000
006100 FILE SECTION.                                                    00610000
006200 FD IP-FILE RECORDING MODE F.                                     00620000
006300 01 IP-REC PIC X(80).                                             00630000
006400 FD RPTL-FILE.                                                    00640000
006500 COPY RPTLREC REPLACING ==:RPL:== BY ==RL==.                      00650000
006600 FD KSDS-FILE.                                                    00660000
006700 01 MAREC.                                                        00670000
006800 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00680000
006900 FD AUDIT-FILE RECORDING MODE IS F.                               00690000
007000 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00700000
007100 FD RPT-FILE RECORDING MODE IS F.                                 00710000
007200 01 RPT-REC PIC X(80).                                            00720000
007300 FD STATFILE RECORDING MODE IS F.                                 00730000
007400 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00740000
007500 WORKING-STORAGE SECTION.                                         00750000
007600 01 WS-FILE-STATUSES.                                             00760000
007700    05 IP-STATUS PIC XX.                                          00770000
007800    88 IP-OPEN-OK VALUE '00'.                                     00780000
007900    88 IP-READ-OK VALUE '00'.                                     00790000
008000    88 IP-EOF     VALUE '10'.                                     00800000
008100    05 RL-STATUS PIC XX.                                          00810000
008200    88 RL-OPEN-OK    VALUE '00'.                                  00820000
008300    88 RL-READ-OK    VALUE '00'.                                  00830000
008400    88 RL-WRITE-OK   VALUE '00'.                                  00840000
008500    88 RL-REWRITE-OK VALUE '00'.                                  00850000
008600    88 RL-DELETE-OK  VALUE '00'.                                  00860000
008700    88 RL-KEYNF      VALUE '23'.                                  00870000
008800    05 MA-STATUS PIC XX.                                          00880000
008900    88 MA-OPEN-OK VALUE '00'.                                     00890000
009000    88 MA-READ-OK VALUE '00'.                                     00900000
009100    88 MA-KEYNF   VALUE '23'.                                     00910000
009200    05 AU-STATUS PIC XX.                                          00920000
009300    88 AU-OPEN-OK  VALUE '00'.                                    00930000
009400    88 AU-WRITE-OK VALUE '00'.                                    00940000
009500    05 RP-STATUS PIC XX.                                          00950000
009600    88 RP-OPEN-OK VALUE '00'.                                     00960000
009700    05 RS-STATUS PIC XX.                                          00970000
009800    88 RS-OPEN-OK  VALUE '00'.                                    00980000
009900    88 RS-WRITE-OK VALUE '00'.                                    00990000
010000 01 WS-TRAN-REC.                                                  01000000
010100    05 WS-OP PIC X(1).                                            01010000
010200    88 OP-ASSIGN VALUE 'A'.                                       01020000
010300    88 OP-REMOVE VALUE 'D'.                                       01030000
010400    05 WS-ASSOID    PIC X(7).                                     01040000
010500    05 WS-MGR       PIC X(7).                                     01050000
010600    05 WS-EFF-DATE  PIC X(8).                                     01060000
010700    05 WS-EFF-DATE-N REDEFINES WS-EFF-DATE PIC 9(8).              01070000
010800 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01080000
010900 01 WS-CNTRS.                                                     01090000
011000    05 IP-CNTR   PIC 9(6) VALUE ZEROS.                            01100000
011100    05 ADD-CNTR  PIC 9(6) VALUE ZEROS.                            01110000
011200    05 CHG-CNTR  PIC 9(6) VALUE ZEROS.                            01120000
011300    05 REM-CNTR  PIC 9(6) VALUE ZEROS.                            01130000
011400    05 REJ-CNTR  PIC 9(6) VALUE ZEROS.                            01140000
011500 01 WS-EDIT-FLDS.                                                 01150000
011600    05 WS-EDIT-SW PIC X VALUE 'N'.                                01160000
011700    88 TXN-EDIT-OK VALUE 'Y'.                                     01170000
011800    05 WS-EDIT-REASON PIC X(20).                                  01180000
011900*  CIRCULAR-CHAIN WALK.  THE DEPTH LIMIT STOPS A CHAIN THAT IS    01190000
012000*  ALREADY BROKEN ON FILE FROM LOOPING FOR EVER.                  01200000
012100 01 WS-CHAIN-FLDS.                                                01210000
012200    05 WS-CHAIN-ID    PIC X(7).                                   01220000
012300    05 WS-CHAIN-DEPTH PIC 9(3).                                   01230000
012400    05 WS-CHAIN-SW    PIC X VALUE 'N'.                            01240000
012500    88 CHAIN-DONE     VALUE 'Y'.                                  01250000
012600 01 WS-AUD-WORK.                                                  01260000
012700    05 WS-AUD-ACTION PIC X(1).                                    01270000
012800    05 WS-AUD-OLD.                                                01280000
012900       10 WS-AUD-OLD-MGR  PIC X(7).                               01290000
013000       10 FILLER          PIC X.                                  01300000
013100       10 WS-AUD-OLD-EFF  PIC X(8).                               01310000
013200    05 WS-AUD-NEW.                                                01320000
013300       10 WS-AUD-NEW-MGR  PIC X(7).                               01330000
013400       10 FILLER          PIC X.                                  01340000
013500       10 WS-AUD-NEW-EFF  PIC X(8).                               01350000
013600 01 WS-ERR-DESC.                                                  01360000
013700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01370000
013800    05  ERR-PARA             PIC X(30).                           01380000
013900    05  FILLER               PIC XX VALUE SPACES.                 01390000
014000    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01400000
014100    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01410000
014200    05  ERR-FILE-STATUS      PIC XX.                              01420000
014300 PROCEDURE DIVISION.                                              01430000
014400 0000-MAIN-PARA.                                                  01440000
014500      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01450000
014600      PERFORM 1000-OPEN-FILES.                                    01460000
014700      PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                        01470000
014800      PERFORM 4000-CLOSE-PARA.                                    01480000
014900      STOP RUN.                                                   01490000
015000 0000-MAIN-PARA-EXIT.                                             01500000
015100      EXIT.                                                       01510000
015200 1000-OPEN-FILES.                                                 01520000
015300      OPEN INPUT IP-FILE.                                         01530000
015400      IF NOT IP-OPEN-OK                                           01540000
015500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01550000
015600         MOVE 'IP-FILE' TO ERR-FILE-ID                            01560000
015700         MOVE IP-STATUS TO ERR-FILE-STATUS                        01570000
015800         PERFORM 9000-ERR-PARA                                    01580000
015900      END-IF.                                                     01590000
016000      OPEN I-O RPTL-FILE.                                         01600000
016100      IF NOT RL-OPEN-OK                                           01610000
016200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01620000
016300         MOVE 'RPTL-FILE' TO ERR-FILE-ID                          01630000
016400         MOVE RL-STATUS TO ERR-FILE-STATUS                        01640000
016500         PERFORM 9000-ERR-PARA                                    01650000
016600      END-IF.                                                     01660000
016700      OPEN INPUT KSDS-FILE.                                       01670000
016800      IF NOT MA-OPEN-OK                                           01680000
016900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01690000
017000         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          01700000
017100         MOVE MA-STATUS TO ERR-FILE-STATUS                        01710000
017200         PERFORM 9000-ERR-PARA                                    01720000
017300      END-IF.                                                     01730000
017400      OPEN EXTEND AUDIT-FILE.                                     01740000
017500      IF NOT AU-OPEN-OK                                           01750000
017600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01760000
017700         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         01770000
017800         MOVE AU-STATUS TO ERR-FILE-STATUS                        01780000
017900         PERFORM 9000-ERR-PARA                                    01790000
018000      END-IF.                                                     01800000
018010      CALL 'AUDSEAL' USING BY CONTENT 'H' 'RLMAINT '              01801003
018020                           BY REFERENCE AU-AUDIT-REC.             01802003
018030      WRITE AU-AUDIT-REC.                                         01803003
018100      OPEN OUTPUT RPT-FILE.                                       01810000
018200      IF NOT RP-OPEN-OK                                           01820000
018300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01830000
018400         MOVE 'RPT-FILE' TO ERR-FILE-ID                           01840000
018500         MOVE RP-STATUS TO ERR-FILE-STATUS                        01850000
018600         PERFORM 9000-ERR-PARA                                    01860000
018700      END-IF.                                                     01870000
018800      DISPLAY 'ALL FILES OPENED'.                                 01880000
018900      EXIT.                                                       01890000
019000 3000-PRCS-RECS.                                                  01900000
019100      READ IP-FILE.                                               01910000
019200      EVALUATE TRUE                                               01920000
019300         WHEN IP-READ-OK                                          01930000
019400            ADD 1 TO IP-CNTR                                      01940000
019500            PERFORM 3001-PARSE-PARA                               01950000
019600            PERFORM 3010-EDIT-TXN THRU 3010-EDIT-EXIT             01960001
019700            IF TXN-EDIT-OK                                        01970000
019800               PERFORM 3100-DISPATCH-TXN                          01980000
019900            ELSE                                                  01990000
020000               PERFORM 3020-EDIT-REJECT                           02000000
020100            END-IF                                                02010000
020200         WHEN IP-EOF                                              02020000
020300            CONTINUE                                              02030000
020400         WHEN OTHER                                               02040000
020500            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02050000
020600            MOVE 'IP-FILE' TO ERR-FILE-ID                         02060000
020700            MOVE IP-STATUS TO ERR-FILE-STATUS                     02070000
020800            PERFORM 9000-ERR-PARA                                 02080000
020900      END-EVALUATE.                                               02090000
021000      EXIT.                                                       02100000
021100 3001-PARSE-PARA.                                                 02110000
021200      MOVE IP-REC(1:1)   TO WS-OP.                                02120000
021300      MOVE IP-REC(2:7)   TO WS-ASSOID.                            02130000
021400      MOVE IP-REC(9:7)   TO WS-MGR.                               02140000
021500      MOVE IP-REC(16:8)  TO WS-EFF-DATE.                          02150000
021600      IF WS-EFF-DATE = SPACES                                     02160000
021700         MOVE WS-TODAY TO WS-EFF-DATE-N                           02170000
021800      END-IF.                                                     02180000
021900      EXIT.                                                       02190000
022000 3010-EDIT-TXN.                                                   02200000
022100      MOVE 'Y' TO WS-EDIT-SW.                                     02210000
022200      MOVE SPACES TO WS-EDIT-REASON.                              02220000
022300      IF NOT OP-ASSIGN AND NOT OP-REMOVE                          02230000
022400         MOVE 'N' TO WS-EDIT-SW                                   02240000
022500         MOVE 'INVALID OPERATION' TO WS-EDIT-REASON               02250000
022600         GO TO 3010-EDIT-EXIT                                     02260000
022700      END-IF.                                                     02270000
022800      MOVE WS-ASSOID TO MAASSOID.                                 02280000
022900      PERFORM 3011-CHECK-MASTER.                                  02290000
023000      IF NOT TXN-EDIT-OK                                          02300000
023100         GO TO 3010-EDIT-EXIT                                     02310000
023200      END-IF.                                                     02320000
023300      IF OP-REMOVE                                                02330000
023400         GO TO 3010-EDIT-EXIT                                     02340000
023500      END-IF.                                                     02350000
023600      IF WS-EFF-DATE NOT NUMERIC                                  02360000
023700         MOVE 'N' TO WS-EDIT-SW                                   02370000
023800         MOVE 'EFF DATE NOT NUMERIC' TO WS-EDIT-REASON            02380000
023900         GO TO 3010-EDIT-EXIT                                     02390000
024000      END-IF.                                                     02400000
024100      IF WS-MGR = SPACES                                          02410000
024200         MOVE 'N' TO WS-EDIT-SW                                   02420000
024300         MOVE 'MANAGER BLANK' TO WS-EDIT-REASON                   02430000
024400         GO TO 3010-EDIT-EXIT                                     02440000
024500      END-IF.                                                     02450000
024600      IF WS-MGR = WS-ASSOID                                       02460000
024700         MOVE 'N' TO WS-EDIT-SW                                   02470000
024800         MOVE 'REPORTS TO SELF' TO WS-EDIT-REASON                 02480000
024900         GO TO 3010-EDIT-EXIT                                     02490000
025000      END-IF.                                                     02500000
025100      MOVE WS-MGR TO MAASSOID.                                    02510000
025200      PERFORM 3011-CHECK-MASTER.                                  02520000
025300      IF NOT TXN-EDIT-OK                                          02530000
025400         IF WS-EDIT-REASON = 'TERMINATED'                         02540000
025500            MOVE 'MGR TERMINATED' TO WS-EDIT-REASON               02550000
025600         ELSE                                                     02560000
025700            MOVE 'MGR UNKNOWN' TO WS-EDIT-REASON                  02570000
025800         END-IF                                                   02580000
025900         GO TO 3010-EDIT-EXIT                                     02590000
026000      END-IF.                                                     02600000
026100      PERFORM 3012-CHECK-CHAIN.                                   02610000
026200 3010-EDIT-EXIT.                                                  02620000
026300      EXIT.                                                       02630000
026400 3011-CHECK-MASTER.                                               02640000
026500      READ KSDS-FILE.                                             02650000
026600      EVALUATE TRUE                                               02660000
026700         WHEN MA-READ-OK                                          02670000
026800            IF MASTATUS = 'T'                                     02680000
026900               MOVE 'N' TO WS-EDIT-SW                             02690000
027000               MOVE 'TERMINATED' TO WS-EDIT-REASON                02700000
027100            END-IF                                                02710000
027200         WHEN MA-KEYNF                                            02720000
027300            MOVE 'N' TO WS-EDIT-SW                                02730000
027400            MOVE 'UNKNOWN' TO WS-EDIT-REASON                      02740000
027500         WHEN OTHER                                               02750000
027600            MOVE '3011-CHECK-MASTER' TO ERR-PARA                  02760000
027700            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       02770000
027800            MOVE MA-STATUS TO ERR-FILE-STATUS                     02780000
027900            PERFORM 9000-ERR-PARA                                 02790000
028000      END-EVALUATE.                                               02800000
028100      EXIT.                                                       02810000
028200*  WALK UP FROM THE NEW MANAGER.  MEETING THE ASSOCIATE ON THE    02820000
028300*  WAY MEANS THE CHANGE WOULD CLOSE A LOOP.                       02830000
028400 3012-CHECK-CHAIN.                                                02840000
028500      MOVE WS-MGR TO WS-CHAIN-ID.                                 02850000
028600      MOVE ZEROS TO WS-CHAIN-DEPTH.                               02860000
028700      MOVE 'N' TO WS-CHAIN-SW.                                    02870000
028800      PERFORM 3013-CHAIN-STEP                                     02880001
028810         THRU 3013-CHAIN-STEP-EXIT UNTIL CHAIN-DONE.              02881001
028900      EXIT.                                                       02890000
029000 3013-CHAIN-STEP.                                                 02900000
029100      ADD 1 TO WS-CHAIN-DEPTH.                                    02910000
029200      IF WS-CHAIN-DEPTH > 99                                      02920000
029300         MOVE 'N' TO WS-EDIT-SW                                   02930000
029400         MOVE 'CHAIN TOO DEEP' TO WS-EDIT-REASON                  02940000
029500         MOVE 'Y' TO WS-CHAIN-SW                                  02950000
029600         GO TO 3013-CHAIN-STEP-EXIT                               02960000
029700      END-IF.                                                     02970000
029800      MOVE WS-CHAIN-ID TO RL-ASSOID.                              02980000
029900      READ RPTL-FILE.                                             02990000
030000      EVALUATE TRUE                                               03000000
030100         WHEN RL-READ-OK                                          03010000
030200            IF RL-MGR-ASSOID = WS-ASSOID                          03020000
030300               MOVE 'N' TO WS-EDIT-SW                             03030000
030400               MOVE 'CIRCULAR CHAIN' TO WS-EDIT-REASON            03040000
030500               MOVE 'Y' TO WS-CHAIN-SW                            03050000
030600            ELSE                                                  03060000
030700               IF RL-MGR-ASSOID = SPACES                          03070000
030800                  MOVE 'Y' TO WS-CHAIN-SW                         03080000
030900               ELSE                                               03090000
031000                  MOVE RL-MGR-ASSOID TO WS-CHAIN-ID               03100000
031100               END-IF                                             03110000
031200            END-IF                                                03120000
031300         WHEN RL-KEYNF                                            03130000
031400            MOVE 'Y' TO WS-CHAIN-SW                               03140000
031500         WHEN OTHER                                               03150000
031600            MOVE '3013-CHAIN-STEP' TO ERR-PARA                    03160000
031700            MOVE 'RPTL-FILE' TO ERR-FILE-ID                       03170000
031800            MOVE RL-STATUS TO ERR-FILE-STATUS                     03180000
031900            PERFORM 9000-ERR-PARA                                 03190000
032000      END-EVALUATE.                                               03200000
032100 3013-CHAIN-STEP-EXIT.                                            03210000
032200      EXIT.                                                       03220000
032300 3020-EDIT-REJECT.                                                03230000
032400      ADD 1 TO REJ-CNTR.                                          03240000
032500      DISPLAY 'REJECTED ' WS-ASSOID ' MGR ' WS-MGR                03250000
032600         ' - ' WS-EDIT-REASON.                                    03260000
032700      MOVE SPACES TO RPT-REC.                                     03270000
032800      STRING 'REJECTED: ' WS-ASSOID ' MGR ' WS-MGR                03280000
032900         ' OP ' WS-OP ' - ' WS-EDIT-REASON                        03290000
033000         DELIMITED BY SIZE INTO RPT-REC                           03300000
033100      END-STRING.                                                 03310000
033200      WRITE RPT-REC.                                              03320000
033300      EXIT.                                                       03330000
033400 3100-DISPATCH-TXN.                                               03340000
033500      EVALUATE TRUE                                               03350000
033600         WHEN OP-ASSIGN                                           03360000
033700            PERFORM 3200-ASSIGN-MGR                               03370000
033800         WHEN OP-REMOVE                                           03380000
033900            PERFORM 3400-REMOVE-LINE                              03390000
034000      END-EVALUATE.                                               03400000
034100      EXIT.                                                       03410000
034200 3200-ASSIGN-MGR.                                                 03420000
034300      MOVE WS-ASSOID TO RL-ASSOID.                                03430000
034400      READ RPTL-FILE.                                             03440000
034500      EVALUATE TRUE                                               03450000
034600         WHEN RL-READ-OK                                          03460000
034700            PERFORM 3300-CHANGE-MGR THRU 3300-CHANGE-MGR-EXIT     03470001
034800         WHEN RL-KEYNF                                            03480000
034900            MOVE SPACES TO RL-RPTL-REC                            03490000
035000            MOVE WS-ASSOID TO RL-ASSOID                           03500000
035100            MOVE WS-MGR TO RL-MGR-ASSOID                          03510000
035200            MOVE WS-EFF-DATE-N TO RL-EFF-DATE                     03520000
035300            MOVE ZEROS TO RL-PREV-EFF-DATE                        03530000
035400            MOVE 'N' TO RL-ORPHAN-FLAG                            03540000
035500            MOVE WS-TODAY TO RL-LAST-UPD-DATE                     03550000
035600            WRITE RL-RPTL-REC                                     03560000
035700            IF RL-WRITE-OK                                        03570000
035800               ADD 1 TO ADD-CNTR                                  03580000
035900               MOVE 'A' TO WS-AUD-ACTION                          03590000
036000               MOVE SPACES TO WS-AUD-OLD                          03600000
036100               MOVE WS-MGR TO WS-AUD-NEW-MGR                      03610000
036200               MOVE WS-EFF-DATE TO WS-AUD-NEW-EFF                 03620000
036300               PERFORM 3600-AUDIT-WRITE                           03630000
036400            ELSE                                                  03640000
036500               DISPLAY 'KEY : ' WS-ASSOID                         03650000
036600                  ' NOT ADDED, STATUS = ' RL-STATUS               03660000
036700               ADD 1 TO REJ-CNTR                                  03670000
036800            END-IF                                                03680000
036900         WHEN OTHER                                               03690000
037000            DISPLAY 'KEY : ' WS-ASSOID                            03700000
037100               ' NOT READ, STATUS = ' RL-STATUS                   03710000
037200            ADD 1 TO REJ-CNTR                                     03720000
037300      END-EVALUATE.                                               03730000
037400      EXIT.                                                       03740000
037500 3300-CHANGE-MGR.                                                 03750000
037600      IF RL-MGR-ASSOID = WS-MGR AND RL-ORPHAN-FLAG NOT = 'Y'      03760000
037700         MOVE 'SAME MANAGER' TO WS-EDIT-REASON                    03770000
037800         PERFORM 3020-EDIT-REJECT                                 03780000
037900         GO TO 3300-CHANGE-MGR-EXIT                               03790000
038000      END-IF.                                                     03800000
038100      IF WS-EFF-DATE-N < RL-EFF-DATE                              03810000
038200         MOVE 'EFF DATE BEFORE LAST' TO WS-EDIT-REASON            03820000
038300         PERFORM 3020-EDIT-REJECT                                 03830000
038400         GO TO 3300-CHANGE-MGR-EXIT                               03840000
038500      END-IF.                                                     03850000
038600      MOVE RL-MGR-ASSOID TO WS-AUD-OLD-MGR.                       03860000
038700      MOVE RL-EFF-DATE TO WS-AUD-OLD-EFF.                         03870000
038800      MOVE RL-MGR-ASSOID TO RL-PREV-MGR.                          03880000
038900      MOVE RL-EFF-DATE TO RL-PREV-EFF-DATE.                       03890000
039000      MOVE WS-MGR TO RL-MGR-ASSOID.                               03900000
039100      MOVE WS-EFF-DATE-N TO RL-EFF-DATE.                          03910000
039200      MOVE 'N' TO RL-ORPHAN-FLAG.                                 03920000
039300      MOVE WS-TODAY TO RL-LAST-UPD-DATE.                          03930000
039400      REWRITE RL-RPTL-REC.                                        03940000
039500      IF RL-REWRITE-OK                                            03950000
039600         ADD 1 TO CHG-CNTR                                        03960000
039700         MOVE 'U' TO WS-AUD-ACTION                                03970000
039800         MOVE WS-MGR TO WS-AUD-NEW-MGR                            03980000
039900         MOVE WS-EFF-DATE TO WS-AUD-NEW-EFF                       03990000
040000         PERFORM 3600-AUDIT-WRITE                                 04000000
040100      ELSE                                                        04010000
040200         DISPLAY 'KEY : ' WS-ASSOID                               04020000
040300            ' NOT REWRITTEN, STATUS = ' RL-STATUS                 04030000
040400         ADD 1 TO REJ-CNTR                                        04040000
040500      END-IF.                                                     04050000
040600 3300-CHANGE-MGR-EXIT.                                            04060000
040700      EXIT.                                                       04070000
040800 3400-REMOVE-LINE.                                                04080000
040900      MOVE WS-ASSOID TO RL-ASSOID.                                04090000
041000      READ RPTL-FILE.                                             04100000
041100      EVALUATE TRUE                                               04110000
041200         WHEN RL-READ-OK                                          04120000
041300            MOVE RL-MGR-ASSOID TO WS-AUD-OLD-MGR                  04130000
041400            MOVE RL-EFF-DATE TO WS-AUD-OLD-EFF                    04140000
041500            DELETE RPTL-FILE RECORD                               04150000
041600            IF RL-DELETE-OK                                       04160000
041700               ADD 1 TO REM-CNTR                                  04170000
041800               MOVE 'D' TO WS-AUD-ACTION                          04180000
041900               MOVE SPACES TO WS-AUD-NEW                          04190000
042000               MOVE WS-EFF-DATE TO WS-AUD-NEW-EFF                 04200000
042100               PERFORM 3600-AUDIT-WRITE                           04210000
042200            ELSE                                                  04220000
042300               DISPLAY 'KEY : ' WS-ASSOID                         04230000
042400                  ' NOT REMOVED, STATUS = ' RL-STATUS             04240000
042500               ADD 1 TO REJ-CNTR                                  04250000
042600            END-IF                                                04260000
042700         WHEN RL-KEYNF                                            04270000
042800            MOVE 'NO LINE ON FILE' TO WS-EDIT-REASON              04280000
042900            PERFORM 3020-EDIT-REJECT                              04290000
043000         WHEN OTHER                                               04300000
043100            DISPLAY 'KEY : ' WS-ASSOID                            04310000
043200               ' NOT REMOVED, STATUS = ' RL-STATUS                04320000
043300            ADD 1 TO REJ-CNTR                                     04330000
043400      END-EVALUATE.                                               04340000
043500      EXIT.                                                       04350000
043600 3600-AUDIT-WRITE.                                                04360000
043700      MOVE SPACES TO AU-AUDIT-REC.                                04370000
043800      MOVE 'RLKSDS' TO AU-FILE-ID.                                04380000
043900      MOVE WS-ASSOID TO AU-REC-KEY.                               04390000
044000      MOVE WS-AUD-ACTION TO AU-ACTION.                            04400000
044100      MOVE 'MGR-EFFDT ' TO AU-FIELD-ID.                           04410000
044200      MOVE WS-AUD-OLD TO AU-OLD-VALUE.                            04420000
044300      MOVE WS-AUD-NEW TO AU-NEW-VALUE.                            04430000
044400      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      04440000
044500      ACCEPT AU-CHG-TIME FROM TIME.                               04450000
044510      CALL 'OPERSUB' USING AU-OPER-ID.                            04451002
044520      CALL 'AUDSEAL' USING BY CONTENT 'D' 'RLMAINT '              04452003
044530                           BY REFERENCE AU-AUDIT-REC.             04453003
044600      WRITE AU-AUDIT-REC.                                         04460000
044700      IF NOT AU-WRITE-OK                                          04470000
044800         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       04480000
044900      END-IF.                                                     04490000
045000      EXIT.                                                       04500000
045100 4000-CLOSE-PARA.                                                 04510000
045200      MOVE SPACES TO RPT-REC.                                     04520000
045300      STRING 'READ=' IP-CNTR                                      04530000
045400             ' ADDED=' ADD-CNTR                                   04540000
045500             ' CHANGED=' CHG-CNTR                                 04550000
045600             ' REMOVED=' REM-CNTR                                 04560000
045700             ' REJECTED=' REJ-CNTR                                04570000
045800         DELIMITED BY SIZE INTO RPT-REC                           04580000
045900      END-STRING.                                                 04590000
046000      WRITE RPT-REC.                                              04600000
046010      CALL 'AUDSEAL' USING BY CONTENT 'T' 'RLMAINT '              04601003
046020                           BY REFERENCE AU-AUDIT-REC.             04602003
046030      WRITE AU-AUDIT-REC.                                         04603003
046100      CLOSE IP-FILE RPTL-FILE KSDS-FILE AUDIT-FILE RPT-FILE.      04610000
046200      DISPLAY 'TXNS READ         : ' IP-CNTR.                     04620000
046300      DISPLAY 'LINES ADDED       : ' ADD-CNTR.                    04630000
046400      DISPLAY 'LINES CHANGED     : ' CHG-CNTR.                    04640000
046500      DISPLAY 'LINES REMOVED     : ' REM-CNTR.                    04650000
046600      DISPLAY 'TXNS REJECTED     : ' REJ-CNTR.                    04660000
046700      IF REJ-CNTR > 0                                             04670000
046800         MOVE 4 TO RETURN-CODE                                    04680000
046900      END-IF.                                                     04690000
047000      PERFORM 4200-WRITE-RUNSTAT.                                 04700000
047100      EXIT.                                                       04710000
047200 4200-WRITE-RUNSTAT.                                              04720000
047300      OPEN EXTEND STATFILE.                                       04730000
047400      EVALUATE TRUE                                               04740000
047500         WHEN RS-OPEN-OK                                          04750000
047600            MOVE SPACES TO RS-RUNSTAT-REC                         04760000
047700            MOVE 'RLMAINT' TO RS-PGM-NAME                         04770000
047800            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 04780000
047900            ACCEPT RS-RUN-TIME FROM TIME                          04790000
048000            MOVE IP-CNTR TO RS-READ-CNT                           04800000
048100            COMPUTE RS-WRITE-CNT =                                04810000
048200               ADD-CNTR + CHG-CNTR + REM-CNTR                     04820000
048300            MOVE REJ-CNTR TO RS-REJ-CNT                           04830000
048400            MOVE RETURN-CODE TO RS-RETURN-CD                      04840000
048500            WRITE RS-RUNSTAT-REC                                  04850000
048600            IF NOT RS-WRITE-OK                                    04860000
048700               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04870000
048800            END-IF                                                04880000
048900            CLOSE STATFILE                                        04890000
049000         WHEN OTHER                                               04900000
049100            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04910000
049200      END-EVALUATE.                                               04920000
049300      EXIT.                                                       04930000
049400 9000-ERR-PARA.                                                   04940000
049500      DISPLAY WS-ERR-DESC.                                        04950000
049600      MOVE 30 TO RETURN-CODE.                                     04960000
049700      STOP RUN.                                                   04970000
