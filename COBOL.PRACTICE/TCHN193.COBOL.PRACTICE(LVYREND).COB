000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LVYREND.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : LEAVE ENTITLEMENT LEDGER KSDS (DDLVBKS, I-O),     00040000
000500*               MJ24 ASSOCIATE MASTER KSDS (DDKSDS), LEAVE        00050000
000600*               ACCRUAL RULE CARDS (DDLVRULE)                     00060000
000700* OUTPUT FILE : LEAVE BALANCE STATEMENTS (DDSTMT), RUN            00070000
000800*               STATISTICS (DDRSTAT)                              00080000
000900* PRG DESC    : LEAVE YEAR-END.  TAKES THE YEAR TO CLOSE FROM     00090000
001000*               THE CONSOLE - BLANK MEANS LAST YEAR.  FOR EVERY   00100000
001100*               OPEN LEDGER RECORD OF THAT YEAR THE BALANCE IS    00110000
001200*               CARRIED INTO THE NEXT YEAR UP TO THE CARRY CAP    00120000
001300*               OF THE ASSOCIATE'S SERVICE BAND AND THE REST      00130000
001400*               LAPSES.  A TERMINATED ASSOCIATE CARRIES NOTHING.  00140000
001500*               THE YEAR IS MARKED CLOSED, THE NEXT YEAR'S        00150000
001600*               RECORD IS CREATED OR CREDITED, AND A BALANCE      00160000
001700*               STATEMENT IS PRINTED PER ASSOCIATE.  A YEAR       00170000
001800*               ALREADY CLOSED IS SKIPPED, SO THE STEP CAN BE     00180000
001900*               RERUN.  LEDGER RECORDS WITH NO MASTER ARE         00190000
002000*               CLOSED WITH NO CARRY AND THE RUN ENDS RC 4.       00200000
002100* AUTHOR      : GIRIDHAR                                          00210000
002200* CREATED ON  : 15 OCT 2026                                       00220000
002300***************************************************************** 00230000
002400 ENVIRONMENT DIVISION.                                            00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
002600 FILE-CONTROL.                                                    00260000
002700      SELECT LVBAL-FILE ASSIGN TO DDLVBKS                         00270000
002800      ORGANIZATION IS INDEXED                                     00280000
002900      ACCESS MODE IS DYNAMIC                                      00290000
003000      RECORD KEY IS LB-BAL-KEY                                    00300000
003100      FILE STATUS LB-STATUS.                                      00310000
003200*                                                                 00320000
003300      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00330000
003400      ORGANIZATION IS INDEXED                                     00340000
003500      ACCESS MODE IS RANDOM                                       00350000
003600      RECORD KEY IS MAASSOID                                      00360000
003700      FILE STATUS MA-STATUS.                                      00370000
003800*                                                                 00380000
003900      SELECT RULE-FILE ASSIGN TO DDLVRULE                         00390000
004000      ORGANIZATION IS SEQUENTIAL                                  00400000
004100      ACCESS MODE IS SEQUENTIAL                                   00410000
004200      FILE STATUS RL-STATUS.                                      00420000
004300*                                                                 00430000
004400      SELECT STMTFILE ASSIGN TO DDSTMT                            00440000
004500      ORGANIZATION IS SEQUENTIAL                                  00450000
004600      ACCESS MODE IS SEQUENTIAL                                   00460000
004700      FILE STATUS ST-STATUS.                                      00470000
004800*                                                                 00480000
004900      SELECT STATFILE ASSIGN TO DDRSTAT                           00490000
005000      ORGANIZATION IS SEQUENTIAL                                  00500000
005100      ACCESS MODE IS SEQUENTIAL                                   00510000
005200      FILE STATUS RS-STATUS.                                      00520000
005300*                                                                 00530000
005400 DATA DIVISION.                                                   00540000
005500 FILE SECTION.                                                    00550000
005600 FD LVBAL-FILE.                                                   00560000
005700 COPY LVBALREC REPLACING ==:LVB:== BY ==LB==.                     00570000
005800 FD KSDS-FILE.                                                    00580000
005900 01 MAREC.                                                        00590000
006000 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00600000
006100 FD RULE-FILE RECORDING MODE F.                                   00610000
006200 COPY LVRULREC REPLACING ==:LVR:== BY ==RL==.                     00620000
006300 FD STMTFILE RECORDING MODE F.                                    00630000
006400 01 STMT-REC PIC X(132).                                          00640000
006500 FD STATFILE RECORDING MODE F.                                    00650000
006600 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00660000
006700 WORKING-STORAGE SECTION.                                         00670000
006800 01 WS-FILE-STATUSES.                                             00680000
006900    05 LB-STATUS PIC XX.                                          00690000
007000    88 LB-OPEN-OK    VALUE '00'.                                  00700000
007100    88 LB-READ-OK    VALUE '00'.                                  00710000
007200    88 LB-START-OK   VALUE '00'.                                  00720000
007300    88 LB-WRITE-OK   VALUE '00'.                                  00730000
007400    88 LB-REWRITE-OK VALUE '00'.                                  00740000
007500    88 LB-EOF        VALUE '10'.                                  00750000
007600    88 LB-KEYNF      VALUE '23'.                                  00760000
007700    05 MA-STATUS PIC XX.                                          00770000
007800    88 MA-OPEN-OK VALUE '00'.                                     00780000
007900    88 MA-READ-OK VALUE '00'.                                     00790000
008000    88 MA-KEYNF   VALUE '23'.                                     00800000
008100    05 RL-STATUS PIC XX.                                          00810000
008200    88 RL-OPEN-OK VALUE '00'.                                     00820000
008300    88 RL-READ-OK VALUE '00'.                                     00830000
008400    88 RL-EOF     VALUE '10'.                                     00840000
008500    05 ST-STATUS PIC XX.                                          00850000
008600    88 ST-OPEN-OK VALUE '00'.                                     00860000
008700    05 RS-STATUS PIC XX.                                          00870000
008800    88 RS-OPEN-OK  VALUE '00'.                                    00880000
008900    88 RS-WRITE-OK VALUE '00'.                                    00890000
009000 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00900000
009100 01 WS-TODAY-R REDEFINES WS-TODAY.                                00910000
009200    05 WS-TODAY-YYYY PIC 9(4).                                    00920000
009300    05 WS-TODAY-MMDD PIC 9(4).                                    00930000
009400 01 WS-CLOSE-YEAR PIC X(4) VALUE SPACES.                          00940000
009500 01 WS-CLOSE-YEAR-N REDEFINES WS-CLOSE-YEAR PIC 9(4).             00950000
009600 01 WS-NEXT-YEAR PIC 9(4) VALUE ZEROS.                            00960000
009700 01 WS-SAVE-KEY PIC X(11) VALUE SPACES.                           00970000
009800 01 WS-HIRE-DATE PIC X(8) VALUE SPACES.                           00980000
009900 01 WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.                        00990000
010000    05 WS-HIRE-YYYY PIC 9(4).                                     01000000
010100    05 WS-HIRE-MMDD PIC 9(4).                                     01010000
010200 01 WS-SVC-YEARS PIC 9(4) VALUE ZEROS.                            01020000
010300 01 WS-MASTER-SW PIC X VALUE 'N'.                                 01030000
010400    88 MASTER-FOUND VALUE 'Y'.                                    01040000
010500 01 WS-YEAR-FIGURES.                                              01050000
010600    05 WS-OPENING  PIC 9(3)V99 VALUE ZEROS.                       01060000
010700    05 WS-CAP      PIC 9(3)V99 VALUE ZEROS.                       01070000
010800    05 WS-CARRY    PIC 9(3)V99 VALUE ZEROS.                       01080000
010900    05 WS-LAPSE    PIC 9(3)V99 VALUE ZEROS.                       01090000
011000 01 RT-CNT    PIC 9(2) VALUE 0.                                   01100000
011100 01 RT-IDX    PIC 9(2) VALUE 0.                                   01110000
011200 01 RT-BAND   PIC 9(2) VALUE 0.                                   01120000
011300 01 WS-RULE-TABLE.                                                01130000
011400    05 RT-ENT OCCURS 10 TIMES.                                    01140000
011500       10 RT-MIN-YEARS    PIC 9(2).                               01150000
011600       10 RT-MONTHLY-DAYS PIC 9(2)V99.                            01160000
011700       10 RT-CARRY-CAP    PIC 9(3)V99.                            01170000
011800 01 WS-CNTRS.                                                     01180000
011900    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         01190000
012000    05 CLOSE-CNTR   PIC 9(6) VALUE ZEROS.                         01200000
012100    05 DONE-CNTR    PIC 9(6) VALUE ZEROS.                         01210000
012200    05 NEWREC-CNTR  PIC 9(6) VALUE ZEROS.                         01220000
012300    05 NOMAST-CNTR  PIC 9(6) VALUE ZEROS.                         01230000
012400    05 TERM-CNTR    PIC 9(6) VALUE ZEROS.                         01240000
012500 01 WS-TOTALS.                                                    01250000
012600    05 WS-TOT-CARRY PIC 9(7)V99 VALUE ZEROS.                      01260000
012700    05 WS-TOT-LAPSE PIC 9(7)V99 VALUE ZEROS.                      01270000
012800 01 WS-TOT-ED PIC Z(6)9.99.                                       01280000
012900 01 WS-HEAD-LINE.                                                 01290000
013000    05 FILLER      PIC X(23) VALUE 'LEAVE BALANCE STATEMENT'.     01300000
013100    05 FILLER      PIC X(10) VALUE ' FOR YEAR '.                  01310000
013200    05 HDG-YEAR    PIC 9(4).                                      01320000
013300    05 FILLER      PIC X(4) VALUE SPACES.                         01330000
013400    05 FILLER      PIC X(7) VALUE 'ASSOID '.                      01340000
013500    05 HDG-ASSOID  PIC X(7).                                      01350000
013600    05 FILLER      PIC X VALUE SPACE.                             01360000
013700    05 HDG-NAME    PIC X(30).                                     01370000
013800 01 WS-STMT-LINE.                                                 01380000
013900    05 FILLER      PIC X(5) VALUE SPACES.                         01390000
014000    05 STL-LABEL   PIC X(30).                                     01400000
014100    05 STL-DAYS    PIC ZZ9.99.                                    01410000
014200    05 FILLER      PIC X(2) VALUE SPACES.                         01420000
014300    05 STL-NOTE    PIC X(40).                                     01430000
014400 01 WS-DASH-LINE PIC X(80) VALUE ALL '-'.                         01440000
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
015500      PERFORM 0500-GET-YEAR.                                      01550000
015600      PERFORM 1000-OPEN-FILES.                                    01560000
015700      PERFORM 2000-LOAD-RULES.                                    01570000
015800      PERFORM 3000-PRCS-RECS UNTIL LB-EOF.                        01580000
015900      PERFORM 5000-CLOSE-PARA.                                    01590000
016000      STOP RUN.                                                   01600000
016100 0000-MAIN-PARA-EXIT.                                             01610000
016200      EXIT.                                                       01620000
016300 0500-GET-YEAR.                                                   01630000
016400      DISPLAY 'LEAVE YEAR TO CLOSE YYYY (BLANK = LAST YEAR) : '.  01640000
016500      ACCEPT WS-CLOSE-YEAR.                                       01650000
016600      IF WS-CLOSE-YEAR NOT NUMERIC                                01660000
016700         IF WS-CLOSE-YEAR NOT = SPACES                            01670000
016800            DISPLAY 'INVALID YEAR ' WS-CLOSE-YEAR                 01680000
016900               ' - LAST YEAR ASSUMED'                             01690000
017000         END-IF                                                   01700000
017100         COMPUTE WS-CLOSE-YEAR-N = WS-TODAY-YYYY - 1              01710000
017200      END-IF.                                                     01720000
017300      COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR-N + 1.                 01730000
017400      DISPLAY 'LEAVE YEAR CLOSING : ' WS-CLOSE-YEAR.              01740000
017500      EXIT.                                                       01750000
017600 1000-OPEN-FILES.                                                 01760000
017700      OPEN I-O LVBAL-FILE.                                        01770000
017800      IF NOT LB-OPEN-OK                                           01780000
017900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01790000
018000         MOVE 'LVBAL-FILE' TO ERR-FILE-ID                         01800000
018100         MOVE LB-STATUS TO ERR-FILE-STATUS                        01810000
018200         PERFORM 9000-ERR-PARA                                    01820000
018300      END-IF.                                                     01830000
018400      OPEN INPUT KSDS-FILE.                                       01840000
018500      IF NOT MA-OPEN-OK                                           01850000
018600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01860000
018700         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          01870000
018800         MOVE MA-STATUS TO ERR-FILE-STATUS                        01880000
018900         PERFORM 9000-ERR-PARA                                    01890000
019000      END-IF.                                                     01900000
019100      OPEN OUTPUT STMTFILE.                                       01910000
019200      IF NOT ST-OPEN-OK                                           01920000
019300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01930000
019400         MOVE 'STMTFILE' TO ERR-FILE-ID                           01940000
019500         MOVE ST-STATUS TO ERR-FILE-STATUS                        01950000
019600         PERFORM 9000-ERR-PARA                                    01960000
019700      END-IF.                                                     01970000
019800      EXIT.                                                       01980000
019900 2000-LOAD-RULES.                                                 01990000
020000      OPEN INPUT RULE-FILE.                                       02000000
020100      IF NOT RL-OPEN-OK                                           02010000
020200         MOVE '2000-LOAD-RULES' TO ERR-PARA                       02020000
020300         MOVE 'RULE-FILE' TO ERR-FILE-ID                          02030000
020400         MOVE RL-STATUS TO ERR-FILE-STATUS                        02040000
020500         PERFORM 9000-ERR-PARA                                    02050000
020600      END-IF.                                                     02060000
020700      PERFORM 2100-READ-RULE UNTIL RL-EOF.                        02070000
020800      CLOSE RULE-FILE.                                            02080000
020900      DISPLAY 'SERVICE BANDS LOADED : ' RT-CNT.                   02090000
021000      IF RT-CNT = 0                                               02100000
021100         DISPLAY 'NO ACCRUAL RULES - YEAR NOT CLOSED'             02110000
021200         CLOSE LVBAL-FILE KSDS-FILE STMTFILE                      02120000
021300         MOVE 8 TO RETURN-CODE                                    02130000
021400         STOP RUN                                                 02140000
021500      END-IF.                                                     02150000
021600      EXIT.                                                       02160000
021700 2100-READ-RULE.                                                  02170000
021800      READ RULE-FILE.                                             02180000
021900      EVALUATE TRUE                                               02190000
022000         WHEN RL-READ-OK                                          02200000
022100            IF RL-RULE-REC(1:1) = '*'                             02210000
022200               CONTINUE                                           02220000
022300            ELSE                                                  02230000
022400               IF RL-MIN-YEARS NOT NUMERIC                        02240000
022500                  OR RL-MONTHLY-DAYS NOT NUMERIC                  02250000
022600                  OR RL-CARRY-CAP NOT NUMERIC                     02260000
022700                  DISPLAY 'BAD RULE CARD SKIPPED : ' RL-RULE-REC  02270000
022800               ELSE                                               02280000
022900                  IF RT-CNT < 10                                  02290000
023000                     ADD 1 TO RT-CNT                              02300000
023100                     MOVE RL-MIN-YEARS TO RT-MIN-YEARS(RT-CNT)    02310000
023200                     MOVE RL-MONTHLY-DAYS TO                      02320000
023300                        RT-MONTHLY-DAYS(RT-CNT)                   02330000
023400                     MOVE RL-CARRY-CAP TO RT-CARRY-CAP(RT-CNT)    02340000
023500                  ELSE                                            02350000
023600                     DISPLAY 'RULE TABLE FULL - CARD SKIPPED'     02360000
023700                  END-IF                                          02370000
023800               END-IF                                             02380000
023900            END-IF                                                02390000
024000         WHEN RL-EOF                                              02400000
024100            CONTINUE                                              02410000
024200         WHEN OTHER                                               02420000
024300            MOVE '2100-READ-RULE' TO ERR-PARA                     02430000
024400            MOVE 'RULE-FILE' TO ERR-FILE-ID                       02440000
024500            MOVE RL-STATUS TO ERR-FILE-STATUS                     02450000
024600            PERFORM 9000-ERR-PARA                                 02460000
024700      END-EVALUATE.                                               02470000
024800      EXIT.                                                       02480000
024900 3000-PRCS-RECS.                                                  02490000
025000      READ LVBAL-FILE NEXT RECORD.                                02500000
025100      EVALUATE TRUE                                               02510000
025200         WHEN LB-READ-OK                                          02520000
025300            ADD 1 TO IP-CNTR                                      02530000
025400            IF LB-LEAVE-YEAR = WS-CLOSE-YEAR-N                    02540000
025500               IF LB-YEAR-STATUS = 'C'                            02550000
025600                  ADD 1 TO DONE-CNTR                              02560000
025700               ELSE                                               02570000
025800                  PERFORM 3100-CLOSE-YEAR                         02580000
025900               END-IF                                             02590000
026000            END-IF                                                02600000
026100         WHEN LB-EOF                                              02610000
026200            CONTINUE                                              02620000
026300         WHEN OTHER                                               02630000
026400            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02640000
026500            MOVE 'LVBAL-FILE' TO ERR-FILE-ID                      02650000
026600            MOVE LB-STATUS TO ERR-FILE-STATUS                     02660000
026700            PERFORM 9000-ERR-PARA                                 02670000
026800      END-EVALUATE.                                               02680000
026900      EXIT.                                                       02690000
027000*  CLOSE ONE ASSOCIATE'S YEAR.  THE NEXT YEAR'S RECORD IS READ    02700000
027100*  AND WRITTEN AT RANDOM, SO THE BROWSE IS RESTARTED AFTER THE    02710000
027200*  SAVED KEY ONCE THE CARRY IS POSTED.                            02720000
027300 3100-CLOSE-YEAR.                                                 02730000
027400      MOVE LB-BAL-KEY TO WS-SAVE-KEY.                             02740000
027500      MOVE LB-BALANCE TO WS-OPENING.                              02750000
027600      PERFORM 3200-GET-CAP THRU 3200-GET-CAP-EXIT.                02760001
027700      IF LB-BALANCE > WS-CAP                                      02770000
027800         MOVE WS-CAP TO WS-CARRY                                  02780000
027900         COMPUTE WS-LAPSE = LB-BALANCE - WS-CAP                   02790000
028000      ELSE                                                        02800000
028100         MOVE LB-BALANCE TO WS-CARRY                              02810000
028200         MOVE ZEROS TO WS-LAPSE                                   02820000
028300      END-IF.                                                     02830000
028400      ADD WS-LAPSE TO LB-LAPSED.                                  02840000
028500      MOVE WS-CARRY TO LB-BALANCE.                                02850000
028600      MOVE 'C' TO LB-YEAR-STATUS.                                 02860000
028700      MOVE WS-TODAY TO LB-LAST-UPD-DATE.                          02870000
028800      REWRITE LB-LVBAL-REC.                                       02880000
028900      IF NOT LB-REWRITE-OK                                        02890000
029000         MOVE '3100-CLOSE-YEAR' TO ERR-PARA                       02900000
029100         MOVE 'LVBAL-FILE' TO ERR-FILE-ID                         02910000
029200         MOVE LB-STATUS TO ERR-FILE-STATUS                        02920000
029300         PERFORM 9000-ERR-PARA                                    02930000
029400      END-IF.                                                     02940000
029500      ADD 1 TO CLOSE-CNTR.                                        02950000
029600      ADD WS-CARRY TO WS-TOT-CARRY.                               02960000
029700      ADD WS-LAPSE TO WS-TOT-LAPSE.                               02970000
029800      PERFORM 3400-PRINT-STMT.                                    02980000
029900      PERFORM 3300-CARRY-FORWARD THRU 3300-CARRY-FORWARD-EXIT.    02990001
030000      MOVE WS-SAVE-KEY TO LB-BAL-KEY.                             03000000
030100      START LVBAL-FILE KEY IS GREATER THAN LB-BAL-KEY.            03010000
030200      IF NOT LB-START-OK                                          03020000
030300         MOVE '10' TO LB-STATUS                                   03030000
030400      END-IF.                                                     03040000
030500      EXIT.                                                       03050000
030600*  THE CARRY CAP COMES FROM THE SERVICE BAND AT THE END OF THE    03060000
030700*  YEAR BEING CLOSED.  NO MASTER, OR A TERMINATED ASSOCIATE,      03070000
030800*  CARRIES NOTHING.                                               03080000
030900 3200-GET-CAP.                                                    03090000
031000      MOVE ZEROS TO WS-CAP WS-SVC-YEARS.                          03100000
031100      MOVE 'N' TO WS-MASTER-SW.                                   03110000
031200      MOVE SPACES TO MANAME.                                      03120000
031300      MOVE LB-ASSOID TO MAASSOID.                                 03130000
031400      READ KSDS-FILE.                                             03140000
031500      EVALUATE TRUE                                               03150000
031600         WHEN MA-READ-OK                                          03160000
031700            MOVE 'Y' TO WS-MASTER-SW                              03170000
031800         WHEN MA-KEYNF                                            03180000
031900            ADD 1 TO NOMAST-CNTR                                  03190000
032000            MOVE '** NOT ON MASTER **' TO MANAME                  03200000
032100            GO TO 3200-GET-CAP-EXIT                               03210000
032200         WHEN OTHER                                               03220000
032300            MOVE '3200-GET-CAP' TO ERR-PARA                       03230000
032400            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       03240000
032500            MOVE MA-STATUS TO ERR-FILE-STATUS                     03250000
032600            PERFORM 9000-ERR-PARA                                 03260000
032700      END-EVALUATE.                                               03270000
032800      IF MASTATUS = 'T'                                           03280000
032900         ADD 1 TO TERM-CNTR                                       03290000
033000         GO TO 3200-GET-CAP-EXIT                                  03300000
033100      END-IF.                                                     03310000
033200      IF MAHIREDT NUMERIC                                         03320000
033300         MOVE MAHIREDT TO WS-HIRE-DATE                            03330000
033400         IF WS-HIRE-YYYY < WS-CLOSE-YEAR-N                        03340000
033500            COMPUTE WS-SVC-YEARS =                                03350000
033600                    WS-CLOSE-YEAR-N - WS-HIRE-YYYY                03360000
033700         END-IF                                                   03370000
033800      END-IF.                                                     03380000
033900      MOVE 0 TO RT-BAND.                                          03390000
034000      PERFORM 3210-PICK-BAND                                      03400000
034100             VARYING RT-IDX FROM 1 BY 1                           03410000
034200             UNTIL RT-IDX > RT-CNT.                               03420000
034300      IF RT-BAND > 0                                              03430000
034400         MOVE RT-CARRY-CAP(RT-BAND) TO WS-CAP                     03440000
034500      END-IF.                                                     03450000
034600 3200-GET-CAP-EXIT.                                               03460000
034700      EXIT.                                                       03470000
034800 3210-PICK-BAND.                                                  03480000
034900      IF RT-MIN-YEARS(RT-IDX) NOT > WS-SVC-YEARS                  03490000
035000         IF RT-BAND = 0                                           03500000
035100            MOVE RT-IDX TO RT-BAND                                03510000
035200         ELSE                                                     03520000
035300            IF RT-MIN-YEARS(RT-IDX) > RT-MIN-YEARS(RT-BAND)       03530000
035400               MOVE RT-IDX TO RT-BAND                             03540000
035500            END-IF                                                03550000
035600         END-IF                                                   03560000
035700      END-IF.                                                     03570000
035800      EXIT.                                                       03580000
035900 3300-CARRY-FORWARD.                                              03590000
036000      IF WS-CARRY = ZEROS                                         03600000
036100         GO TO 3300-CARRY-FORWARD-EXIT                            03610000
036200      END-IF.                                                     03620000
036300      MOVE WS-SAVE-KEY TO LB-BAL-KEY.                             03630000
036400      MOVE WS-NEXT-YEAR TO LB-LEAVE-YEAR.                         03640000
036500      READ LVBAL-FILE.                                            03650000
036600      EVALUATE TRUE                                               03660000
036700         WHEN LB-READ-OK                                          03670000
036800            ADD WS-CARRY TO LB-CARRIED-IN LB-BALANCE              03680000
036900            MOVE WS-TODAY TO LB-LAST-UPD-DATE                     03690000
037000            REWRITE LB-LVBAL-REC                                  03700000
037100            IF NOT LB-REWRITE-OK                                  03710000
037200               MOVE '3300-CARRY-FORWARD' TO ERR-PARA              03720000
037300               MOVE 'LVBAL-FILE' TO ERR-FILE-ID                   03730000
037400               MOVE LB-STATUS TO ERR-FILE-STATUS                  03740000
037500               PERFORM 9000-ERR-PARA                              03750000
037600            END-IF                                                03760000
037700         WHEN LB-KEYNF                                            03770000
037800            MOVE SPACES TO LB-LVBAL-REC                           03780000
037900            MOVE WS-SAVE-KEY TO LB-BAL-KEY                        03790000
038000            MOVE WS-NEXT-YEAR TO LB-LEAVE-YEAR                    03800000
038100            MOVE ZEROS TO LB-ACCRUED LB-TAKEN LB-LAPSED           03810000
038200                          LB-LAST-ACCR-MM                         03820000
038300            MOVE WS-CARRY TO LB-CARRIED-IN LB-BALANCE             03830000
038400            MOVE 'O' TO LB-YEAR-STATUS                            03840000
038500            MOVE WS-TODAY TO LB-LAST-UPD-DATE                     03850000
038600            WRITE LB-LVBAL-REC                                    03860000
038700            IF NOT LB-WRITE-OK                                    03870000
038800               MOVE '3300-CARRY-FORWARD' TO ERR-PARA              03880000
038900               MOVE 'LVBAL-FILE' TO ERR-FILE-ID                   03890000
039000               MOVE LB-STATUS TO ERR-FILE-STATUS                  03900000
039100               PERFORM 9000-ERR-PARA                              03910000
039200            END-IF                                                03920000
039300            ADD 1 TO NEWREC-CNTR                                  03930000
039400         WHEN OTHER                                               03940000
039500            MOVE '3300-CARRY-FORWARD' TO ERR-PARA                 03950000
039600            MOVE 'LVBAL-FILE' TO ERR-FILE-ID                      03960000
039700            MOVE LB-STATUS TO ERR-FILE-STATUS                     03970000
039800            PERFORM 9000-ERR-PARA                                 03980000
039900      END-EVALUATE.                                               03990000
040000 3300-CARRY-FORWARD-EXIT.                                         04000000
040100      EXIT.                                                       04010000
040200 3400-PRINT-STMT.                                                 04020000
040300      MOVE WS-CLOSE-YEAR-N TO HDG-YEAR.                           04030000
040400      MOVE LB-ASSOID TO HDG-ASSOID.                               04040000
040500      MOVE MANAME TO HDG-NAME.                                    04050000
040600      MOVE WS-HEAD-LINE TO STMT-REC.                              04060000
040700      WRITE STMT-REC.                                             04070000
040800      MOVE WS-DASH-LINE TO STMT-REC.                              04080000
040900      WRITE STMT-REC.                                             04090000
041000      MOVE SPACES TO STL-NOTE.                                    04100000
041100      MOVE 'BROUGHT FORWARD' TO STL-LABEL.                        04110000
041200      MOVE LB-CARRIED-IN TO STL-DAYS.                             04120000
041300      PERFORM 3410-WRITE-STMT-LINE.                               04130000
041400      MOVE 'ACCRUED IN YEAR' TO STL-LABEL.                        04140000
041500      MOVE LB-ACCRUED TO STL-DAYS.                                04150000
041600      PERFORM 3410-WRITE-STMT-LINE.                               04160000
041700      MOVE 'TAKEN IN YEAR' TO STL-LABEL.                          04170000
041800      MOVE LB-TAKEN TO STL-DAYS.                                  04180000
041900      PERFORM 3410-WRITE-STMT-LINE.                               04190000
042000      MOVE 'BALANCE AT YEAR END' TO STL-LABEL.                    04200000
042100      MOVE WS-OPENING TO STL-DAYS.                                04210000
042200      PERFORM 3410-WRITE-STMT-LINE.                               04220000
042300      MOVE 'LAPSED' TO STL-LABEL.                                 04230000
042400      MOVE WS-LAPSE TO STL-DAYS.                                  04240000
042500      PERFORM 3410-WRITE-STMT-LINE.                               04250000
042600      MOVE 'CARRIED TO NEXT YEAR' TO STL-LABEL.                   04260000
042700      MOVE WS-CARRY TO STL-DAYS.                                  04270000
042800      EVALUATE TRUE                                               04280000
042900         WHEN NOT MASTER-FOUND                                    04290000
043000            MOVE 'NO MASTER RECORD - NOTHING CARRIED' TO STL-NOTE 04300000
043100         WHEN MASTATUS = 'T'                                      04310000
043200            MOVE 'TERMINATED - NOTHING CARRIED' TO STL-NOTE       04320000
043300         WHEN OTHER                                               04330000
043400            MOVE WS-CAP TO WS-TOT-ED                              04340000
043500            STRING 'CARRY CAP ' WS-TOT-ED(5:6) ' DAYS'            04350000
043600               DELIMITED BY SIZE INTO STL-NOTE                    04360000
043700            END-STRING                                            04370000
043800      END-EVALUATE.                                               04380000
043900      PERFORM 3410-WRITE-STMT-LINE.                               04390000
044000      MOVE WS-DASH-LINE TO STMT-REC.                              04400000
044100      WRITE STMT-REC.                                             04410000
044200      MOVE SPACES TO STMT-REC.                                    04420000
044300      WRITE STMT-REC.                                             04430000
044400      EXIT.                                                       04440000
044500 3410-WRITE-STMT-LINE.                                            04450000
044600      MOVE WS-STMT-LINE TO STMT-REC.                              04460000
044700      WRITE STMT-REC.                                             04470000
044800      MOVE SPACES TO STL-NOTE.                                    04480000
044900      EXIT.                                                       04490000
045000 5000-CLOSE-PARA.                                                 04500000
045100      MOVE SPACES TO STMT-REC.                                    04510000
045200      STRING 'YEAR ' WS-CLOSE-YEAR                                04520000
045300             ' LEDGER READ=' IP-CNTR                              04530000
045400             ' CLOSED=' CLOSE-CNTR                                04540000
045500             ' ALREADY CLOSED=' DONE-CNTR                         04550000
045600             ' NEW NEXT-YEAR=' NEWREC-CNTR                        04560000
045700             ' TERMINATED=' TERM-CNTR                             04570000
045800             ' NO MASTER=' NOMAST-CNTR                            04580000
045900         DELIMITED BY SIZE INTO STMT-REC                          04590000
046000      END-STRING.                                                 04600000
046100      WRITE STMT-REC.                                             04610000
046200      MOVE SPACES TO STMT-REC.                                    04620000
046300      MOVE WS-TOT-CARRY TO WS-TOT-ED.                             04630000
046400      STRING 'TOTAL DAYS CARRIED=' WS-TOT-ED                      04640000
046500         DELIMITED BY SIZE INTO STMT-REC                          04650000
046600      END-STRING.                                                 04660000
046700      MOVE WS-TOT-LAPSE TO WS-TOT-ED.                             04670000
046800      STRING ' TOTAL DAYS LAPSED=' WS-TOT-ED                      04680000
046900         DELIMITED BY SIZE INTO STMT-REC(30:)                     04690000
047000      END-STRING.                                                 04700000
047100      WRITE STMT-REC.                                             04710000
047200      CLOSE LVBAL-FILE KSDS-FILE STMTFILE.                        04720000
047300      DISPLAY 'LEDGER RECORDS READ : ' IP-CNTR.                   04730000
047400      DISPLAY 'YEARS CLOSED        : ' CLOSE-CNTR.                04740000
047500      DISPLAY 'ALREADY CLOSED      : ' DONE-CNTR.                 04750000
047600      DISPLAY 'NEXT YEAR CREATED   : ' NEWREC-CNTR.               04760000
047700      DISPLAY 'TERMINATED          : ' TERM-CNTR.                 04770000
047800      DISPLAY 'NOT ON MASTER       : ' NOMAST-CNTR.               04780000
047900      MOVE WS-TOT-CARRY TO WS-TOT-ED.                             04790000
048000      DISPLAY 'DAYS CARRIED        : ' WS-TOT-ED.                 04800000
048100      MOVE WS-TOT-LAPSE TO WS-TOT-ED.                             04810000
048200      DISPLAY 'DAYS LAPSED         : ' WS-TOT-ED.                 04820000
048300      IF NOMAST-CNTR > 0                                          04830000
048400         MOVE 4 TO RETURN-CODE                                    04840000
048500      END-IF.                                                     04850000
048600      PERFORM 5200-WRITE-RUNSTAT THRU 5200-WRITE-RUNSTAT-EXIT.    04860001
048700      EXIT.                                                       04870000
048800 5200-WRITE-RUNSTAT.                                              04880000
048900      OPEN EXTEND STATFILE.                                       04890000
049000      IF NOT RS-OPEN-OK                                           04900000
049100         DISPLAY 'ERR OPENING STATFILE ' RS-STATUS                04910000
049200         GO TO 5200-WRITE-RUNSTAT-EXIT                            04920000
049300      END-IF.                                                     04930000
049400      MOVE SPACES TO RS-RUNSTAT-REC.                              04940000
049500      MOVE 'LVYREND' TO RS-PGM-NAME.                              04950000
049600      ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.                      04960000
049700      ACCEPT RS-RUN-TIME FROM TIME.                               04970000
049800      MOVE IP-CNTR TO RS-READ-CNT.                                04980000
049900      MOVE CLOSE-CNTR TO RS-WRITE-CNT.                            04990000
050000      MOVE NOMAST-CNTR TO RS-REJ-CNT.                             05000000
050100      MOVE RETURN-CODE TO RS-RETURN-CD.                           05010000
050200      WRITE RS-RUNSTAT-REC.                                       05020000
050300      IF NOT RS-WRITE-OK                                          05030000
050400         DISPLAY 'ERR WRITING STATFILE ' RS-STATUS                05040000
050500      END-IF.                                                     05050000
050600      CLOSE STATFILE.                                             05060000
050700 5200-WRITE-RUNSTAT-EXIT.                                         05070000
050800      EXIT.                                                       05080000
050900 9000-ERR-PARA.                                                   05090000
051000      DISPLAY WS-ERR-DESC.                                        05100000
051100      MOVE 30 TO RETURN-CODE.                                     05110000
051200      STOP RUN.                                                   05120000
