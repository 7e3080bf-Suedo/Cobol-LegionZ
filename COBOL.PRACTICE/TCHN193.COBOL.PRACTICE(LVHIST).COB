000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LVHIST.                                              00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : LEAVE CALENDAR KSDS (DDLVKSDS), MJ24 ASSOCIATE    00040000
000500*               MASTER KSDS (DDKSDS) FOR NAMES                    00050000
000600* OUTPUT FILE : LEAVE HISTORY REPORT (DDRPT), RUN STATISTICS      00060000
000700*               (DDRSTAT)                                         00070000
000800* PRG DESC    : PER-ASSOCIATE, PER-YEAR LEAVE HISTORY FOR THE     00080000
000900*               BENEFITS TEAM.  WALKS EVERY LEAVE ON THE          00090000
001000*               CALENDAR, OPEN OR CLOSED, AND TOTALS THE DAYS     00100000
001100*               AWAY BY CALENDAR YEAR AND REASON.  A LEAVE THAT   00110000
001200*               RUNS OVER A YEAR END IS SPLIT ACROSS THE TWO      00120000
001300*               YEARS; A LEAVE STILL OPEN IS COUNTED UP TO        00130000
001400*               TODAY AND ONE NOT YET STARTED IS NOT COUNTED.     00140000
001500*               AN ASSOID AND/OR A YEAR MAY BE GIVEN ON THE       00150000
001600*               CONSOLE TO ANSWER A SINGLE QUERY - BLANK MEANS    00160000
001700*               ALL.  CALENDAR ENTRIES WITH UNUSABLE DATES ARE    00170000
001800*               COUNTED AND THE RUN ENDS RC 4.                    00180000
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 15 OCT 2026                                       00200000
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500      SELECT LEAVE-FILE ASSIGN TO DDLVKSDS                        00250000
002600      ORGANIZATION IS INDEXED                                     00260000
002700      ACCESS MODE IS SEQUENTIAL                                   00270000
002800      RECORD KEY IS LE-LEAVE-KEY                                  00280000
002900      FILE STATUS LV-STATUS.                                      00290000
003000*                                                                 00300000
003100      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00310000
003200      ORGANIZATION IS INDEXED                                     00320000
003300      ACCESS MODE IS RANDOM                                       00330000
003400      RECORD KEY IS MAASSOID                                      00340000
003500      FILE STATUS MA-STATUS.                                      00350000
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
004900 FD LEAVE-FILE.                                                   00490000
005000 COPY LEAVEREC REPLACING ==:LVE:== BY ==LE==.                     00500000
005100 FD KSDS-FILE.                                                    00510000
005200 01 MAREC.                                                        00520000
005300 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00530000
005400 FD RPTFILE RECORDING MODE F.                                     00540000
005500 01 RPT-REC PIC X(132).                                           00550000
005600 FD STATFILE RECORDING MODE F.                                    00560000
005700 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00570000
005800 WORKING-STORAGE SECTION.                                         00580000
005900 01 WS-FILE-STATUSES.                                             00590000
006000    05 LV-STATUS PIC XX.                                          00600000
006100    88 LV-OPEN-OK  VALUE '00'.                                    00610000
006200    88 LV-START-OK VALUE '00'.                                    00620000
006300    88 LV-READ-OK  VALUE '00'.                                    00630000
006400    88 LV-EOF      VALUE '10'.                                    00640000
006500    05 MA-STATUS PIC XX.                                          00650000
006600    88 MA-OPEN-OK VALUE '00'.                                     00660000
006700    88 MA-READ-OK VALUE '00'.                                     00670000
006800    88 MA-KEYNF   VALUE '23'.                                     00680000
006900    05 RP-STATUS PIC XX.                                          00690000
007000    88 RP-OPEN-OK VALUE '00'.                                     00700000
007100    05 RS-STATUS PIC XX.                                          00710000
007200    88 RS-OPEN-OK  VALUE '00'.                                    00720000
007300    88 RS-WRITE-OK VALUE '00'.                                    00730000
007400 01 WS-EOF-SW PIC X VALUE 'N'.                                    00740000
007500    88 END-OF-LEAVES VALUE 'Y'.                                   00750000
007600 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00760000
007700 01 WS-SEL-ASSOID PIC X(7) VALUE SPACES.                          00770000
007800 01 WS-SEL-YEAR PIC X(4) VALUE SPACES.                            00780000
007900 01 WS-SEL-YEAR-N REDEFINES WS-SEL-YEAR PIC 9(4).                 00790000
008000 01 WS-PREV-ASSOID PIC X(7) VALUE SPACES.                         00800000
008100 01 WS-EFF-END PIC 9(8) VALUE ZEROS.                              00810000
008200 01 WS-SEG-START PIC 9(8) VALUE ZEROS.                            00820000
008300 01 WS-SEG-START-R REDEFINES WS-SEG-START.                        00830000
008400    05 WS-SEG-START-YYYY PIC 9(4).                                00840000
008500    05 WS-SEG-START-MM   PIC 9(2).                                00850000
008600    05 WS-SEG-START-DD   PIC 9(2).                                00860000
008700 01 WS-SEG-END PIC 9(8) VALUE ZEROS.                              00870000
008800 01 WS-SEG-END-R REDEFINES WS-SEG-END.                            00880000
008900    05 WS-SEG-END-YYYY PIC 9(4).                                  00890000
009000    05 WS-SEG-END-MM   PIC 9(2).                                  00900000
009100    05 WS-SEG-END-DD   PIC 9(2).                                  00910000
009200 01 WS-SEG-DAYS PIC 9(5) VALUE ZEROS.                             00920000
009300 01 WS-NEW-KEY.                                                   00930000
009400    05 WS-NEW-YEAR   PIC 9(4).                                    00940000
009500    05 WS-NEW-REASON PIC X(10).                                   00950000
009600 01 WS-CUR-YEAR   PIC 9(4) VALUE ZEROS.                           00960000
009700 01 WS-YEAR-DAYS  PIC 9(6) VALUE ZEROS.                           00970000
009800 01 WS-ASSOC-DAYS PIC 9(6) VALUE ZEROS.                           00980000
009900 01 LH-CNT PIC 9(3) VALUE 0.                                      00990000
010000 01 LH-IDX PIC 9(3) VALUE 0.                                      01000000
010100 01 LH-FND PIC 9(3) VALUE 0.                                      01010000
010200 01 LH-POS PIC 9(3) VALUE 0.                                      01020000
010300 01 WS-HIST-TABLE.                                                01030000
010400    05 LH-ENT OCCURS 60 TIMES.                                    01040000
010500       10 LH-KEY.                                                 01050000
010600          15 LH-YEAR   PIC 9(4).                                  01060000
010700          15 LH-REASON PIC X(10).                                 01070000
010800       10 LH-LEAVES PIC 9(3).                                     01080000
010900       10 LH-DAYS   PIC 9(5).                                     01090000
011000 01 WS-CNTRS.                                                     01100000
011100    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         01110000
011200    05 TAKEN-CNTR   PIC 9(6) VALUE ZEROS.                         01120000
011300    05 BOOKED-CNTR  PIC 9(6) VALUE ZEROS.                         01130000
011400    05 BAD-CNTR     PIC 9(6) VALUE ZEROS.                         01140000
011500    05 OVFL-CNTR    PIC 9(6) VALUE ZEROS.                         01150000
011600    05 ASSOC-CNTR   PIC 9(6) VALUE ZEROS.                         01160000
011700    05 DAYS-CNTR    PIC 9(7) VALUE ZEROS.                         01170000
011800 01 WS-ASSOC-LINE.                                                01180000
011900    05 FILLER      PIC X(10) VALUE 'ASSOCIATE '.                  01190000
012000    05 AL-ASSOID   PIC X(7).                                      01200000
012100    05 FILLER      PIC X VALUE SPACE.                             01210000
012200    05 AL-NAME     PIC X(30).                                     01220000
012300 01 WS-DETAIL-LINE.                                               01230000
012400    05 FILLER      PIC X(3) VALUE SPACES.                         01240000
012500    05 DTL-YEAR    PIC 9(4).                                      01250000
012600    05 FILLER      PIC X(3) VALUE SPACES.                         01260000
012700    05 DTL-REASON  PIC X(10).                                     01270000
012800    05 FILLER      PIC X(3) VALUE SPACES.                         01280000
012900    05 DTL-LEAVES  PIC ZZ9.                                       01290000
013000    05 FILLER      PIC X(3) VALUE SPACES.                         01300000
013100    05 DTL-DAYS    PIC ZZZZ9.                                     01310000
013200 01 WS-TOTAL-LINE.                                                01320000
013300    05 FILLER      PIC X(3) VALUE SPACES.                         01330000
013400    05 TL-TEXT     PIC X(26).                                     01340000
013500    05 TL-DAYS     PIC ZZZZZ9.                                    01350000
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
014600      PERFORM 0500-GET-SELECTION.                                 01460000
014700      PERFORM 1000-OPEN-FILES.                                    01470000
014800      PERFORM 3000-PRCS-RECS UNTIL END-OF-LEAVES.                 01480000
014900      PERFORM 5000-CLOSE-PARA.                                    01490000
015000      STOP RUN.                                                   01500000
015100 0000-MAIN-PARA-EXIT.                                             01510000
015200      EXIT.                                                       01520000
015300 0500-GET-SELECTION.                                              01530000
015400      DISPLAY 'ENTER ASSOID (BLANK = ALL ASSOCIATES) : '.         01540000
015500      ACCEPT WS-SEL-ASSOID.                                       01550000
015600      DISPLAY 'ENTER LEAVE YEAR YYYY (BLANK = ALL YEARS) : '.     01560000
015700      ACCEPT WS-SEL-YEAR.                                         01570000
015800      IF WS-SEL-YEAR NOT = SPACES AND WS-SEL-YEAR NOT NUMERIC     01580000
015900         DISPLAY 'INVALID YEAR ' WS-SEL-YEAR                      01590000
016000            ' - ALL YEARS ASSUMED'                                01600000
016100         MOVE SPACES TO WS-SEL-YEAR                               01610000
016200      END-IF.                                                     01620000
016300      DISPLAY 'ASSOID : ' WS-SEL-ASSOID ' YEAR : ' WS-SEL-YEAR.   01630000
016400      EXIT.                                                       01640000
016500 1000-OPEN-FILES.                                                 01650000
016600      OPEN INPUT LEAVE-FILE.                                      01660000
016700      IF NOT LV-OPEN-OK                                           01670000
016800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01680000
016900         MOVE 'LEAVE-FILE' TO ERR-FILE-ID                         01690000
017000         MOVE LV-STATUS TO ERR-FILE-STATUS                        01700000
017100         PERFORM 9000-ERR-PARA                                    01710000
017200      END-IF.                                                     01720000
017300      OPEN INPUT KSDS-FILE.                                       01730000
017400      IF NOT MA-OPEN-OK                                           01740000
017500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01750000
017600         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          01760000
017700         MOVE MA-STATUS TO ERR-FILE-STATUS                        01770000
017800         PERFORM 9000-ERR-PARA                                    01780000
017900      END-IF.                                                     01790000
018000      OPEN OUTPUT RPTFILE.                                        01800000
018100      IF NOT RP-OPEN-OK                                           01810000
018200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01820000
018300         MOVE 'RPTFILE' TO ERR-FILE-ID                            01830000
018400         MOVE RP-STATUS TO ERR-FILE-STATUS                        01840000
018500         PERFORM 9000-ERR-PARA                                    01850000
018600      END-IF.                                                     01860000
018700*     A SINGLE-ASSOCIATE QUERY STARTS AT THAT ASSOCIATE'S FIRST   01870000
018800*     LEAVE INSTEAD OF READING THE WHOLE CALENDAR.                01880000
018900      IF WS-SEL-ASSOID NOT = SPACES                               01890000
019000         MOVE WS-SEL-ASSOID TO LE-ASSOID                          01900000
019100         MOVE ZEROS TO LE-LEAVE-START                             01910000
019200         START LEAVE-FILE KEY NOT LESS THAN LE-LEAVE-KEY          01920000
019300         IF NOT LV-START-OK                                       01930000
019400            MOVE 'Y' TO WS-EOF-SW                                 01940000
019500         END-IF                                                   01950000
019600      END-IF.                                                     01960000
019700      MOVE SPACES TO RPT-REC.                                     01970000
019800      STRING 'LEAVE HISTORY BY ASSOCIATE AND YEAR AS AT '         01980000
019900             WS-TODAY '    ASSOID ' WS-SEL-ASSOID                 01990000
020000             '  YEAR ' WS-SEL-YEAR                                02000000
020100         DELIMITED BY SIZE INTO RPT-REC                           02010000
020200      END-STRING.                                                 02020000
020300      WRITE RPT-REC.                                              02030000
020400      MOVE SPACES TO RPT-REC.                                     02040000
020500      MOVE '   YEAR   REASON      LEAVES    DAYS' TO RPT-REC.     02050000
020600      WRITE RPT-REC.                                              02060000
020700      EXIT.                                                       02070000
020800 3000-PRCS-RECS.                                                  02080000
020900      READ LEAVE-FILE.                                            02090000
021000      EVALUATE TRUE                                               02100000
021100         WHEN LV-READ-OK                                          02110000
021200            IF WS-SEL-ASSOID NOT = SPACES                         02120000
021300               AND LE-ASSOID NOT = WS-SEL-ASSOID                  02130000
021400               PERFORM 3500-PRINT-ASSOC THRU 3500-PRINT-ASSOC-EXIT02140001
021500               MOVE 'Y' TO WS-EOF-SW                              02150000
021600            ELSE                                                  02160000
021700               ADD 1 TO IP-CNTR                                   02170000
021800               IF LE-ASSOID NOT = WS-PREV-ASSOID                  02180000
021900                  PERFORM 3500-PRINT-ASSOC                        02190000
021910                     THRU 3500-PRINT-ASSOC-EXIT                   02191001
022000                  MOVE LE-ASSOID TO WS-PREV-ASSOID                02200000
022100               END-IF                                             02210000
022200               PERFORM 3100-TAKE-LEAVE THRU 3100-TAKE-LEAVE-EXIT  02220001
022300            END-IF                                                02230000
022400         WHEN LV-EOF                                              02240000
022500            PERFORM 3500-PRINT-ASSOC THRU 3500-PRINT-ASSOC-EXIT   02250001
022600            MOVE 'Y' TO WS-EOF-SW                                 02260000
022700         WHEN OTHER                                               02270000
022800            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02280000
022900            MOVE 'LEAVE-FILE' TO ERR-FILE-ID                      02290000
023000            MOVE LV-STATUS TO ERR-FILE-STATUS                     02300000
023100            PERFORM 9000-ERR-PARA                                 02310000
023200      END-EVALUATE.                                               02320000
023300      EXIT.                                                       02330000
023400 3100-TAKE-LEAVE.                                                 02340000
023500      IF LE-LEAVE-START NOT NUMERIC                               02350000
023600         OR LE-LEAVE-END NOT NUMERIC                              02360000
023700         OR LE-LEAVE-END < LE-LEAVE-START                         02370000
023800         ADD 1 TO BAD-CNTR                                        02380000
023900         DISPLAY 'UNUSABLE LEAVE DATES ' LE-ASSOID ' '            02390000
024000            LE-LEAVE-START ' ' LE-LEAVE-END                       02400000
024100         GO TO 3100-TAKE-LEAVE-EXIT                               02410000
024200      END-IF.                                                     02420000
024300      IF LE-LEAVE-START > WS-TODAY                                02430000
024400         ADD 1 TO BOOKED-CNTR                                     02440000
024500         GO TO 3100-TAKE-LEAVE-EXIT                               02450000
024600      END-IF.                                                     02460000
024700      MOVE LE-LEAVE-END TO WS-EFF-END.                            02470000
024800      IF LE-LEAVE-STATUS = 'A' AND WS-EFF-END > WS-TODAY          02480000
024900         MOVE WS-TODAY TO WS-EFF-END                              02490000
025000      END-IF.                                                     02500000
025100      ADD 1 TO TAKEN-CNTR.                                        02510000
025200      MOVE LE-LEAVE-START TO WS-SEG-START.                        02520000
025300      PERFORM 3200-YEAR-SEGMENT UNTIL WS-SEG-START > WS-EFF-END.  02530000
025400 3100-TAKE-LEAVE-EXIT.                                            02540000
025500      EXIT.                                                       02550000
025600*  ONE PASS PER CALENDAR YEAR THE LEAVE TOUCHES - THE SEGMENT     02560000
025700*  RUNS FROM WS-SEG-START TO 31 DEC OR THE LEAVE END, WHICHEVER   02570000
025800*  COMES FIRST.                                                   02580000
025900 3200-YEAR-SEGMENT.                                               02590000
026000      MOVE WS-SEG-START TO WS-SEG-END.                            02600000
026100      MOVE 12 TO WS-SEG-END-MM.                                   02610000
026200      MOVE 31 TO WS-SEG-END-DD.                                   02620000
026300      IF WS-SEG-END > WS-EFF-END                                  02630000
026400         MOVE WS-EFF-END TO WS-SEG-END                            02640000
026500      END-IF.                                                     02650000
026600      COMPUTE WS-SEG-DAYS =                                       02660000
026700         FUNCTION INTEGER-OF-DATE(WS-SEG-END) -                   02670000
026800         FUNCTION INTEGER-OF-DATE(WS-SEG-START) + 1.              02680000
026900      IF WS-SEL-YEAR = SPACES                                     02690000
027000         OR WS-SEG-START-YYYY = WS-SEL-YEAR-N                     02700000
027100         PERFORM 3300-ADD-TO-TABLE THRU 3300-ADD-TO-TABLE-EXIT    02710001
027200      END-IF.                                                     02720000
027300      ADD 1 TO WS-SEG-START-YYYY.                                 02730000
027400      MOVE 1 TO WS-SEG-START-MM.                                  02740000
027500      MOVE 1 TO WS-SEG-START-DD.                                  02750000
027600      EXIT.                                                       02760000
027700*  THE TABLE IS KEPT IN YEAR + REASON ORDER SO THE ASSOCIATE'S    02770000
027800*  LINES PRINT STRAIGHT OFF IT.                                   02780000
027900 3300-ADD-TO-TABLE.                                               02790000
028000      MOVE WS-SEG-START-YYYY TO WS-NEW-YEAR.                      02800000
028100      MOVE LE-LEAVE-REASON TO WS-NEW-REASON.                      02810000
028200      IF WS-NEW-REASON = SPACES                                   02820000
028300         MOVE '(NONE)' TO WS-NEW-REASON                           02830000
028400      END-IF.                                                     02840000
028500      MOVE 0 TO LH-FND.                                           02850000
028600      MOVE 0 TO LH-POS.                                           02860000
028700      PERFORM 3310-SCAN-TABLE                                     02870000
028800             VARYING LH-IDX FROM 1 BY 1                           02880000
028900             UNTIL LH-IDX > LH-CNT OR LH-FND > 0 OR LH-POS > 0.   02890000
029000      IF LH-FND = 0                                               02900000
029100         IF LH-CNT NOT < 60                                       02910000
029200            ADD 1 TO OVFL-CNTR                                    02920000
029300            DISPLAY 'HISTORY TABLE FULL - ' LE-ASSOID ' '         02930000
029400               WS-NEW-KEY ' NOT COUNTED'                          02940000
029500            GO TO 3300-ADD-TO-TABLE-EXIT                          02950000
029600         END-IF                                                   02960000
029700         IF LH-POS = 0                                            02970000
029800            COMPUTE LH-POS = LH-CNT + 1                           02980000
029900         END-IF                                                   02990000
030000         PERFORM 3320-SHIFT-DOWN                                  03000000
030100                VARYING LH-IDX FROM LH-CNT BY -1                  03010000
030200                UNTIL LH-IDX < LH-POS                             03020000
030300         ADD 1 TO LH-CNT                                          03030000
030400         MOVE WS-NEW-KEY TO LH-KEY(LH-POS)                        03040000
030500         MOVE ZEROS TO LH-LEAVES(LH-POS) LH-DAYS(LH-POS)          03050000
030600         MOVE LH-POS TO LH-FND                                    03060000
030700      END-IF.                                                     03070000
030800      ADD 1 TO LH-LEAVES(LH-FND).                                 03080000
030900      ADD WS-SEG-DAYS TO LH-DAYS(LH-FND).                         03090000
031000 3300-ADD-TO-TABLE-EXIT.                                          03100000
031100      EXIT.                                                       03110000
031200 3310-SCAN-TABLE.                                                 03120000
031300      IF LH-KEY(LH-IDX) = WS-NEW-KEY                              03130000
031400         MOVE LH-IDX TO LH-FND                                    03140000
031500      ELSE                                                        03150000
031600         IF LH-KEY(LH-IDX) > WS-NEW-KEY                           03160000
031700            MOVE LH-IDX TO LH-POS                                 03170000
031800         END-IF                                                   03180000
031900      END-IF.                                                     03190000
032000      EXIT.                                                       03200000
032100 3320-SHIFT-DOWN.                                                 03210000
032200      MOVE LH-ENT(LH-IDX) TO LH-ENT(LH-IDX + 1).                  03220000
032300      EXIT.                                                       03230000
032400 3500-PRINT-ASSOC.                                                03240000
032500      IF LH-CNT = 0                                               03250000
032600         GO TO 3500-PRINT-ASSOC-EXIT                              03260000
032700      END-IF.                                                     03270000
032800      ADD 1 TO ASSOC-CNTR.                                        03280000
032900      MOVE WS-PREV-ASSOID TO AL-ASSOID.                           03290000
033000      MOVE WS-PREV-ASSOID TO MAASSOID.                            03300000
033100      READ KSDS-FILE.                                             03310000
033200      EVALUATE TRUE                                               03320000
033300         WHEN MA-READ-OK                                          03330000
033400            MOVE MANAME TO AL-NAME                                03340000
033500         WHEN MA-KEYNF                                            03350000
033600            MOVE '** NOT ON MASTER **' TO AL-NAME                 03360000
033700         WHEN OTHER                                               03370000
033800            MOVE '3500-PRINT-ASSOC' TO ERR-PARA                   03380000
033900            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       03390000
034000            MOVE MA-STATUS TO ERR-FILE-STATUS                     03400000
034100            PERFORM 9000-ERR-PARA                                 03410000
034200      END-EVALUATE.                                               03420000
034300      MOVE SPACES TO RPT-REC.                                     03430000
034400      WRITE RPT-REC.                                              03440000
034500      MOVE WS-ASSOC-LINE TO RPT-REC.                              03450000
034600      WRITE RPT-REC.                                              03460000
034700      MOVE ZEROS TO WS-YEAR-DAYS WS-ASSOC-DAYS.                   03470000
034800      MOVE LH-YEAR(1) TO WS-CUR-YEAR.                             03480000
034900      PERFORM 3510-PRINT-ENTRY                                    03490000
035000             VARYING LH-IDX FROM 1 BY 1                           03500000
035100             UNTIL LH-IDX > LH-CNT.                               03510000
035200      PERFORM 3520-YEAR-TOTAL.                                    03520000
035300      MOVE SPACES TO WS-TOTAL-LINE.                               03530000
035400      MOVE 'TOTAL DAYS AWAY' TO TL-TEXT.                          03540000
035500      MOVE WS-ASSOC-DAYS TO TL-DAYS.                              03550000
035600      MOVE WS-TOTAL-LINE TO RPT-REC.                              03560000
035700      WRITE RPT-REC.                                              03570000
035800      MOVE 0 TO LH-CNT.                                           03580000
035900 3500-PRINT-ASSOC-EXIT.                                           03590000
036000      EXIT.                                                       03600000
036100 3510-PRINT-ENTRY.                                                03610000
036200      IF LH-YEAR(LH-IDX) NOT = WS-CUR-YEAR                        03620000
036300         PERFORM 3520-YEAR-TOTAL                                  03630000
036400         MOVE LH-YEAR(LH-IDX) TO WS-CUR-YEAR                      03640000
036500      END-IF.                                                     03650000
036600      MOVE LH-YEAR(LH-IDX) TO DTL-YEAR.                           03660000
036700      MOVE LH-REASON(LH-IDX) TO DTL-REASON.                       03670000
036800      MOVE LH-LEAVES(LH-IDX) TO DTL-LEAVES.                       03680000
036900      MOVE LH-DAYS(LH-IDX) TO DTL-DAYS.                           03690000
037000      MOVE WS-DETAIL-LINE TO RPT-REC.                             03700000
037100      WRITE RPT-REC.                                              03710000
037200      ADD LH-DAYS(LH-IDX) TO WS-YEAR-DAYS WS-ASSOC-DAYS           03720000
037300         DAYS-CNTR.                                               03730000
037400      EXIT.                                                       03740000
037500 3520-YEAR-TOTAL.                                                 03750000
037600      MOVE SPACES TO WS-TOTAL-LINE.                               03760000
037700      STRING 'YEAR ' WS-CUR-YEAR ' DAYS AWAY'                     03770000
037800         DELIMITED BY SIZE INTO TL-TEXT                           03780000
037900      END-STRING.                                                 03790000
038000      MOVE WS-YEAR-DAYS TO TL-DAYS.                               03800000
038100      MOVE WS-TOTAL-LINE TO RPT-REC.                              03810000
038200      WRITE RPT-REC.                                              03820000
038300      MOVE ZEROS TO WS-YEAR-DAYS.                                 03830000
038400      EXIT.                                                       03840000
038500 5000-CLOSE-PARA.                                                 03850000
038600      MOVE SPACES TO RPT-REC.                                     03860000
038700      WRITE RPT-REC.                                              03870000
038800      MOVE SPACES TO RPT-REC.                                     03880000
038900      STRING 'LEAVES READ=' IP-CNTR                               03890000
039000             ' TAKEN=' TAKEN-CNTR                                 03900000
039100             ' BOOKED=' BOOKED-CNTR                               03910000
039200             ' BAD DATES=' BAD-CNTR                               03920000
039300             ' NOT COUNTED=' OVFL-CNTR                            03930000
039400             ' ASSOCIATES=' ASSOC-CNTR                            03940000
039500             ' DAYS AWAY=' DAYS-CNTR                              03950000
039600         DELIMITED BY SIZE INTO RPT-REC                           03960000
039700      END-STRING.                                                 03970000
039800      WRITE RPT-REC.                                              03980000
039900      CLOSE LEAVE-FILE KSDS-FILE RPTFILE.                         03990000
040000      DISPLAY 'LEAVE RECORDS READ : ' IP-CNTR.                    04000000
040100      DISPLAY 'LEAVES COUNTED     : ' TAKEN-CNTR.                 04010000
040200      DISPLAY 'BOOKED, NOT STARTED: ' BOOKED-CNTR.                04020000
040300      DISPLAY 'UNUSABLE DATES     : ' BAD-CNTR.                   04030000
040400      DISPLAY 'TABLE OVERFLOW     : ' OVFL-CNTR.                  04040000
040500      DISPLAY 'ASSOCIATES LISTED  : ' ASSOC-CNTR.                 04050000
040600      IF BAD-CNTR > 0 OR OVFL-CNTR > 0                            04060000
040700         MOVE 4 TO RETURN-CODE                                    04070000
040800      END-IF.                                                     04080000
040900      PERFORM 5200-WRITE-RUNSTAT THRU 5200-WRITE-RUNSTAT-EXIT.    04090001
041000      EXIT.                                                       04100000
041100 5200-WRITE-RUNSTAT.                                              04110000
041200      OPEN EXTEND STATFILE.                                       04120000
041300      IF NOT RS-OPEN-OK                                           04130000
041400         DISPLAY 'ERR OPENING STATFILE ' RS-STATUS                04140000
041500         GO TO 5200-WRITE-RUNSTAT-EXIT                            04150000
041600      END-IF.                                                     04160000
041700      MOVE SPACES TO RS-RUNSTAT-REC.                              04170000
041800      MOVE 'LVHIST' TO RS-PGM-NAME.                               04180000
041900      ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.                      04190000
042000      ACCEPT RS-RUN-TIME FROM TIME.                               04200000
042100      MOVE IP-CNTR TO RS-READ-CNT.                                04210000
042200      MOVE ASSOC-CNTR TO RS-WRITE-CNT.                            04220000
042300      MOVE BAD-CNTR TO RS-REJ-CNT.                                04230000
042400      MOVE RETURN-CODE TO RS-RETURN-CD.                           04240000
042500      WRITE RS-RUNSTAT-REC.                                       04250000
042600      IF NOT RS-WRITE-OK                                          04260000
042700         DISPLAY 'ERR WRITING STATFILE ' RS-STATUS                04270000
042800      END-IF.                                                     04280000
042900      CLOSE STATFILE.                                             04290000
043000 5200-WRITE-RUNSTAT-EXIT.                                         04300000
043100      EXIT.                                                       04310000
043200 9000-ERR-PARA.                                                   04320000
043300      DISPLAY WS-ERR-DESC.                                        04330000
043400      MOVE 30 TO RETURN-CODE.                                     04340000
043500      STOP RUN.                                                   04350000
