000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CLASHCHK.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : EXAM TIMETABLE CARDS (DDTTBL, TTBLREC), EXAM      00040000
000500*               ROSTER (DDROSTER) AND RETAKE ROSTER ADDITIONS     00050000
000600*               (DDROSTAD) - BOTH IN ROSTER SHAPE WITH THE EXAM   00060000
000700*               TYPE IN COLS 28-34                                00070000
000800* OUTPUT FILE : CLASH-FREE REGISTRATIONS IN STUDENT-ID ORDER      00080000
000900*               (DDCLEAN, ROSTER SHAPE), COMMON SUSPENSE FILE     00090000
001000*               (DDSUSP, REASON TTCLASH), RUN REPORT WITH THE     00100000
001100*               PER-SESSION CANDIDATE COUNTS (DDRPT)              00110000
001200* PRG DESC    : TIMETABLE CLASH CHECK, RUN AHEAD OF SEATALOC.     00120000
001300*               EVERY REGISTRATION IS GIVEN ITS EXAM'S DATE AND   00130000
001400*               SESSION FROM THE TIMETABLE AND SORTED BY STUDENT, 00140000
001500*               DATE AND SESSION, ROSTER BEFORE RETAKE.  A SECOND 00150000
001600*               EXAM TYPE IN A SESSION THE STUDENT IS ALREADY     00160000
001700*               BOOKED INTO GOES TO SUSPENSE NAMING BOTH EXAM     00170000
001800*               TYPES; THE SAME EXAM TYPE BOOKED TWICE IS DROPPED 00180000
001900*               AS A DUPLICATE.  REGISTRATIONS FOR AN EXAM NOT ON 00190000
002000*               THE TIMETABLE ARE PASSED THROUGH AND REPORTED.    00200000
002100*               THE CANDIDATE COUNT FOR EACH EXAM TYPE AND SESSION00210000
002200*               IS PRINTED SO HALLS CAN BE SIZED.  RC 4 WHEN      00220000
002300*               ANYTHING WAS SUSPENDED, DROPPED OR UNSCHEDULED.   00230000
002400* AUTHOR      : GIRIDHAR                                          00240000
002500* CREATED ON  : 15 OCT 2026                                       00250000
002600***************************************************************** 00260000
002700 ENVIRONMENT DIVISION.                                            00270000
002800 INPUT-OUTPUT SECTION.                                            00280000
002900 FILE-CONTROL.                                                    00290000
003000      SELECT TTBLFILE ASSIGN TO DDTTBL                            00300000
003100      ORGANIZATION IS SEQUENTIAL                                  00310000
003200      ACCESS MODE IS SEQUENTIAL                                   00320000
003300      FILE STATUS TT-STATUS.                                      00330000
003400*                                                                 00340000
003500      SELECT ROSTFILE ASSIGN TO DDROSTER                          00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS RO-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT ROSTADD ASSIGN TO DDROSTAD                           00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS RA-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT CLEANFILE ASSIGN TO DDCLEAN                          00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS CL-STATUS.                                      00480000
004900*                                                                 00490000
005000      SELECT SUSPFILE ASSIGN TO DDSUSP                            00500000
005100      ORGANIZATION IS SEQUENTIAL                                  00510000
005200      ACCESS MODE IS SEQUENTIAL                                   00520000
005300      FILE STATUS SU-STATUS.                                      00530000
005400*                                                                 00540000
005500      SELECT RPTFILE ASSIGN TO DDRPT                              00550000
005600      ORGANIZATION IS SEQUENTIAL                                  00560000
005700      ACCESS MODE IS SEQUENTIAL                                   00570000
005800      FILE STATUS RP-STATUS.                                      00580000
005900*                                                                 00590000
006000      SELECT SORT-WORK ASSIGN TO DDSORT.                          00600000
006100*                                                                 00610000
006200 DATA DIVISION.                                                   00620000
006300 FILE SECTION.                                                    00630000
006400 FD TTBLFILE RECORDING MODE F.                                    00640000
006500 COPY TTBLREC REPLACING ==:TTB:== BY ==TT==.                      00650000
006600 FD ROSTFILE RECORDING MODE F.                                    00660000
006700 01 ROST-REC.                                                     00670000
006800     05 RO-SID          PIC X(5).                                 00680000
006900     05 FILLER          PIC X.                                    00690000
007000     05 RO-NAME         PIC X(20).                                00700000
007100     05 FILLER          PIC X.                                    00710000
007200     05 RO-EXM          PIC X(7).                                 00720000
007300     05 FILLER          PIC X(46).                                00730000
007400 FD ROSTADD RECORDING MODE F.                                     00740000
007500 01 ROSTADD-REC.                                                  00750000
007600     05 RA-SID          PIC X(5).                                 00760000
007700     05 FILLER          PIC X.                                    00770000
007800     05 RA-NAME         PIC X(20).                                00780000
007900     05 FILLER          PIC X.                                    00790000
008000     05 RA-EXM          PIC X(7).                                 00800000
008100     05 FILLER          PIC X(46).                                00810000
008200 FD CLEANFILE RECORDING MODE F.                                   00820000
008300 01 CLEAN-REC PIC X(80).                                          00830000
008400 FD SUSPFILE RECORDING MODE IS F.                                 00840000
008500 COPY SUSPREC REPLACING ==:SUS:== BY ==SU==.                      00850000
008600 FD RPTFILE RECORDING MODE F.                                     00860000
008700 01 RPT-REC PIC X(80).                                            00870000
008800 SD SORT-WORK.                                                    00880000
008900 01 SORT-REC.                                                     00890000
009000     05 SR-SORT-KEY.                                              00900000
009100        10 SR-SID        PIC X(5).                                00910000
009200        10 SR-DATE       PIC X(8).                                00920000
009300        10 SR-SESSION    PIC X(2).                                00930000
009400        10 SR-SOURCE     PIC X.                                   00940000
009500        10 SR-ARRIVAL    PIC 9(6).                                00950000
009600     05 SR-TT-IDX        PIC 9(2).                                00960000
009700     05 SR-REG.                                                   00970000
009800        10 FILLER        PIC X(27).                               00980000
009900        10 SR-EXM        PIC X(7).                                00990000
010000        10 FILLER        PIC X(46).                               01000000
010100 WORKING-STORAGE SECTION.                                         01010000
010200 01 WS-FILE-STATUSES.                                             01020000
010300    05 TT-STATUS PIC XX.                                          01030000
010400    88 TT-OPEN-OK VALUE '00'.                                     01040000
010500    88 TT-READ-OK VALUE '00'.                                     01050000
010600    88 TT-EOF     VALUE '10'.                                     01060000
010700    05 RO-STATUS PIC XX.                                          01070000
010800    88 RO-OPEN-OK VALUE '00'.                                     01080000
010900    88 RO-READ-OK VALUE '00'.                                     01090000
011000    88 RO-EOF     VALUE '10'.                                     01100000
011100    05 RA-STATUS PIC XX.                                          01110000
011200    88 RA-OPEN-OK VALUE '00'.                                     01120000
011300    88 RA-READ-OK VALUE '00'.                                     01130000
011400    88 RA-EOF     VALUE '10'.                                     01140000
011500    05 CL-STATUS PIC XX.                                          01150000
011600    88 CL-OPEN-OK VALUE '00'.                                     01160000
011700    05 SU-STATUS PIC XX.                                          01170000
011800    88 SU-OPEN-OK VALUE '00'.                                     01180000
011900    05 RP-STATUS PIC XX.                                          01190000
012000    88 RP-OPEN-OK VALUE '00'.                                     01200000
012100 01 TT-CNT PIC 9(2) VALUE 0.                                      01210000
012200 01 WS-TT-IDX PIC 9(2) VALUE 0.                                   01220000
012300 01 WS-TT-USE PIC 9(2) VALUE 0.                                   01230000
012400 01 WS-TT-TABLE.                                                  01240000
012500    05 WS-TT-ENT OCCURS 50 TIMES.                                 01250000
012600       10 WS-TT-EXM     PIC X(7).                                 01260000
012700       10 WS-TT-DATE    PIC X(8).                                 01270000
012800       10 WS-TT-SESSION PIC X(2).                                 01280000
012900       10 WS-TT-CANDS   PIC 9(6).                                 01290000
013000 01 WS-SORT-SW PIC X VALUE 'N'.                                   01300000
013100    88 SORT-DONE VALUE 'Y'.                                       01310000
013200 01 WS-PREV-BOOKING.                                              01320000
013300    05 WS-PREV-SID     PIC X(5) VALUE SPACES.                     01330000
013400    05 WS-PREV-DATE    PIC X(8) VALUE SPACES.                     01340000
013500    05 WS-PREV-SESSION PIC X(2) VALUE SPACES.                     01350000
013600    05 WS-PREV-EXM     PIC X(7) VALUE SPACES.                     01360000
013700 01 WS-REG-SOURCE PIC X(6) VALUE SPACES.                          01370000
013800 01 WS-CNTRS.                                                     01380000
013900    05 ARRIVAL-CNTR  PIC 9(6) VALUE ZEROS.                        01390000
014000    05 ROST-CNTR     PIC 9(6) VALUE ZEROS.                        01400000
014100    05 RADD-CNTR     PIC 9(6) VALUE ZEROS.                        01410000
014200    05 CLEAN-CNTR    PIC 9(6) VALUE ZEROS.                        01420000
014300    05 CLASH-CNTR    PIC 9(6) VALUE ZEROS.                        01430000
014400    05 DUP-CNTR      PIC 9(6) VALUE ZEROS.                        01440000
014500    05 NOTT-CNTR     PIC 9(6) VALUE ZEROS.                        01450000
014600 01 WS-ERR-DESC.                                                  01460000
014700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01470000
014800    05  ERR-PARA             PIC X(30).                           01480000
014900    05  FILLER               PIC XX VALUE SPACES.                 01490000
015000    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01500000
015100    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01510000
015200    05  ERR-FILE-STATUS      PIC XX.                              01520000
015300 PROCEDURE DIVISION.                                              01530000
015400 0000-MAIN-PARA.                                                  01540000
015500      PERFORM 1000-OPEN-FILES.                                    01550000
015600      PERFORM 1500-LOAD-TTBL THRU 1500-LOAD-EXIT.                 01560000
015700      SORT SORT-WORK                                              01570000
015800           ON ASCENDING KEY SR-SORT-KEY                           01580000
015900           INPUT PROCEDURE IS 2000-RELEASE-REGS                   01590000
016000           OUTPUT PROCEDURE IS 3000-CHECK-CLASHES.                01600000
016100      PERFORM 4000-SESSION-COUNTS.                                01610000
016200      PERFORM 5000-CLOSE-PARA.                                    01620000
016300      STOP RUN.                                                   01630000
016400 0000-MAIN-PARA-EXIT.                                             01640000
016500      EXIT.                                                       01650000
016600 1000-OPEN-FILES.                                                 01660000
016700      OPEN INPUT ROSTFILE.                                        01670000
016800      IF NOT RO-OPEN-OK                                           01680000
016900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01690000
017000         MOVE 'ROSTFILE' TO ERR-FILE-ID                           01700000
017100         MOVE RO-STATUS TO ERR-FILE-STATUS                        01710000
017200         PERFORM 9000-ERR-PARA                                    01720000
017300      END-IF.                                                     01730000
017400      OPEN INPUT ROSTADD.                                         01740000
017500      IF NOT RA-OPEN-OK                                           01750000
017600         DISPLAY 'NO RETAKE ADDITIONS - ROSTER ONLY CHECKED'      01760000
017700         MOVE '10' TO RA-STATUS                                   01770000
017800      END-IF.                                                     01780000
017900      OPEN OUTPUT CLEANFILE RPTFILE.                              01790000
018000      IF NOT CL-OPEN-OK OR NOT RP-OPEN-OK                         01800000
018100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01810000
018200         MOVE 'OUTPUTS' TO ERR-FILE-ID                            01820000
018300         MOVE CL-STATUS TO ERR-FILE-STATUS                        01830000
018400         PERFORM 9000-ERR-PARA                                    01840000
018500      END-IF.                                                     01850000
018600      OPEN EXTEND SUSPFILE.                                       01860000
018700      IF NOT SU-OPEN-OK                                           01870000
018800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01880000
018900         MOVE 'SUSPFILE' TO ERR-FILE-ID                           01890000
019000         MOVE SU-STATUS TO ERR-FILE-STATUS                        01900000
019100         PERFORM 9000-ERR-PARA                                    01910000
019200      END-IF.                                                     01920000
019300      EXIT.                                                       01930000
019400***************************************************************** 01940000
019500*  TIMETABLE CARDS INTO THE TABLE.  WITHOUT A TIMETABLE THERE IS  01950000
019600*  NOTHING TO CHECK AGAINST, SO THE RUN STOPS.                    01960000
019700***************************************************************** 01970000
019800 1500-LOAD-TTBL.                                                  01980000
019900      OPEN INPUT TTBLFILE.                                        01990000
020000      IF NOT TT-OPEN-OK                                           02000000
020100         MOVE '1500-LOAD-TTBL' TO ERR-PARA                        02010000
020200         MOVE 'TTBLFILE' TO ERR-FILE-ID                           02020000
020300         MOVE TT-STATUS TO ERR-FILE-STATUS                        02030000
020400         PERFORM 9000-ERR-PARA                                    02040000
020500      END-IF.                                                     02050000
020600      PERFORM 1510-READ-TTBL UNTIL TT-EOF.                        02060000
020700      CLOSE TTBLFILE.                                             02070000
020800      IF TT-CNT = 0                                               02080000
020900         DISPLAY 'TIMETABLE IS EMPTY - NOTHING CHECKED'           02090000
021000         MOVE 8 TO RETURN-CODE                                    02100000
021100         CLOSE ROSTFILE ROSTADD CLEANFILE SUSPFILE RPTFILE        02110000
021200         STOP RUN                                                 02120000
021300      END-IF.                                                     02130000
021400      DISPLAY 'TIMETABLE ENTRIES LOADED : ' TT-CNT.               02140000
021500 1500-LOAD-EXIT.                                                  02150000
021600      EXIT.                                                       02160000
021700 1510-READ-TTBL.                                                  02170000
021800      READ TTBLFILE.                                              02180000
021900      EVALUATE TRUE                                               02190000
022000         WHEN TT-READ-OK                                          02200000
022100            IF TT-TTBL-REC(1:1) = '*'                             02210000
022200               CONTINUE                                           02220000
022300            ELSE                                                  02230000
022400               IF TT-EXM = SPACES OR TT-EXAM-DATE NOT NUMERIC     02240000
022500                  OR NOT TT-VALID-SESSION                         02250000
022600                  DISPLAY 'BAD TIMETABLE CARD SKIPPED : '         02260000
022700                     TT-TTBL-REC(1:20)                            02270000
022800               ELSE                                               02280000
022900                  IF TT-CNT < 50                                  02290000
023000                     ADD 1 TO TT-CNT                              02300000
023100                     MOVE TT-EXM TO WS-TT-EXM(TT-CNT)             02310000
023200                     MOVE TT-EXAM-DATE TO WS-TT-DATE(TT-CNT)      02320000
023300                     MOVE TT-SESSION TO WS-TT-SESSION(TT-CNT)     02330000
023400                     MOVE ZEROS TO WS-TT-CANDS(TT-CNT)            02340000
023500                  ELSE                                            02350000
023600                     DISPLAY 'TIMETABLE TABLE FULL - CARD SKIPPED'02360000
023700                  END-IF                                          02370000
023800               END-IF                                             02380000
023900            END-IF                                                02390000
024000         WHEN TT-EOF                                              02400000
024100            CONTINUE                                              02410000
024200         WHEN OTHER                                               02420000
024300            MOVE '1510-READ-TTBL' TO ERR-PARA                     02430000
024400            MOVE 'TTBLFILE' TO ERR-FILE-ID                        02440000
024500            MOVE TT-STATUS TO ERR-FILE-STATUS                     02450000
024600            PERFORM 9000-ERR-PARA                                 02460000
024700      END-EVALUATE.                                               02470000
024800      EXIT.                                                       02480000
024900***************************************************************** 02490000
025000*  SORT INPUT - ROSTER THEN RETAKE ADDITIONS, EACH GIVEN ITS      02500000
025100*  EXAM'S DATE AND SESSION.  AN EXAM NOT ON THE TIMETABLE SORTS   02510000
025200*  WITH HIGH-VALUES SO IT CAN NEVER CLASH.                        02520000
025300***************************************************************** 02530000
025400 2000-RELEASE-REGS.                                               02540000
025500      PERFORM 2100-READ-ROSTER UNTIL RO-EOF.                      02550000
025600      PERFORM 2200-READ-ROSTADD UNTIL RA-EOF.                     02560000
025700      EXIT.                                                       02570000
025800 2100-READ-ROSTER.                                                02580000
025900      READ ROSTFILE.                                              02590000
026000      EVALUATE TRUE                                               02600000
026100         WHEN RO-READ-OK                                          02610000
026200            ADD 1 TO ROST-CNTR                                    02620000
026300            MOVE ROST-REC TO SR-REG                               02630000
026400            MOVE 'R' TO SR-SOURCE                                 02640000
026500            PERFORM 2300-RELEASE-ONE                              02650000
026600         WHEN RO-EOF                                              02660000
026700            CONTINUE                                              02670000
026800         WHEN OTHER                                               02680000
026900            MOVE '2100-READ-ROSTER' TO ERR-PARA                   02690000
027000            MOVE 'ROSTFILE' TO ERR-FILE-ID                        02700000
027100            MOVE RO-STATUS TO ERR-FILE-STATUS                     02710000
027200            PERFORM 9000-ERR-PARA                                 02720000
027300      END-EVALUATE.                                               02730000
027400      EXIT.                                                       02740000
027500 2200-READ-ROSTADD.                                               02750000
027600      READ ROSTADD.                                               02760000
027700      EVALUATE TRUE                                               02770000
027800         WHEN RA-READ-OK                                          02780000
027900            ADD 1 TO RADD-CNTR                                    02790000
028000            MOVE ROSTADD-REC TO SR-REG                            02800000
028100            MOVE 'T' TO SR-SOURCE                                 02810000
028200            PERFORM 2300-RELEASE-ONE                              02820000
028300         WHEN RA-EOF                                              02830000
028400            CONTINUE                                              02840000
028500         WHEN OTHER                                               02850000
028600            MOVE '2200-READ-ROSTADD' TO ERR-PARA                  02860000
028700            MOVE 'ROSTADD' TO ERR-FILE-ID                         02870000
028800            MOVE RA-STATUS TO ERR-FILE-STATUS                     02880000
028900            PERFORM 9000-ERR-PARA                                 02890000
029000      END-EVALUATE.                                               02900000
029100      EXIT.                                                       02910000
029200 2300-RELEASE-ONE.                                                02920000
029300      ADD 1 TO ARRIVAL-CNTR.                                      02930000
029400      MOVE ARRIVAL-CNTR TO SR-ARRIVAL.                            02940000
029500      MOVE SR-REG(1:5) TO SR-SID.                                 02950000
029600      MOVE ZEROS TO WS-TT-USE.                                    02960000
029700      PERFORM 2310-FIND-EXM                                       02970000
029800         VARYING WS-TT-IDX FROM 1 BY 1                            02980000
029900         UNTIL WS-TT-IDX > TT-CNT OR WS-TT-USE > 0.               02990000
030000      IF WS-TT-USE = 0                                            03000000
030100         MOVE HIGH-VALUES TO SR-DATE SR-SESSION                   03010000
030200      ELSE                                                        03020000
030300         MOVE WS-TT-DATE(WS-TT-USE) TO SR-DATE                    03030000
030400         MOVE WS-TT-SESSION(WS-TT-USE) TO SR-SESSION              03040000
030500      END-IF.                                                     03050000
030600      MOVE WS-TT-USE TO SR-TT-IDX.                                03060000
030700      RELEASE SORT-REC.                                           03070000
030800      EXIT.                                                       03080000
030900 2310-FIND-EXM.                                                   03090000
031000      IF WS-TT-EXM(WS-TT-IDX) = SR-EXM                            03100000
031100         MOVE WS-TT-IDX TO WS-TT-USE                              03110000
031200      END-IF.                                                     03120000
031300      EXIT.                                                       03130000
031400***************************************************************** 03140000
031500*  SORT OUTPUT - A STUDENT'S BOOKINGS ARRIVE TOGETHER IN DATE AND 03150000
031600*  SESSION ORDER, SO A CLASH IS ALWAYS WITH THE BOOKING BEFORE.   03160000
031700***************************************************************** 03170000
031800 3000-CHECK-CLASHES.                                              03180000
031900      PERFORM 3100-RETURN-REG.                                    03190000
032000      PERFORM 3200-CHECK-ONE THRU 3200-CHECK-EXIT UNTIL SORT-DONE.03200000
032100      EXIT.                                                       03210000
032200 3100-RETURN-REG.                                                 03220000
032300      RETURN SORT-WORK                                            03230000
032400         AT END                                                   03240000
032500            MOVE 'Y' TO WS-SORT-SW                                03250000
032600      END-RETURN.                                                 03260000
032700      EXIT.                                                       03270000
032800 3200-CHECK-ONE.                                                  03280000
032900      IF SR-SOURCE = 'R'                                          03290000
033000         MOVE 'ROSTER' TO WS-REG-SOURCE                           03300000
033100      ELSE                                                        03310000
033200         MOVE 'RETAKE' TO WS-REG-SOURCE                           03320000
033300      END-IF.                                                     03330000
033400      IF SR-TT-IDX = 0                                            03340000
033500         ADD 1 TO NOTT-CNTR                                       03350000
033600         MOVE SPACES TO RPT-REC                                   03360000
033700         STRING 'NOT ON TIMETABLE : ' SR-SID ' ' SR-EXM           03370000
033800                ' (' WS-REG-SOURCE ')'                            03380000
033900            DELIMITED BY SIZE INTO RPT-REC                        03390000
034000         END-STRING                                               03400000
034100         WRITE RPT-REC                                            03410000
034200         PERFORM 3300-WRITE-CLEAN                                 03420000
034300         GO TO 3200-CHECK-EXIT                                    03430000
034400      END-IF.                                                     03440000
034500      IF SR-SID NOT = WS-PREV-SID                                 03450000
034600         OR SR-DATE NOT = WS-PREV-DATE                            03460000
034700         OR SR-SESSION NOT = WS-PREV-SESSION                      03470000
034800         ADD 1 TO WS-TT-CANDS(SR-TT-IDX)                          03480000
034900         PERFORM 3300-WRITE-CLEAN                                 03490000
035000         MOVE SR-SID TO WS-PREV-SID                               03500000
035100         MOVE SR-DATE TO WS-PREV-DATE                             03510000
035200         MOVE SR-SESSION TO WS-PREV-SESSION                       03520000
035300         MOVE SR-EXM TO WS-PREV-EXM                               03530000
035400         GO TO 3200-CHECK-EXIT                                    03540000
035500      END-IF.                                                     03550000
035600      IF SR-EXM = WS-PREV-EXM                                     03560000
035700         ADD 1 TO DUP-CNTR                                        03570000
035800         MOVE SPACES TO RPT-REC                                   03580000
035900         STRING 'DUPLICATE DROPPED: ' SR-SID ' ' SR-EXM           03590000
036000                ' (' WS-REG-SOURCE ')'                            03600000
036100            DELIMITED BY SIZE INTO RPT-REC                        03610000
036200         END-STRING                                               03620000
036300         WRITE RPT-REC                                            03630000
036400         GO TO 3200-CHECK-EXIT                                    03640000
036500      END-IF.                                                     03650000
036600      ADD 1 TO CLASH-CNTR.                                        03660000
036700      PERFORM 3400-SUSP-CLASH.                                    03670000
036800      MOVE SPACES TO RPT-REC.                                     03680000
036900      STRING 'CLASH SUSPENDED  : ' SR-SID ' ' SR-EXM              03690000
037000             ' (' WS-REG-SOURCE ') WITH ' WS-PREV-EXM             03700000
037100             ' ON ' SR-DATE ' ' SR-SESSION                        03710000
037200         DELIMITED BY SIZE INTO RPT-REC                           03720000
037300      END-STRING.                                                 03730000
037400      WRITE RPT-REC.                                              03740000
037500 3200-CHECK-EXIT.                                                 03750000
037600      PERFORM 3100-RETURN-REG.                                    03760000
037700      EXIT.                                                       03770000
037800 3300-WRITE-CLEAN.                                                03780000
037900      MOVE SR-REG TO CLEAN-REC.                                   03790000
038000      WRITE CLEAN-REC.                                            03800000
038100      ADD 1 TO CLEAN-CNTR.                                        03810000
038200      EXIT.                                                       03820000
038300 3400-SUSP-CLASH.                                                 03830000
038400      MOVE SPACES TO SU-SUSP-REC.                                 03840000
038500      MOVE 'CLASHCHK' TO SU-SRC-PGM.                              03850000
038600      MOVE 'TTCLASH   ' TO SU-REASON-CD.                          03860000
038700      ACCEPT SU-ADD-DATE FROM DATE YYYYMMDD.                      03870000
038800      MOVE ZEROS TO SU-AGE-CTR.                                   03880000
038900      MOVE 'N' TO SU-SUSP-STATUS.                                 03890000
039000      MOVE SR-REG TO SU-ORIG-REC(1:80).                           03900000
039100      STRING 'CLASH ' SR-EXM ' WITH ' WS-PREV-EXM                 03910000
039200             ' ON ' SR-DATE ' ' SR-SESSION                        03920000
039300         DELIMITED BY SIZE INTO SU-ORIG-REC(81:70)                03930000
039400      END-STRING.                                                 03940000
039500      WRITE SU-SUSP-REC.                                          03950000
039600      EXIT.                                                       03960000
039700***************************************************************** 03970000
039800*  CANDIDATES PER EXAM TYPE AND SESSION, IN TIMETABLE ORDER, FOR  03980000
039900*  SIZING THE HALLS AHEAD OF SEATALOC.                            03990000
040000***************************************************************** 04000000
040100 4000-SESSION-COUNTS.                                             04010000
040200      MOVE SPACES TO RPT-REC.                                     04020000
040300      WRITE RPT-REC.                                              04030000
040400      STRING 'CANDIDATES PER SESSION - '                          04040000
040500             'DATE     SESSION EXAM    COUNT'                     04050000
040600         DELIMITED BY SIZE INTO RPT-REC                           04060000
040700      END-STRING.                                                 04070000
040800      WRITE RPT-REC.                                              04080000
040900      PERFORM 4100-COUNT-LINE                                     04090000
041000         VARYING WS-TT-IDX FROM 1 BY 1 UNTIL WS-TT-IDX > TT-CNT.  04100000
041100      EXIT.                                                       04110000
041200 4100-COUNT-LINE.                                                 04120000
041300      MOVE SPACES TO RPT-REC.                                     04130000
041400      STRING '                         '                          04140000
041500             WS-TT-DATE(WS-TT-IDX) ' ' WS-TT-SESSION(WS-TT-IDX)   04150000
041600             '      ' WS-TT-EXM(WS-TT-IDX) ' '                    04160000
041700             WS-TT-CANDS(WS-TT-IDX)                               04170000
041800         DELIMITED BY SIZE INTO RPT-REC                           04180000
041900      END-STRING.                                                 04190000
042000      WRITE RPT-REC.                                              04200000
042100      EXIT.                                                       04210000
042200 5000-CLOSE-PARA.                                                 04220000
042300      MOVE SPACES TO RPT-REC.                                     04230000
042400      STRING 'ROSTER=' ROST-CNTR ' RETAKE=' RADD-CNTR             04240000
042500             ' CLEAN=' CLEAN-CNTR ' CLASHES=' CLASH-CNTR          04250000
042600             ' DUPS=' DUP-CNTR ' UNSCHED=' NOTT-CNTR              04260000
042700         DELIMITED BY SIZE INTO RPT-REC                           04270000
042800      END-STRING.                                                 04280000
042900      WRITE RPT-REC.                                              04290000
043000      CLOSE ROSTFILE ROSTADD CLEANFILE SUSPFILE RPTFILE.          04300000
043100      DISPLAY 'ROSTER REGISTRATIONS : ' ROST-CNTR.                04310000
043200      DISPLAY 'RETAKE REGISTRATIONS : ' RADD-CNTR.                04320000
043300      DISPLAY 'CLASH-FREE WRITTEN   : ' CLEAN-CNTR.               04330000
043400      DISPLAY 'CLASHES SUSPENDED    : ' CLASH-CNTR.               04340000
043500      DISPLAY 'DUPLICATES DROPPED   : ' DUP-CNTR.                 04350000
043600      DISPLAY 'NOT ON TIMETABLE     : ' NOTT-CNTR.                04360000
043700      IF CLASH-CNTR > 0 OR DUP-CNTR > 0 OR NOTT-CNTR > 0          04370000
043800         MOVE 4 TO RETURN-CODE                                    04380000
043900      END-IF.                                                     04390000
044000      EXIT.                                                       04400000
044100 9000-ERR-PARA.                                                   04410000
044200      DISPLAY WS-ERR-DESC.                                        04420000
044300      MOVE 30 TO RETURN-CODE.                                     04430000
044400      STOP RUN.                                                   04440000
