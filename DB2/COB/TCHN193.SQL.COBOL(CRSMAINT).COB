000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CRSMAINT.                                            00020000
000300***************************************************************** 00030000
000400* TABLES USED : M4CRS (COURSE CATALOG), M4STD (ENROLLMENTS)       00040000
000500* INPUT FILE  : CATALOG TRANSACTION FILE (DDIP)                   00050000
000600* OUTPUT FILE : RUN REPORT (DDOUT), SHARED AUDIT LOG (DDAUDIT)    00060000
000700* PRG DESC    : CONTROLLED MAINTENANCE FOR THE M4CRS COURSE       00070000
000800*               CATALOG IN THE CITYMNT MOLD - TRANSACTIONS ARE    00080000
000900*               VALIDATED, APPLIED AND AUDITED ONE BY ONE, ENDING 00090000
001000*               AD-HOC SQL AGAINST THE CATALOG.                   00100000
001100*               TRANSACTION: COL 1 OPERATION, 2-6 COURSEID,       00110000
001200*               8-27 COURSE NAME, 29-32 CAPACITY, 34-38           00120000
001300*               PREREQUISITE COURSEID, 40 CAPACITY-CUT OPTION.    00130000
001400*               A = ADD COURSE (NAME, CAPACITY, OPTIONAL PREREQ)  00140000
001500*               N = CHANGE NAME      C = CHANGE CAPACITY          00150000
001600*               P = SET PREREQUISITE (BLANK CLEARS IT)            00160000
001700*               R = RETIRE COURSE (CRSSTATUS 'R')                 00170000
001800*               A CAPACITY BELOW THE NUMBER ENROLLED IS REFUSED   00180000
001900*               UNLESS COL 40 IS 'B' - THEN THE EXCESS IS BUMPED  00190000
002000*               BACK TO THE WAITLIST IN REVERSE ENROLLMENT ORDER  00200000
002100*               (HIGHEST SID FIRST, THE MIRROR OF PRAC4'S LOWEST- 00210000
002200*               SID PROMOTION) AND EACH BUMP IS REPORTED AND      00220000
002300*               AUDITED.  A PREREQUISITE THAT IS THE COURSE       00230000
002400*               ITSELF, UNKNOWN, RETIRED OR THAT LEADS BACK TO    00240000
002500*               THE COURSE THROUGH ITS OWN CHAIN IS REFUSED.  A   00250000
002600*               COURSE STILL HOLDING ENROLLED OR WAITLISTED       00260000
002700*               STUDENTS, OR STILL NAMED AS THE PREREQUISITE OF   00270000
002800*               AN ACTIVE COURSE, CANNOT BE RETIRED.              00280000
002810*               A CAPACITY RAISE FILLS THE NEW SEATS FROM THE     00281001
002820*               WAITLIST, LOWEST SID FIRST AS PRAC4 DOES, AND     00282001
002830*               EACH PROMOTION IS REPORTED AND AUDITED.           00283001
002900* AUTHOR      : GIRIDHAR                                          00290000
003000* CREATED ON  : 15 OCT 2026                                       00300000
003010* MODIFIED ON : 15 OCT 2026 - CAPACITY RAISE PROMOTES WAITLISTED  00301001
003020*               STUDENTS INTO THE NEW SEATS                       00302001
003100***************************************************************** 00310000
003200 ENVIRONMENT DIVISION.                                            00320000
003300 INPUT-OUTPUT SECTION.                                            00330000
003400 FILE-CONTROL.                                                    00340000
003500       SELECT IP-FILE ASSIGN TO DDIP                              00350000
003600       ORGANIZATION IS SEQUENTIAL                                 00360000
003700       ACCESS MODE IS SEQUENTIAL                                  00370000
003800       FILE STATUS IP-STATUS.                                     00380000
003900*                                                                 00390000
004000       SELECT AUDIT-FILE ASSIGN TO DDAUDIT                        00400000
004100       ORGANIZATION IS SEQUENTIAL                                 00410000
004200       ACCESS MODE IS SEQUENTIAL                                  00420000
004300       FILE STATUS AU-STATUS.                                     00430000
004400*                                                                 00440000
004500       SELECT RPT-FILE ASSIGN TO DDOUT                            00450000
004600       ORGANIZATION IS SEQUENTIAL                                 00460000
004700       ACCESS MODE IS SEQUENTIAL                                  00470000
004800       FILE STATUS RP-STATUS.                                     00480000
004900*                                                                 00490000
005000 DATA DIVISION.                                                   00500000
005100 FILE SECTION.                                                    00510000
005200 FD IP-FILE RECORDING MODE F.                                     00520000
005300 01 IP-REC PIC X(80).                                             00530000
005400 FD AUDIT-FILE RECORDING MODE IS F.                               00540000
005500 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00550000
005600 FD RPT-FILE RECORDING MODE IS F.                                 00560000
005700 01 RPT-REC PIC X(80).                                            00570000
005800 WORKING-STORAGE SECTION.                                         00580000
005900       EXEC SQL                                                   00590000
006000         INCLUDE SQLCA                                            00600000
006100       END-EXEC.                                                  00610000
006200*                                                                 00620000
006300 01 WS-FILE-STATUSES.                                             00630000
006400    05 IP-STATUS PIC XX.                                          00640000
006500    88 IP-OPEN-OK VALUE '00'.                                     00650000
006600    88 IP-READ-OK VALUE '00'.                                     00660000
006700    88 IP-EOF     VALUE '10'.                                     00670000
006800    05 AU-STATUS PIC XX.                                          00680000
006900    88 AU-OPEN-OK  VALUE '00'.                                    00690000
007000    88 AU-WRITE-OK VALUE '00'.                                    00700000
007100    05 RP-STATUS PIC XX.                                          00710000
007200    88 RP-OPEN-OK  VALUE '00'.                                    00720000
007300 01 WS-SQL-STATUS.                                                00730000
007400    05 W01-SQLCODE PIC S9(6) SIGN LEADING SEPARATE.               00740000
007500    88 C01W-SQL-OK      VALUE +000.                               00750000
007600    88 C01W-SQL-NOTFND  VALUE +100.                               00760000
007700    88 C01W-SQL-DUPKEY  VALUE -803.                               00770000
007800 01 WS-TRAN-REC.                                                  00780000
007900    05 WS-OP PIC X(1).                                            00790000
008000    88 OP-ADD      VALUE 'A'.                                     00800000
008100    88 OP-NAME     VALUE 'N'.                                     00810000
008200    88 OP-CAPACITY VALUE 'C'.                                     00820000
008300    88 OP-PREREQ   VALUE 'P'.                                     00830000
008400    88 OP-RETIRE   VALUE 'R'.                                     00840000
008500    05 WS-COURSEID  PIC X(5).                                     00850000
008600    05 WS-CRSNAME   PIC X(20).                                    00860000
008700    05 WS-CAP-X     PIC X(4).                                     00870000
008800    05 WS-CAP-N REDEFINES WS-CAP-X PIC 9(4).                      00880000
008900    05 WS-PREREQ    PIC X(5).                                     00890000
009000    05 WS-CUT-OPT   PIC X(1).                                     00900000
009100    88 CUT-BUMP     VALUE 'B'.                                    00910000
009200 01 WS-REJ-REASON PIC X(30) VALUE SPACES.                         00920000
009300 01 WS-CHAIN-SW PIC X VALUE 'N'.                                  00930000
009400    88 CHAIN-CIRCULAR VALUE 'Y'.                                  00940000
009500    88 CHAIN-ENDED    VALUE 'E'.                                  00950000
009600 01 WS-CHAIN-CNT PIC 9(3) VALUE ZEROS.                            00960000
009700 01 HV-COURSEID    PIC X(5).                                      00970000
009800 01 HV-CRSNAME     PIC X(20).                                     00980000
009900 01 HV-CAPACITY    PIC S9(4) COMP.                                00990000
010000 01 HV-PREREQID    PIC X(5).                                      01000000
010100 01 HV-IND-PREREQ  PIC S9(4) COMP.                                01010000
010200 01 HV-CRSSTATUS   PIC X(1).                                      01020000
010300 01 HV-IND-STATUS  PIC S9(4) COMP.                                01030000
010400 01 HV-OLD-NAME    PIC X(20).                                     01040000
010500 01 HV-OLD-CAP     PIC S9(4) COMP.                                01050000
010600 01 HV-OLD-PREREQ  PIC X(5).                                      01060000
010700 01 HV-ENRL-CNT    PIC S9(4) COMP.                                01070000
010800 01 HV-CHAIN-ID    PIC X(5).                                      01080000
010900 01 HV-BUMP-SID    PIC S9(9) COMP.                                01090000
011000 01 HV-IND-BUMP    PIC S9(4) COMP.                                01100000
011010 01 HV-PROMO-SID   PIC S9(9) COMP.                                01101001
011020 01 HV-IND-PROMO   PIC S9(4) COMP.                                01102001
011100 01 WS-CAP-ED      PIC 9(4).                                      01110000
011200 01 WS-CNT-ED      PIC 9(4).                                      01120000
011300 01 WS-SID-ED      PIC 9(10).                                     01130000
011400 01 WS-BUMP-LEFT   PIC S9(4) COMP.                                01140000
011450 01 WS-PROMO-LEFT  PIC S9(4) COMP.                                01145001
011500 01 WS-CNTRS.                                                     01150000
011600    05 IP-CNTR   PIC 9(6) VALUE ZEROS.                            01160000
011700    05 ADD-CNTR  PIC 9(6) VALUE ZEROS.                            01170000
011800    05 UPD-CNTR  PIC 9(6) VALUE ZEROS.                            01180000
011900    05 RET-CNTR  PIC 9(6) VALUE ZEROS.                            01190000
012000    05 BUMP-CNTR PIC 9(6) VALUE ZEROS.                            01200000
012050    05 PROMO-CNTR PIC 9(6) VALUE ZEROS.                           01205001
012100    05 REJ-CNTR  PIC 9(6) VALUE ZEROS.                            01210000
012200 01 W99-ERROR-REC.                                                01220000
012300    05 W99-ERR-PARA     PIC X(30).                                01230000
012400    05 W99-ERR-DESC     PIC X(30).                                01240000
012500    05 W99-ERR-CODE     PIC X(7).                                 01250000
012600 01 W02-SQLERR-PGM PIC X(8) VALUE 'CRSMAINT'.                     01260000
012700 PROCEDURE DIVISION.                                              01270000
012800 0000-MAIN-PARA.                                                  01280000
012900        PERFORM 2000-OPEN-FILES.                                  01290000
013000        PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                      01300000
013100        PERFORM 4000-CLOSE-PARA.                                  01310000
013200        STOP RUN.                                                 01320000
013300 0000-MAIN-PARA-EXIT.                                             01330000
013400        EXIT.                                                     01340000
013500 2000-OPEN-FILES.                                                 01350000
013600        OPEN INPUT IP-FILE.                                       01360000
013700     IF NOT IP-OPEN-OK                                            01370000
013800        DISPLAY 'IP FILE OPEN ERR ' IP-STATUS                     01380000
013900        MOVE 30 TO RETURN-CODE                                    01390000
014000        STOP RUN                                                  01400000
014100     END-IF.                                                      01410000
014200        OPEN EXTEND AUDIT-FILE.                                   01420000
014300     IF NOT AU-OPEN-OK                                            01430000
014400        DISPLAY 'AUDIT FILE OPEN ERR ' AU-STATUS                  01440000
014500        MOVE 30 TO RETURN-CODE                                    01450000
014600        STOP RUN                                                  01460000
014700     END-IF.                                                      01470000
014800     CALL 'AUDSEAL' USING BY CONTENT 'H' 'CRSMAINT'               01480000
014900                          BY REFERENCE AU-AUDIT-REC.              01490000
015000     WRITE AU-AUDIT-REC.                                          01500000
015100        OPEN OUTPUT RPT-FILE.                                     01510000
015200     IF NOT RP-OPEN-OK                                            01520000
015300        DISPLAY 'RPT FILE OPEN ERR ' RP-STATUS                    01530000
015400        MOVE 30 TO RETURN-CODE                                    01540000
015500        STOP RUN                                                  01550000
015600     END-IF.                                                      01560000
015700        EXIT.                                                     01570000
015800 3000-PRCS-RECS.                                                  01580000
015900        READ IP-FILE.                                             01590000
016000        EVALUATE TRUE                                             01600000
016100           WHEN IP-READ-OK                                        01610000
016200           ADD 1 TO IP-CNTR                                       01620000
016300           PERFORM 3001-PARSE-PARA                                01630000
016400           PERFORM 3002-VALIDATE-PARA                             01640000
016500           WHEN IP-EOF                                            01650000
016600              CONTINUE                                            01660000
016700           WHEN OTHER                                             01670000
016800              DISPLAY 'IP FILE READ ERR ' IP-STATUS               01680000
016900              MOVE 30 TO RETURN-CODE                              01690000
017000              STOP RUN                                            01700000
017100        END-EVALUATE.                                             01710000
017200        EXIT.                                                     01720000
017300 3001-PARSE-PARA.                                                 01730000
017400     MOVE IP-REC(1:1)   TO WS-OP.                                 01740000
017500     MOVE IP-REC(2:5)   TO WS-COURSEID.                           01750000
017600     MOVE IP-REC(8:20)  TO WS-CRSNAME.                            01760000
017700     MOVE IP-REC(29:4)  TO WS-CAP-X.                              01770000
017800     MOVE IP-REC(34:5)  TO WS-PREREQ.                             01780000
017900     MOVE IP-REC(40:1)  TO WS-CUT-OPT.                            01790000
018000     MOVE WS-COURSEID TO HV-COURSEID.                             01800000
018100     MOVE SPACES TO WS-REJ-REASON.                                01810000
018200        EXIT.                                                     01820000
018300 3002-VALIDATE-PARA.                                              01830000
018400     EVALUATE TRUE                                                01840000
018500        WHEN WS-COURSEID = SPACES                                 01850000
018600           MOVE 'COURSEID MISSING' TO WS-REJ-REASON               01860000
018700           PERFORM 3009-REJECT-PARA                               01870000
018800        WHEN OP-ADD                                               01880000
018900           PERFORM 3003-ADD-PARA                                  01890000
019000        WHEN OP-NAME                                              01900000
019100           PERFORM 3004-NAME-PARA                                 01910000
019200        WHEN OP-CAPACITY                                          01920000
019300           PERFORM 3005-CAPACITY-PARA                             01930000
019400        WHEN OP-PREREQ                                            01940000
019500           PERFORM 3006-PREREQ-PARA                               01950000
019600        WHEN OP-RETIRE                                            01960000
019700           PERFORM 3007-RETIRE-PARA                               01970000
019800        WHEN OTHER                                                01980000
019900           MOVE 'INVALID OPERATION' TO WS-REJ-REASON              01990000
020000           PERFORM 3009-REJECT-PARA                               02000000
020100     END-EVALUATE.                                                02010000
020200        EXIT.                                                     02020000
020300 3003-ADD-PARA.                                                   02030000
020400     EVALUATE TRUE                                                02040000
020500        WHEN WS-CRSNAME = SPACES                                  02050000
020600           MOVE 'COURSE NAME MISSING' TO WS-REJ-REASON            02060000
020700        WHEN WS-CAP-X NOT NUMERIC                                 02070000
020800           MOVE 'CAPACITY NOT NUMERIC' TO WS-REJ-REASON           02080000
020900        WHEN WS-CAP-N = ZEROS                                     02090000
021000           MOVE 'CAPACITY MUST BE ABOVE ZERO' TO WS-REJ-REASON    02100000
021100        WHEN WS-PREREQ NOT = SPACES                               02110000
021200           PERFORM 3020-CHECK-PREREQ THRU 3020-CHECK-EXIT         02120000
021300     END-EVALUATE.                                                02130000
021400     IF WS-REJ-REASON NOT = SPACES                                02140000
021500        PERFORM 3009-REJECT-PARA                                  02150000
021600     ELSE                                                         02160000
021700        MOVE WS-CRSNAME TO HV-CRSNAME                             02170000
021800        MOVE WS-CAP-N   TO HV-CAPACITY                            02180000
021900        MOVE WS-PREREQ  TO HV-PREREQID                            02190000
022000        EXEC SQL                                                  02200000
022100          INSERT INTO M4CRS                                       02210000
022200                 (COURSEID, COURSENAME, CAPACITY, PREREQID,       02220000
022300                  CRSSTATUS)                                      02230000
022400          VALUES (:HV-COURSEID, :HV-CRSNAME, :HV-CAPACITY,        02240000
022500                  :HV-PREREQID, 'A')                              02250000
022600        END-EXEC                                                  02260000
022700        MOVE SQLCODE TO W01-SQLCODE                               02270000
022800        EVALUATE TRUE                                             02280000
022900           WHEN C01W-SQL-OK                                       02290000
023000              ADD 1 TO ADD-CNTR                                   02300000
023100              MOVE 'A' TO AU-ACTION                               02310000
023200              MOVE 'COURSE' TO AU-FIELD-ID                        02320000
023300              MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE            02330000
023400              STRING WS-CRSNAME ' CAP ' WS-CAP-X                  02340000
023500                     ' PREREQ ' WS-PREREQ                         02350000
023600                 DELIMITED BY SIZE INTO AU-NEW-VALUE              02360000
023700              END-STRING                                          02370000
023800              PERFORM 3008-AUDIT-WRITE                            02380000
023900           WHEN C01W-SQL-DUPKEY                                   02390000
024000              MOVE 'COURSE ALREADY ON CATALOG' TO WS-REJ-REASON   02400000
024100              PERFORM 3009-REJECT-PARA                            02410000
024200           WHEN OTHER                                             02420000
024300              MOVE '3003-ADD-PARA' TO W99-ERR-PARA                02430000
024400              MOVE ' INSERTING M4CRS' TO W99-ERR-DESC             02440000
024500              PERFORM 9500-SQL-ERROR-PARA                         02450000
024600              MOVE 30 TO RETURN-CODE                              02460000
024700              STOP RUN                                            02470000
024800        END-EVALUATE                                              02480000
024900     END-IF.                                                      02490000
025000        EXIT.                                                     02500000
025100 3004-NAME-PARA.                                                  02510000
025200     PERFORM 3010-READ-COURSE.                                    02520000
025300     IF WS-REJ-REASON = SPACES AND WS-CRSNAME = SPACES            02530000
025400        MOVE 'COURSE NAME MISSING' TO WS-REJ-REASON               02540000
025500     END-IF.                                                      02550000
025600     IF WS-REJ-REASON NOT = SPACES                                02560000
025700        PERFORM 3009-REJECT-PARA                                  02570000
025800     ELSE                                                         02580000
025900        MOVE WS-CRSNAME TO HV-CRSNAME                             02590000
026000        EXEC SQL                                                  02600000
026100          UPDATE M4CRS                                            02610000
026200             SET COURSENAME = :HV-CRSNAME                         02620000
026300           WHERE COURSEID = :HV-COURSEID                          02630000
026400        END-EXEC                                                  02640000
026500        PERFORM 3011-CHECK-UPDATE                                 02650000
026600        ADD 1 TO UPD-CNTR                                         02660000
026700        MOVE 'U' TO AU-ACTION                                     02670000
026800        MOVE 'COURSENAME' TO AU-FIELD-ID                          02680000
026900        MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE                  02690000
027000        MOVE HV-OLD-NAME TO AU-OLD-VALUE                          02700000
027100        MOVE WS-CRSNAME TO AU-NEW-VALUE                           02710000
027200        PERFORM 3008-AUDIT-WRITE                                  02720000
027300     END-IF.                                                      02730000
027400        EXIT.                                                     02740000
027500 3005-CAPACITY-PARA.                                              02750000
027600     PERFORM 3010-READ-COURSE.                                    02760000
027700     IF WS-REJ-REASON = SPACES                                    02770000
027800        EVALUATE TRUE                                             02780000
027900           WHEN WS-CAP-X NOT NUMERIC                              02790000
028000              MOVE 'CAPACITY NOT NUMERIC' TO WS-REJ-REASON        02800000
028100           WHEN WS-CAP-N = ZEROS                                  02810000
028200              MOVE 'CAPACITY MUST BE ABOVE ZERO' TO WS-REJ-REASON 02820000
028300           WHEN OTHER                                             02830000
028400              PERFORM 3012-COUNT-ENROLLED                         02840000
028500              IF HV-ENRL-CNT > WS-CAP-N AND NOT CUT-BUMP          02850000
028600                 MOVE HV-ENRL-CNT TO WS-CNT-ED                    02860000
028700                 STRING 'CAPACITY BELOW ENROLLED ' WS-CNT-ED      02870000
028800                    DELIMITED BY SIZE INTO WS-REJ-REASON          02880000
028900                 END-STRING                                       02890000
029000              END-IF                                              02900000
029100        END-EVALUATE                                              02910000
029200     END-IF.                                                      02920000
029300     IF WS-REJ-REASON NOT = SPACES                                02930000
029400        PERFORM 3009-REJECT-PARA                                  02940000
029500     ELSE                                                         02950000
029600        MOVE WS-CAP-N TO HV-CAPACITY                              02960000
029700        EXEC SQL                                                  02970000
029800          UPDATE M4CRS                                            02980000
029900             SET CAPACITY = :HV-CAPACITY                          02990000
030000           WHERE COURSEID = :HV-COURSEID                          03000000
030100        END-EXEC                                                  03010000
030200        PERFORM 3011-CHECK-UPDATE                                 03020000
030300        ADD 1 TO UPD-CNTR                                         03030000
030400        MOVE 'U' TO AU-ACTION                                     03040000
030500        MOVE 'CAPACITY' TO AU-FIELD-ID                            03050000
030600        MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE                  03060000
030700        MOVE HV-OLD-CAP TO WS-CAP-ED                              03070000
030800        MOVE WS-CAP-ED TO AU-OLD-VALUE                            03080000
030900        MOVE WS-CAP-X TO AU-NEW-VALUE                             03090000
031000        PERFORM 3008-AUDIT-WRITE                                  03100000
031100        IF HV-ENRL-CNT > WS-CAP-N                                 03110000
031200           COMPUTE WS-BUMP-LEFT = HV-ENRL-CNT - WS-CAP-N          03120000
031300           PERFORM 3030-BUMP-ONE UNTIL WS-BUMP-LEFT = 0           03130000
031400        END-IF                                                    03140000
031410        IF WS-CAP-N > HV-OLD-CAP AND HV-ENRL-CNT < WS-CAP-N       03141001
031420           COMPUTE WS-PROMO-LEFT = WS-CAP-N - HV-ENRL-CNT         03142001
031430           PERFORM 3031-PROMOTE-ONE THRU 3031-PROMOTE-EXIT        03143001
031440              UNTIL WS-PROMO-LEFT = 0                             03144001
031450        END-IF                                                    03145001
031500     END-IF.                                                      03150000
031600        EXIT.                                                     03160000
031700 3006-PREREQ-PARA.                                                03170000
031800     PERFORM 3010-READ-COURSE.                                    03180000
031900     IF WS-REJ-REASON = SPACES AND WS-PREREQ NOT = SPACES         03190000
032000        PERFORM 3020-CHECK-PREREQ THRU 3020-CHECK-EXIT            03200000
032100     END-IF.                                                      03210000
032200     IF WS-REJ-REASON NOT = SPACES                                03220000
032300        PERFORM 3009-REJECT-PARA                                  03230000
032400     ELSE                                                         03240000
032500        MOVE WS-PREREQ TO HV-PREREQID                             03250000
032600        EXEC SQL                                                  03260000
032700          UPDATE M4CRS                                            03270000
032800             SET PREREQID = :HV-PREREQID                          03280000
032900           WHERE COURSEID = :HV-COURSEID                          03290000
033000        END-EXEC                                                  03300000
033100        PERFORM 3011-CHECK-UPDATE                                 03310000
033200        ADD 1 TO UPD-CNTR                                         03320000
033300        MOVE 'U' TO AU-ACTION                                     03330000
033400        MOVE 'PREREQID' TO AU-FIELD-ID                            03340000
033500        MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE                  03350000
033600        MOVE HV-OLD-PREREQ TO AU-OLD-VALUE                        03360000
033700        IF WS-PREREQ = SPACES                                     03370000
033800           MOVE 'CLEARED' TO AU-NEW-VALUE                         03380000
033900        ELSE                                                      03390000
034000           MOVE WS-PREREQ TO AU-NEW-VALUE                         03400000
034100        END-IF                                                    03410000
034200        PERFORM 3008-AUDIT-WRITE                                  03420000
034300     END-IF.                                                      03430000
034400        EXIT.                                                     03440000
034500 3007-RETIRE-PARA.                                                03450000
034600     PERFORM 3010-READ-COURSE.                                    03460000
034700     IF WS-REJ-REASON = SPACES                                    03470000
034800        EXEC SQL                                                  03480000
034900          SELECT COUNT(*) INTO :HV-ENRL-CNT                       03490000
035000            FROM M4STD                                            03500000
035100           WHERE COURSEID = :HV-COURSEID                          03510000
035200             AND ENRL_STATUS IN ('E', 'W')                        03520000
035300        END-EXEC                                                  03530000
035400        MOVE SQLCODE TO W01-SQLCODE                               03540000
035500        PERFORM 3013-CHECK-COUNT                                  03550000
035600        IF HV-ENRL-CNT > 0                                        03560000
035700           MOVE 'STUDENTS STILL ENROLLED' TO WS-REJ-REASON        03570000
035800        END-IF                                                    03580000
035900     END-IF.                                                      03590000
036000     IF WS-REJ-REASON = SPACES                                    03600000
036100        EXEC SQL                                                  03610000
036200          SELECT COUNT(*) INTO :HV-ENRL-CNT                       03620000
036300            FROM M4CRS                                            03630000
036400           WHERE PREREQID = :HV-COURSEID                          03640000
036500             AND VALUE(CRSSTATUS, 'A') <> 'R'                     03650000
036600        END-EXEC                                                  03660000
036700        MOVE SQLCODE TO W01-SQLCODE                               03670000
036800        PERFORM 3013-CHECK-COUNT                                  03680000
036900        IF HV-ENRL-CNT > 0                                        03690000
037000           MOVE 'STILL A PREREQUISITE' TO WS-REJ-REASON           03700000
037100        END-IF                                                    03710000
037200     END-IF.                                                      03720000
037300     IF WS-REJ-REASON NOT = SPACES                                03730000
037400        PERFORM 3009-REJECT-PARA                                  03740000
037500     ELSE                                                         03750000
037600        EXEC SQL                                                  03760000
037700          UPDATE M4CRS                                            03770000
037800             SET CRSSTATUS = 'R'                                  03780000
037900           WHERE COURSEID = :HV-COURSEID                          03790000
038000        END-EXEC                                                  03800000
038100        PERFORM 3011-CHECK-UPDATE                                 03810000
038200        ADD 1 TO RET-CNTR                                         03820000
038300        MOVE 'D' TO AU-ACTION                                     03830000
038400        MOVE 'CRSSTATUS' TO AU-FIELD-ID                           03840000
038500        MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE                  03850000
038600        MOVE 'ACTIVE' TO AU-OLD-VALUE                             03860000
038700        MOVE 'RETIRED' TO AU-NEW-VALUE                            03870000
038800        PERFORM 3008-AUDIT-WRITE                                  03880000
038900     END-IF.                                                      03890000
039000        EXIT.                                                     03900000
039100 3008-AUDIT-WRITE.                                                03910000
039200        MOVE 'M4CRS' TO AU-FILE-ID.                               03920000
039300        MOVE WS-COURSEID TO AU-REC-KEY.                           03930000
039400        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                    03940000
039500        ACCEPT AU-CHG-TIME FROM TIME.                             03950000
039600        CALL 'OPERSUB' USING AU-OPER-ID.                          03960000
039700        CALL 'AUDSEAL' USING BY CONTENT 'D' 'CRSMAINT'            03970000
039800                             BY REFERENCE AU-AUDIT-REC.           03980000
039900        WRITE AU-AUDIT-REC.                                       03990000
040000     IF NOT AU-WRITE-OK                                           04000000
040100        DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS        04010000
040200     END-IF.                                                      04020000
040300     MOVE SPACES TO RPT-REC.                                      04030000
040400     STRING 'APPLIED : OP ' WS-OP ' COURSE ' WS-COURSEID ' '      04040000
040500            AU-FIELD-ID ' <' AU-NEW-VALUE(1:30) '>'               04050000
040600        DELIMITED BY SIZE INTO RPT-REC                            04060000
040700     END-STRING.                                                  04070000
040800     WRITE RPT-REC.                                               04080000
040900        EXIT.                                                     04090000
041000 3009-REJECT-PARA.                                                04100000
041100        ADD 1 TO REJ-CNTR.                                        04110000
041200        MOVE SPACES TO RPT-REC.                                   04120000
041300        STRING 'REJECTED: OP ' WS-OP ' COURSE <' WS-COURSEID      04130000
041400               '> ' WS-REJ-REASON                                 04140000
041500           DELIMITED BY SIZE INTO RPT-REC                         04150000
041600        END-STRING.                                               04160000
041700        WRITE RPT-REC.                                            04170000
041800        EXIT.                                                     04180000
041900***************************************************************** 04190000
042000*    THE COURSE MUST BE ON THE CATALOG AND NOT RETIRED FOR ANY    04200000
042100*    CHANGE.  KEEPS THE OLD VALUES FOR THE AUDIT ENTRY.           04210000
042200***************************************************************** 04220000
042300 3010-READ-COURSE.                                                04230000
042400     MOVE SPACES TO HV-OLD-NAME HV-OLD-PREREQ HV-CRSSTATUS.       04240000
042500     MOVE ZEROS TO HV-OLD-CAP HV-IND-PREREQ HV-IND-STATUS.        04250000
042600     EXEC SQL                                                     04260000
042700       SELECT COURSENAME, CAPACITY, PREREQID, CRSSTATUS           04270000
042800         INTO :HV-OLD-NAME, :HV-OLD-CAP,                          04280000
042900              :HV-OLD-PREREQ:HV-IND-PREREQ,                       04290000
043000              :HV-CRSSTATUS:HV-IND-STATUS                         04300000
043100         FROM M4CRS                                               04310000
043200        WHERE COURSEID = :HV-COURSEID                             04320000
043300     END-EXEC.                                                    04330000
043400     MOVE SQLCODE TO W01-SQLCODE.                                 04340000
043500     EVALUATE TRUE                                                04350000
043600        WHEN C01W-SQL-OK                                          04360000
043700           IF HV-IND-PREREQ < 0                                   04370000
043800              MOVE SPACES TO HV-OLD-PREREQ                        04380000
043900           END-IF                                                 04390000
044000           IF HV-IND-STATUS >= 0 AND HV-CRSSTATUS = 'R'           04400000
044100              MOVE 'COURSE IS RETIRED' TO WS-REJ-REASON           04410000
044200           END-IF                                                 04420000
044300        WHEN C01W-SQL-NOTFND                                      04430000
044400           MOVE 'COURSE NOT ON CATALOG' TO WS-REJ-REASON          04440000
044500        WHEN OTHER                                                04450000
044600           MOVE '3010-READ-COURSE' TO W99-ERR-PARA                04460000
044700           MOVE ' READING M4CRS' TO W99-ERR-DESC                  04470000
044800           PERFORM 9500-SQL-ERROR-PARA                            04480000
044900           MOVE 30 TO RETURN-CODE                                 04490000
045000           STOP RUN                                               04500000
045100     END-EVALUATE.                                                04510000
045200        EXIT.                                                     04520000
045300 3011-CHECK-UPDATE.                                               04530000
045400     MOVE SQLCODE TO W01-SQLCODE.                                 04540000
045500     IF NOT C01W-SQL-OK                                           04550000
045600        MOVE '3011-CHECK-UPDATE' TO W99-ERR-PARA                  04560000
045700        MOVE ' UPDATING M4CRS' TO W99-ERR-DESC                    04570000
045800        PERFORM 9500-SQL-ERROR-PARA                               04580000
045900        MOVE 30 TO RETURN-CODE                                    04590000
046000        STOP RUN                                                  04600000
046100     END-IF.                                                      04610000
046200        EXIT.                                                     04620000
046300 3012-COUNT-ENROLLED.                                             04630000
046400     EXEC SQL                                                     04640000
046500       SELECT COUNT(*) INTO :HV-ENRL-CNT                          04650000
046600         FROM M4STD                                               04660000
046700        WHERE COURSEID = :HV-COURSEID                             04670000
046800          AND ENRL_STATUS = 'E'                                   04680000
046900     END-EXEC.                                                    04690000
047000     MOVE SQLCODE TO W01-SQLCODE.                                 04700000
047100     PERFORM 3013-CHECK-COUNT.                                    04710000
047200        EXIT.                                                     04720000
047300 3013-CHECK-COUNT.                                                04730000
047400     IF NOT C01W-SQL-OK                                           04740000
047500        MOVE '3013-CHECK-COUNT' TO W99-ERR-PARA                   04750000
047600        MOVE ' COUNTING ROWS' TO W99-ERR-DESC                     04760000
047700        PERFORM 9500-SQL-ERROR-PARA                               04770000
047800        MOVE 30 TO RETURN-CODE                                    04780000
047900        STOP RUN                                                  04790000
048000     END-IF.                                                      04800000
048100        EXIT.                                                     04810000
048200***************************************************************** 04820000
048300*    PREREQUISITE EDIT - NOT THE COURSE ITSELF, ON THE CATALOG,   04830000
048400*    NOT RETIRED, AND ITS OWN CHAIN OF PREREQUISITES MUST NOT     04840000
048500*    LEAD BACK TO THE COURSE BEING CHANGED                        04850000
048600***************************************************************** 04860000
048700 3020-CHECK-PREREQ.                                               04870000
048800     IF WS-PREREQ = WS-COURSEID                                   04880000
048900        MOVE 'PREREQUISITE IS THE COURSE' TO WS-REJ-REASON        04890000
049000        GO TO 3020-CHECK-EXIT                                     04900000
049100     END-IF.                                                      04910000
049200     MOVE WS-PREREQ TO HV-CHAIN-ID.                               04920000
049300     PERFORM 3021-READ-CHAIN.                                     04930000
049400     EVALUATE TRUE                                                04940000
049500        WHEN C01W-SQL-NOTFND                                      04950000
049600           MOVE 'PREREQUISITE NOT ON CATALOG' TO WS-REJ-REASON    04960000
049700           GO TO 3020-CHECK-EXIT                                  04970000
049800        WHEN HV-IND-STATUS >= 0 AND HV-CRSSTATUS = 'R'            04980000
049900           MOVE 'PREREQUISITE IS RETIRED' TO WS-REJ-REASON        04990000
050000           GO TO 3020-CHECK-EXIT                                  05000000
050100     END-EVALUATE.                                                05010000
050200     MOVE 'N' TO WS-CHAIN-SW.                                     05020000
050300     MOVE ZEROS TO WS-CHAIN-CNT.                                  05030000
050400     PERFORM 3022-WALK-CHAIN                                      05040000
050500        UNTIL CHAIN-CIRCULAR OR CHAIN-ENDED.                      05050000
050600     IF CHAIN-CIRCULAR                                            05060000
050700        MOVE 'CIRCULAR PREREQUISITE CHAIN' TO WS-REJ-REASON       05070000
050800     END-IF.                                                      05080000
050900 3020-CHECK-EXIT.                                                 05090000
051000        EXIT.                                                     05100000
051100 3021-READ-CHAIN.                                                 05110000
051200     MOVE SPACES TO HV-PREREQID HV-CRSSTATUS.                     05120000
051300     MOVE ZEROS TO HV-IND-PREREQ HV-IND-STATUS.                   05130000
051400     EXEC SQL                                                     05140000
051500       SELECT PREREQID, CRSSTATUS                                 05150000
051600         INTO :HV-PREREQID:HV-IND-PREREQ,                         05160000
051700              :HV-CRSSTATUS:HV-IND-STATUS                         05170000
051800         FROM M4CRS                                               05180000
051900        WHERE COURSEID = :HV-CHAIN-ID                             05190000
052000     END-EXEC.                                                    05200000
052100     MOVE SQLCODE TO W01-SQLCODE.                                 05210000
052200     IF NOT C01W-SQL-OK AND NOT C01W-SQL-NOTFND                   05220000
052300        MOVE '3021-READ-CHAIN' TO W99-ERR-PARA                    05230000
052400        MOVE ' READING M4CRS' TO W99-ERR-DESC                     05240000
052500        PERFORM 9500-SQL-ERROR-PARA                               05250000
052600        MOVE 30 TO RETURN-CODE                                    05260000
052700        STOP RUN                                                  05270000
052800     END-IF.                                                      05280000
052900     IF HV-IND-PREREQ < 0                                         05290000
053000        MOVE SPACES TO HV-PREREQID                                05300000
053100     END-IF.                                                      05310000
053200        EXIT.                                                     05320000
053300*    HV-PREREQID HOLDS THE NEXT LINK UP THE CHAIN.  A CHAIN       05330000
053400*    LONGER THAN THE CATALOG COULD HOLD IS TREATED AS CIRCULAR.   05340000
053500 3022-WALK-CHAIN.                                                 05350000
053600     ADD 1 TO WS-CHAIN-CNT.                                       05360000
053700     EVALUATE TRUE                                                05370000
053800        WHEN C01W-SQL-NOTFND OR HV-PREREQID = SPACES              05380000
053900           MOVE 'E' TO WS-CHAIN-SW                                05390000
054000        WHEN HV-PREREQID = WS-COURSEID                            05400000
054100           MOVE 'Y' TO WS-CHAIN-SW                                05410000
054200        WHEN WS-CHAIN-CNT > 500                                   05420000
054300           MOVE 'Y' TO WS-CHAIN-SW                                05430000
054400        WHEN OTHER                                                05440000
054500           MOVE HV-PREREQID TO HV-CHAIN-ID                        05450000
054600           PERFORM 3021-READ-CHAIN                                05460000
054700     END-EVALUATE.                                                05470000
054800        EXIT.                                                     05480000
054900***************************************************************** 05490000
055000*    CAPACITY CUT - THE LAST STUDENT IN (HIGHEST SID) GOES BACK   05500000
055100*    TO THE WAITLIST FIRST                                        05510000
055200***************************************************************** 05520000
055300 3030-BUMP-ONE.                                                   05530000
055400     EXEC SQL                                                     05540000
055500       SELECT MAX(SID)                                            05550000
055600         INTO :HV-BUMP-SID :HV-IND-BUMP                           05560000
055700         FROM M4STD                                               05570000
055800        WHERE COURSEID = :HV-COURSEID                             05580000
055900          AND ENRL_STATUS = 'E'                                   05590000
056000     END-EXEC.                                                    05600000
056100     MOVE SQLCODE TO W01-SQLCODE.                                 05610000
056200     IF NOT C01W-SQL-OK OR HV-IND-BUMP < 0                        05620000
056300        MOVE '3030-BUMP-ONE' TO W99-ERR-PARA                      05630000
056400        MOVE ' SCANNING M4STD' TO W99-ERR-DESC                    05640000
056500        PERFORM 9500-SQL-ERROR-PARA                               05650000
056600        MOVE 30 TO RETURN-CODE                                    05660000
056700        STOP RUN                                                  05670000
056800     END-IF.                                                      05680000
056900     EXEC SQL                                                     05690000
057000       UPDATE M4STD                                               05700000
057100          SET ENRL_STATUS = 'W'                                   05710000
057200        WHERE SID = :HV-BUMP-SID                                  05720000
057300          AND COURSEID = :HV-COURSEID                             05730000
057400     END-EXEC.                                                    05740000
057500     MOVE SQLCODE TO W01-SQLCODE.                                 05750000
057600     IF NOT C01W-SQL-OK                                           05760000
057700        MOVE '3030-BUMP-ONE' TO W99-ERR-PARA                      05770000
057800        MOVE ' UPDATING M4STD' TO W99-ERR-DESC                    05780000
057900        PERFORM 9500-SQL-ERROR-PARA                               05790000
058000        MOVE 30 TO RETURN-CODE                                    05800000
058100        STOP RUN                                                  05810000
058200     END-IF.                                                      05820000
058300     SUBTRACT 1 FROM WS-BUMP-LEFT.                                05830000
058400     ADD 1 TO BUMP-CNTR.                                          05840000
058500     MOVE HV-BUMP-SID TO WS-SID-ED.                               05850000
058600     MOVE 'M4STD' TO AU-FILE-ID.                                  05860000
058700     MOVE WS-SID-ED TO AU-REC-KEY.                                05870000
058800     MOVE 'U' TO AU-ACTION.                                       05880000
058900     MOVE 'ENRLSTATUS' TO AU-FIELD-ID.                            05890000
059000     MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE.                    05900000
059100     STRING 'E IN ' WS-COURSEID                                   05910000
059200        DELIMITED BY SIZE INTO AU-OLD-VALUE                       05920000
059300     END-STRING.                                                  05930000
059400     STRING 'W IN ' WS-COURSEID ' - CAPACITY CUT'                 05940000
059500        DELIMITED BY SIZE INTO AU-NEW-VALUE                       05950000
059600     END-STRING.                                                  05960000
059700     ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                       05970000
059800     ACCEPT AU-CHG-TIME FROM TIME.                                05980000
059900     CALL 'OPERSUB' USING AU-OPER-ID.                             05990000
060000     CALL 'AUDSEAL' USING BY CONTENT 'D' 'CRSMAINT'               06000000
060100                          BY REFERENCE AU-AUDIT-REC.              06010000
060200     WRITE AU-AUDIT-REC.                                          06020000
060300     IF NOT AU-WRITE-OK                                           06030000
060400        DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS        06040000
060500     END-IF.                                                      06050000
060600     MOVE SPACES TO RPT-REC.                                      06060000
060700     STRING 'BUMPED TO WAITLIST : ' WS-SID-ED ' FROM COURSE '     06070000
060800            WS-COURSEID                                           06080000
060900        DELIMITED BY SIZE INTO RPT-REC                            06090000
061000     END-STRING.                                                  06100000
061100     WRITE RPT-REC.                                               06110000
061200        EXIT.                                                     06120000
061201***************************************************************** 06120101
061202*    CAPACITY RAISE - THE OLDEST WAITLISTED STUDENT (LOWEST SID)  06120201
061203*    TAKES THE NEXT NEW SEAT; AN EMPTY WAITLIST ENDS THE FILL     06120301
061204***************************************************************** 06120401
061205 3031-PROMOTE-ONE.                                                06120501
061206     EXEC SQL                                                     06120601
061207       SELECT MIN(SID)                                            06120701
061208         INTO :HV-PROMO-SID :HV-IND-PROMO                         06120801
061209         FROM M4STD                                               06120901
061210        WHERE COURSEID = :HV-COURSEID                             06121001
061211          AND ENRL_STATUS = 'W'                                   06121101
061212     END-EXEC.                                                    06121201
061213     MOVE SQLCODE TO W01-SQLCODE.                                 06121301
061214     IF NOT C01W-SQL-OK                                           06121401
061215        MOVE '3031-PROMOTE-ONE' TO W99-ERR-PARA                   06121501
061216        MOVE ' SCANNING WAITLIST' TO W99-ERR-DESC                 06121601
061217        PERFORM 9500-SQL-ERROR-PARA                               06121701
061218        MOVE 30 TO RETURN-CODE                                    06121801
061219        STOP RUN                                                  06121901
061220     END-IF.                                                      06122001
061221     IF HV-IND-PROMO < 0                                          06122101
061222        MOVE ZEROS TO WS-PROMO-LEFT                               06122201
061223        GO TO 3031-PROMOTE-EXIT                                   06122301
061224     END-IF.                                                      06122401
061225     EXEC SQL                                                     06122501
061226       UPDATE M4STD                                               06122601
061227          SET ENRL_STATUS = 'E'                                   06122701
061228        WHERE SID = :HV-PROMO-SID                                 06122801
061229          AND COURSEID = :HV-COURSEID                             06122901
061230     END-EXEC.                                                    06123001
061231     MOVE SQLCODE TO W01-SQLCODE.                                 06123101
061232     IF NOT C01W-SQL-OK                                           06123201
061233        MOVE '3031-PROMOTE-ONE' TO W99-ERR-PARA                   06123301
061234        MOVE ' PROMOTING M4STD' TO W99-ERR-DESC                   06123401
061235        PERFORM 9500-SQL-ERROR-PARA                               06123501
061236        MOVE 30 TO RETURN-CODE                                    06123601
061237        STOP RUN                                                  06123701
061238     END-IF.                                                      06123801
061239     SUBTRACT 1 FROM WS-PROMO-LEFT.                               06123901
061240     ADD 1 TO PROMO-CNTR.                                         06124001
061241     MOVE HV-PROMO-SID TO WS-SID-ED.                              06124101
061242     MOVE 'M4STD' TO AU-FILE-ID.                                  06124201
061243     MOVE WS-SID-ED TO AU-REC-KEY.                                06124301
061244     MOVE 'U' TO AU-ACTION.                                       06124401
061245     MOVE 'ENRLSTATUS' TO AU-FIELD-ID.                            06124501
061246     MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE.                    06124601
061247     STRING 'W IN ' WS-COURSEID                                   06124701
061248        DELIMITED BY SIZE INTO AU-OLD-VALUE                       06124801
061249     END-STRING.                                                  06124901
061250     STRING 'E IN ' WS-COURSEID ' - CAPACITY RAISED'              06125001
061251        DELIMITED BY SIZE INTO AU-NEW-VALUE                       06125101
061252     END-STRING.                                                  06125201
061253     ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                       06125301
061254     ACCEPT AU-CHG-TIME FROM TIME.                                06125401
061255     CALL 'OPERSUB' USING AU-OPER-ID.                             06125501
061256     CALL 'AUDSEAL' USING BY CONTENT 'D' 'CRSMAINT'               06125601
061257                          BY REFERENCE AU-AUDIT-REC.              06125701
061258     WRITE AU-AUDIT-REC.                                          06125801
061259     IF NOT AU-WRITE-OK                                           06125901
061260        DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS        06126001
061261     END-IF.                                                      06126101
061262     MOVE SPACES TO RPT-REC.                                      06126201
061263     STRING 'PROMOTED FROM WAITLIST : ' WS-SID-ED ' INTO COURSE ' 06126301
061264            WS-COURSEID                                           06126401
061265        DELIMITED BY SIZE INTO RPT-REC                            06126501
061266     END-STRING.                                                  06126601
061267     WRITE RPT-REC.                                               06126701
061268 3031-PROMOTE-EXIT.                                               06126801
061269        EXIT.                                                     06126901
061300 4000-CLOSE-PARA.                                                 06130000
061400        MOVE SPACES TO RPT-REC.                                   06140000
061500        STRING 'READ=' IP-CNTR ' ADDED=' ADD-CNTR                 06150000
061600               ' UPDATED=' UPD-CNTR ' RETIRED=' RET-CNTR          06160000
061700               ' REJECTED=' REJ-CNTR                              06170001
061800           DELIMITED BY SIZE INTO RPT-REC                         06180000
061900        END-STRING.                                               06190000
062000        WRITE RPT-REC.                                            06200000
062010        MOVE SPACES TO RPT-REC.                                   06201001
062020        STRING 'BUMPED=' BUMP-CNTR ' PROMOTED=' PROMO-CNTR        06202001
062030           DELIMITED BY SIZE INTO RPT-REC                         06203001
062040        END-STRING.                                               06204001
062050        WRITE RPT-REC.                                            06205001
062100        CALL 'AUDSEAL' USING BY CONTENT 'T' 'CRSMAINT'            06210000
062200                             BY REFERENCE AU-AUDIT-REC.           06220000
062300        WRITE AU-AUDIT-REC.                                       06230000
062400        CLOSE IP-FILE AUDIT-FILE RPT-FILE.                        06240000
062500        DISPLAY 'RECORDS READ     : ' IP-CNTR.                    06250000
062600        DISPLAY 'COURSES ADDED    : ' ADD-CNTR.                   06260000
062700        DISPLAY 'COURSES UPDATED  : ' UPD-CNTR.                   06270000
062800        DISPLAY 'COURSES RETIRED  : ' RET-CNTR.                   06280000
062900        DISPLAY 'STUDENTS BUMPED  : ' BUMP-CNTR.                  06290000
062950        DISPLAY 'STUDENTS PROMOTED: ' PROMO-CNTR.                 06295001
063000        DISPLAY 'RECORDS REJECTED : ' REJ-CNTR.                   06300000
063100     IF REJ-CNTR > 0                                              06310000
063200        MOVE 4 TO RETURN-CODE                                     06320000
063300     END-IF.                                                      06330000
063400        EXIT.                                                     06340000
063500 9500-SQL-ERROR-PARA.                                             06350000
063600     CALL 'SQLERRS' USING W02-SQLERR-PGM                          06360000
063700          W99-ERR-PARA W99-ERR-DESC SQLCA.                        06370000
063800        EXIT.                                                     06380000
