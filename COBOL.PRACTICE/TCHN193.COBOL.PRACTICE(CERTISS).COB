000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CERTISS.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : CERTIFICATE ELIGIBILITY EXTRACT FROM TRNSCRPT     00040000
000500*               (DDCERTX, CRTXREC), RE-EVALUATION TRANSACTIONS    00050000
000600*               NOT YET RUN THROUGH REEVAL (DDREEVQ, REEVAL       00060000
000700*               TRANSACTION SHAPE - OPTIONAL), DUPLICATE          00070000
000800*               CERTIFICATE REQUESTS (DDDUPREQ - OPTIONAL)        00080000
000900* IN/OUT FILE : CERTIFICATE ISSUANCE REGISTER KSDS (DDCERTRG,     00090000
001000*               CERTREC) - ALSO HOLDS THE SERIAL CONTROL RECORD   00100000
001100* OUTPUT FILE : CERTIFICATE PRINT (DDCERT), RUN REPORT (DDRPT)    00110000
001200* PRG DESC    : FINAL CERTIFICATE ISSUANCE.  A CERTIFICATE IS     00120000
001300*               ISSUED ONLY FOR A COMPLETE, PASSING TRANSCRIPT    00130000
001400*               WITH NO RE-EVALUATION WAITING IN DDREEVQ.  EACH   00140000
001500*               CERTIFICATE TAKES THE NEXT SERIAL FROM THE        00150000
001600*               CONTROL RECORD ON THE REGISTER, WHICH IS          00160000
001700*               REWRITTEN BEFORE THE CERTIFICATE IS RECORDED SO   00170000
001800*               NO SERIAL IS EVER USED TWICE.  A STUDENT WHOSE    00180000
001900*               RESULT WAS RE-EVALUATED AFTER ISSUE IS REISSUED   00190000
002000*               UNDER A NEW SERIAL AND THE ORIGINAL IS VOIDED.    00200000
002100*               A RESULT THAT DIFFERS FROM THE CERTIFICATE WITH   00210000
002200*               NO RE-EVALUATION STAMP IS ONLY REPORTED.          00220000
002300*               DUPLICATE REQUEST CARDS (COLS 1-5 STUDENT ID,     00230000
002400*               7-36 REASON, '*' IN COL 1 IS A COMMENT) REPRINT   00240000
002500*               THE ACTIVE CERTIFICATE'S CONTENT MARKED           00250000
002600*               DUPLICATE UNDER A NEW SERIAL CROSS-REFERENCED TO  00260000
002700*               THE ORIGINAL.  RC 4 WHEN ANYTHING NEEDS REVIEW    00270000
002800*               OR A DUPLICATE REQUEST IS REJECTED.               00280000
002900* AUTHOR      : GIRIDHAR                                          00290000
003000* CREATED ON  : 15 OCT 2026                                       00300000
003010* MODIFIED ON : 15 OCT 2026 - ACTIVE DUPLICATES VOIDED WITH THE   00301001
003020*               CERTIFICATE THEY REPRINT ON A REISSUE             00302001
003100***************************************************************** 00310000
003200 ENVIRONMENT DIVISION.                                            00320000
003300 INPUT-OUTPUT SECTION.                                            00330000
003400 FILE-CONTROL.                                                    00340000
003500      SELECT CERTXFILE ASSIGN TO DDCERTX                          00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS XT-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT REEVQ ASSIGN TO DDREEVQ                              00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS RQ-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT DUPREQ ASSIGN TO DDDUPREQ                            00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS DQ-STATUS.                                      00480000
004900*                                                                 00490000
005000      SELECT CERTREG ASSIGN TO DDCERTRG                           00500000
005100      ORGANIZATION IS INDEXED                                     00510000
005200      ACCESS MODE IS DYNAMIC                                      00520000
005300      RECORD KEY IS CR-CERT-KEY                                   00530000
005400      FILE STATUS CR-STATUS.                                      00540000
005500*                                                                 00550000
005600      SELECT CERTPRT ASSIGN TO DDCERT                             00560000
005700      ORGANIZATION IS SEQUENTIAL                                  00570000
005800      ACCESS MODE IS SEQUENTIAL                                   00580000
005900      FILE STATUS CP-STATUS.                                      00590000
006000*                                                                 00600000
006100      SELECT RPTFILE ASSIGN TO DDRPT                              00610000
006200      ORGANIZATION IS SEQUENTIAL                                  00620000
006300      ACCESS MODE IS SEQUENTIAL                                   00630000
006400      FILE STATUS RP-STATUS.                                      00640000
006500*                                                                 00650000
006600 DATA DIVISION.                                                   00660000
006700 FILE SECTION.                                                    00670000
006800 FD CERTXFILE RECORDING MODE F.                                   00680000
006900 COPY CRTXREC REPLACING ==:CTX:== BY ==CX==.                      00690000
007000 FD REEVQ RECORDING MODE F.                                       00700000
007100 01 RQ-REC.                                                       00710000
007200     05 RQ-STUD-ID  PIC X(5).                                     00720000
007300     05 FILLER      PIC X.                                        00730000
007400     05 RQ-EXM      PIC X(7).                                     00740000
007500     05 FILLER      PIC X(67).                                    00750000
007600 FD DUPREQ RECORDING MODE F.                                      00760000
007700 01 DQ-REC.                                                       00770000
007800     05 DQ-STUD-ID  PIC X(5).                                     00780000
007900     05 FILLER      PIC X.                                        00790000
008000     05 DQ-REASON   PIC X(30).                                    00800000
008100     05 FILLER      PIC X(44).                                    00810000
008200 FD CERTREG.                                                      00820000
008300 COPY CERTREC REPLACING ==:CRT:== BY ==CR==.                      00830000
008400 FD CERTPRT RECORDING MODE F.                                     00840000
008500 01 CERT-LINE PIC X(80).                                          00850000
008600 FD RPTFILE RECORDING MODE F.                                     00860000
008700 01 RPT-REC PIC X(100).                                           00870000
008800 WORKING-STORAGE SECTION.                                         00880000
008900 01 WS-FILE-STATUSES.                                             00890000
009000    05 XT-STATUS PIC XX.                                          00900000
009100    88 XT-OPEN-OK VALUE '00'.                                     00910000
009200    88 XT-READ-OK VALUE '00'.                                     00920000
009300    88 XT-EOF     VALUE '10'.                                     00930000
009400    05 RQ-STATUS PIC XX.                                          00940000
009500    88 RQ-OPEN-OK VALUE '00'.                                     00950000
009600    88 RQ-READ-OK VALUE '00'.                                     00960000
009700    88 RQ-EOF     VALUE '10'.                                     00970000
009800    05 DQ-STATUS PIC XX.                                          00980000
009900    88 DQ-OPEN-OK VALUE '00'.                                     00990000
010000    88 DQ-READ-OK VALUE '00'.                                     01000000
010100    88 DQ-EOF     VALUE '10'.                                     01010000
010200    05 CR-STATUS PIC XX.                                          01020000
010300    88 CR-OPEN-OK  VALUE '00'.                                    01030000
010400    88 CR-READ-OK  VALUE '00'.                                    01040000
010500    88 CR-WRITE-OK VALUE '00'.                                    01050000
010600    88 CR-KEYNF    VALUE '23'.                                    01060000
010700    88 CR-EOF      VALUE '10'.                                    01070000
010800    05 CP-STATUS PIC XX.                                          01080000
010900    88 CP-OPEN-OK VALUE '00'.                                     01090000
011000    05 RP-STATUS PIC XX.                                          01100000
011100    88 RP-OPEN-OK VALUE '00'.                                     01110000
011200 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01120000
011300 01 WS-OPER-ID PIC X(8) VALUE SPACES.                             01130000
011400 01 PQ-CNT PIC 9(3) VALUE 0.                                      01140000
011500 01 WS-PQ-IDX PIC 9(3) VALUE 0.                                   01150000
011600 01 WS-PQ-TABLE.                                                  01160000
011700    05 WS-PQ-SID OCCURS 100 TIMES PIC X(5).                       01170000
011800 01 WS-PEND-SW PIC X VALUE 'N'.                                   01180000
011900    88 REEVAL-PENDING VALUE 'Y'.                                  01190000
012000*  THE STUDENT'S PLACE ON THE REGISTER - LAST ISSUE NUMBER USED   01200000
012100*  AND THE CERTIFICATE CURRENTLY IN FORCE (ORIGINAL OR REISSUE).  01210000
012200 01 WS-FIND-SID PIC X(5) VALUE SPACES.                            01220000
012300 01 WS-BROWSE-SW PIC X VALUE 'N'.                                 01230000
012400    88 BROWSE-DONE VALUE 'Y'.                                     01240000
012500 01 WS-LAST-ISSUE PIC 9(2) VALUE ZEROS.                           01250000
012600 01 WS-ACT-SW PIC X VALUE 'N'.                                    01260000
012700    88 ACT-FOUND VALUE 'Y'.                                       01270000
012800 01 WS-ACTIVE-CERT.                                               01280000
012900    05 WS-ACT-KEY     PIC X(7).                                   01290000
013000    05 WS-ACT-SERIAL  PIC 9(8).                                   01300000
013100    05 WS-ACT-NAME    PIC X(20).                                  01310000
013200    05 WS-ACT-OVERALL PIC 9(3)V99.                                01320000
013300    05 WS-ACT-CLASS   PIC X(12).                                  01330000
013400 01 WS-NEW-SERIAL PIC 9(8) VALUE ZEROS.                           01340000
013500 01 WS-SER-ED PIC Z(7)9.                                          01350000
013600 01 WS-ORIG-ED PIC Z(7)9.                                         01360000
013700 01 WS-OVR-ED PIC ZZ9.99.                                         01370000
013800 01 WS-CNTRS.                                                     01380000
013900    05 CX-CNTR      PIC 9(6) VALUE ZEROS.                         01390000
014000    05 NOTELIG-CNTR PIC 9(6) VALUE ZEROS.                         01400000
014100    05 PEND-CNTR    PIC 9(6) VALUE ZEROS.                         01410000
014200    05 ALREADY-CNTR PIC 9(6) VALUE ZEROS.                         01420000
014300    05 ISSUE-CNTR   PIC 9(6) VALUE ZEROS.                         01430000
014400    05 REISS-CNTR   PIC 9(6) VALUE ZEROS.                         01440000
014500    05 REVIEW-CNTR  PIC 9(6) VALUE ZEROS.                         01450000
014600    05 DUP-CNTR     PIC 9(6) VALUE ZEROS.                         01460000
014700    05 DUPREJ-CNTR  PIC 9(6) VALUE ZEROS.                         01470000
014800 01 WS-ERR-DESC.                                                  01480000
014900    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01490000
015000    05  ERR-PARA             PIC X(30).                           01500000
015100    05  FILLER               PIC XX VALUE SPACES.                 01510000
015200    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01520000
015300    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01530000
015400    05  ERR-FILE-STATUS      PIC XX.                              01540000
015500 PROCEDURE DIVISION.                                              01550000
015600 0000-MAIN-PARA.                                                  01560000
015700      CALL 'OPERSUB' USING WS-OPER-ID.                            01570000
015800      PERFORM 1000-OPEN-FILES.                                    01580000
015900      PERFORM 1500-LOAD-PENDING THRU 1500-PEND-EXIT.              01590000
016000      PERFORM 2000-PRCS-EXTRACT UNTIL XT-EOF.                     01600000
016100      PERFORM 3000-DUP-REQUESTS THRU 3000-DUP-EXIT.               01610000
016200      PERFORM 4000-CLOSE-PARA.                                    01620000
016300      STOP RUN.                                                   01630000
016400 0000-MAIN-PARA-EXIT.                                             01640000
016500      EXIT.                                                       01650000
016600 1000-OPEN-FILES.                                                 01660000
016700      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01670000
016800      OPEN INPUT CERTXFILE.                                       01680000
016900      IF NOT XT-OPEN-OK                                           01690000
017000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01700000
017100         MOVE 'CERTXFILE' TO ERR-FILE-ID                          01710000
017200         MOVE XT-STATUS TO ERR-FILE-STATUS                        01720000
017300         PERFORM 9000-ERR-PARA                                    01730000
017400      END-IF.                                                     01740000
017500      OPEN I-O CERTREG.                                           01750000
017600      IF NOT CR-OPEN-OK                                           01760000
017700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01770000
017800         MOVE 'CERTREG' TO ERR-FILE-ID                            01780000
017900         MOVE CR-STATUS TO ERR-FILE-STATUS                        01790000
018000         PERFORM 9000-ERR-PARA                                    01800000
018100      END-IF.                                                     01810000
018200      OPEN OUTPUT CERTPRT RPTFILE.                                01820000
018300      IF NOT CP-OPEN-OK OR NOT RP-OPEN-OK                         01830000
018400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01840000
018500         MOVE 'OUTPUTS' TO ERR-FILE-ID                            01850000
018600         MOVE CP-STATUS TO ERR-FILE-STATUS                        01860000
018700         PERFORM 9000-ERR-PARA                                    01870000
018800      END-IF.                                                     01880000
018900      MOVE SPACES TO RPT-REC.                                     01890000
019000      STRING 'CERTIFICATE ISSUANCE RUN ' WS-TODAY                 01900000
019100             ' OPERATOR ' WS-OPER-ID                              01910000
019200         DELIMITED BY SIZE INTO RPT-REC                           01920000
019300      END-STRING.                                                 01930000
019400      WRITE RPT-REC.                                              01940000
019500*  FIRST RUN AGAINST AN EMPTY REGISTER - START THE SERIALS.       01950000
019600      MOVE SPACES TO CR-CERT-KEY.                                 01960000
019700      READ CERTREG.                                               01970000
019800      IF CR-KEYNF                                                 01980000
019900         MOVE SPACES TO CR-CERT-REC                               01990000
020000         MOVE ZEROS TO CR-SERIAL                                  02000000
020100         WRITE CR-CERT-REC                                        02010000
020200         IF NOT CR-WRITE-OK                                       02020000
020300            MOVE '1000-OPEN-FILES' TO ERR-PARA                    02030000
020400            MOVE 'CERTREG' TO ERR-FILE-ID                         02040000
020500            MOVE CR-STATUS TO ERR-FILE-STATUS                     02050000
020600            PERFORM 9000-ERR-PARA                                 02060000
020700         END-IF                                                   02070000
020800         DISPLAY 'SERIAL CONTROL RECORD CREATED'                  02080000
020900      END-IF.                                                     02090000
021000      EXIT.                                                       02100000
021100***************************************************************** 02110000
021200*  RE-EVALUATIONS STILL WAITING FOR REEVAL - THOSE STUDENTS ARE   02120000
021300*  HELD UNTIL THE CORRECTED RESULT HAS COME THROUGH TRNSCRPT.     02130000
021400***************************************************************** 02140000
021500 1500-LOAD-PENDING.                                               02150000
021600      OPEN INPUT REEVQ.                                           02160000
021700      IF NOT RQ-OPEN-OK                                           02170000
021800         DISPLAY 'NO PENDING RE-EVALUATION FILE - NONE ASSUMED'   02180000
021900         GO TO 1500-PEND-EXIT                                     02190000
022000      END-IF.                                                     02200000
022100      PERFORM 1510-READ-PENDING UNTIL RQ-EOF.                     02210000
022200      CLOSE REEVQ.                                                02220000
022300 1500-PEND-EXIT.                                                  02230000
022400      DISPLAY 'PENDING RE-EVALUATIONS : ' PQ-CNT.                 02240000
022500      EXIT.                                                       02250000
022600 1510-READ-PENDING.                                               02260000
022700      READ REEVQ.                                                 02270000
022800      EVALUATE TRUE                                               02280000
022900         WHEN RQ-READ-OK                                          02290000
023000            IF PQ-CNT < 100                                       02300000
023100               ADD 1 TO PQ-CNT                                    02310000
023200               MOVE RQ-STUD-ID TO WS-PQ-SID(PQ-CNT)               02320000
023300            ELSE                                                  02330000
023400               DISPLAY 'PENDING TABLE FULL - ' RQ-STUD-ID         02340000
023500                  ' NOT LOADED'                                   02350000
023600            END-IF                                                02360000
023700         WHEN RQ-EOF                                              02370000
023800            CONTINUE                                              02380000
023900         WHEN OTHER                                               02390000
024000            MOVE '1510-READ-PENDING' TO ERR-PARA                  02400000
024100            MOVE 'REEVQ' TO ERR-FILE-ID                           02410000
024200            MOVE RQ-STATUS TO ERR-FILE-STATUS                     02420000
024300            PERFORM 9000-ERR-PARA                                 02430000
024400      END-EVALUATE.                                               02440000
024500      EXIT.                                                       02450000
024600 2000-PRCS-EXTRACT.                                               02460000
024700      READ CERTXFILE.                                             02470000
024800      EVALUATE TRUE                                               02480000
024900         WHEN XT-READ-OK                                          02490000
025000            ADD 1 TO CX-CNTR                                      02500000
025100            PERFORM 2100-ONE-STUDENT THRU 2100-STUD-EXIT          02510000
025200         WHEN XT-EOF                                              02520000
025300            CONTINUE                                              02530000
025400         WHEN OTHER                                               02540000
025500            MOVE '2000-PRCS-EXTRACT' TO ERR-PARA                  02550000
025600            MOVE 'CERTXFILE' TO ERR-FILE-ID                       02560000
025700            MOVE XT-STATUS TO ERR-FILE-STATUS                     02570000
025800            PERFORM 9000-ERR-PARA                                 02580000
025900      END-EVALUATE.                                               02590000
026000      EXIT.                                                       02600000
026100 2100-ONE-STUDENT.                                                02610000
026200      IF NOT CX-COMPLETE                                          02620000
026300         ADD 1 TO NOTELIG-CNTR                                    02630000
026400         MOVE SPACES TO RPT-REC                                   02640000
026500         STRING 'NOT ISSUED : ' CX-STUD-ID ' TRANSCRIPT '         02650000
026600                CX-STATUS                                         02660000
026700            DELIMITED BY SIZE INTO RPT-REC                        02670000
026800         END-STRING                                               02680000
026900         WRITE RPT-REC                                            02690000
027000         GO TO 2100-STUD-EXIT                                     02700000
027100      END-IF.                                                     02710000
027200      IF CX-CLASS = 'FAIL'                                        02720000
027300         ADD 1 TO NOTELIG-CNTR                                    02730000
027400         MOVE SPACES TO RPT-REC                                   02740000
027500         STRING 'NOT ISSUED : ' CX-STUD-ID ' NOT PASSED'          02750000
027600            DELIMITED BY SIZE INTO RPT-REC                        02760000
027700         END-STRING                                               02770000
027800         WRITE RPT-REC                                            02780000
027900         GO TO 2100-STUD-EXIT                                     02790000
028000      END-IF.                                                     02800000
028100      MOVE 'N' TO WS-PEND-SW.                                     02810000
028200      PERFORM 2110-CHECK-PENDING                                  02820000
028300         VARYING WS-PQ-IDX FROM 1 BY 1                            02830000
028400         UNTIL WS-PQ-IDX > PQ-CNT OR REEVAL-PENDING.              02840000
028500      IF REEVAL-PENDING                                           02850000
028600         ADD 1 TO PEND-CNTR                                       02860000
028700         MOVE SPACES TO RPT-REC                                   02870000
028800         STRING 'HELD       : ' CX-STUD-ID                        02880000
028900                ' RE-EVALUATION PENDING'                          02890000
029000            DELIMITED BY SIZE INTO RPT-REC                        02900000
029100         END-STRING                                               02910000
029200         WRITE RPT-REC                                            02920000
029300         GO TO 2100-STUD-EXIT                                     02930000
029400      END-IF.                                                     02940000
029500      MOVE CX-STUD-ID TO WS-FIND-SID.                             02950000
029600      PERFORM 2300-FIND-ACTIVE THRU 2300-FIND-EXIT.               02960000
029700      IF NOT ACT-FOUND                                            02970000
029800         PERFORM 2500-ISSUE-ORIGINAL                              02980000
029900         GO TO 2100-STUD-EXIT                                     02990000
030000      END-IF.                                                     03000000
030100      IF WS-ACT-OVERALL = CX-OVERALL AND WS-ACT-CLASS = CX-CLASS  03010000
030200         ADD 1 TO ALREADY-CNTR                                    03020000
030300         GO TO 2100-STUD-EXIT                                     03030000
030400      END-IF.                                                     03040000
030500      IF CX-REVISED NOT = 'REVISED'                               03050000
030600         ADD 1 TO REVIEW-CNTR                                     03060000
030700         MOVE WS-ACT-SERIAL TO WS-SER-ED                          03070000
030800         MOVE SPACES TO RPT-REC                                   03080000
030900         STRING 'REVIEW     : ' CX-STUD-ID                        03090000
031000                ' RESULT DIFFERS FROM SERIAL ' WS-SER-ED          03100000
031100                ' - NO RE-EVALUATION ON FILE'                     03110000
031200            DELIMITED BY SIZE INTO RPT-REC                        03120000
031300         END-STRING                                               03130000
031400         WRITE RPT-REC                                            03140000
031500         GO TO 2100-STUD-EXIT                                     03150000
031600      END-IF.                                                     03160000
031700      PERFORM 2600-REISSUE.                                       03170000
031800 2100-STUD-EXIT.                                                  03180000
031900      EXIT.                                                       03190000
032000 2110-CHECK-PENDING.                                              03200000
032100      IF WS-PQ-SID(WS-PQ-IDX) = CX-STUD-ID                        03210000
032200         MOVE 'Y' TO WS-PEND-SW                                   03220000
032300      END-IF.                                                     03230000
032400      EXIT.                                                       03240000
032500***************************************************************** 03250000
032600*  BROWSE THE STUDENT'S REGISTER ENTRIES - NOTE THE LAST ISSUE    03260000
032700*  NUMBER AND THE ORIGINAL OR REISSUE STILL IN FORCE.             03270000
032800***************************************************************** 03280000
032900 2300-FIND-ACTIVE.                                                03290000
033000      MOVE ZEROS TO WS-LAST-ISSUE.                                03300000
033100      MOVE 'N' TO WS-ACT-SW.                                      03310000
033200      MOVE 'N' TO WS-BROWSE-SW.                                   03320000
033300      MOVE WS-FIND-SID TO CR-STUD-ID.                             03330000
033400      MOVE ZEROS TO CR-ISSUE-NO.                                  03340000
033500      START CERTREG KEY NOT LESS THAN CR-CERT-KEY.                03350000
033600      IF NOT CR-READ-OK                                           03360000
033700         GO TO 2300-FIND-EXIT                                     03370000
033800      END-IF.                                                     03380000
033900      PERFORM 2310-READ-NEXT-CERT UNTIL BROWSE-DONE.              03390000
034000 2300-FIND-EXIT.                                                  03400000
034100      EXIT.                                                       03410000
034200 2310-READ-NEXT-CERT.                                             03420000
034300      READ CERTREG NEXT RECORD.                                   03430000
034400      IF NOT CR-READ-OK OR CR-STUD-ID NOT = WS-FIND-SID           03440000
034500         MOVE 'Y' TO WS-BROWSE-SW                                 03450000
034600      ELSE                                                        03460000
034700         MOVE CR-ISSUE-NO TO WS-LAST-ISSUE                        03470000
034800         IF CR-ACTIVE AND NOT CR-DUPLICATE                        03480000
034900            MOVE 'Y' TO WS-ACT-SW                                 03490000
035000            MOVE CR-CERT-KEY TO WS-ACT-KEY                        03500000
035100            MOVE CR-SERIAL TO WS-ACT-SERIAL                       03510000
035200            MOVE CR-STUD-NAME TO WS-ACT-NAME                      03520000
035300            MOVE CR-OVERALL TO WS-ACT-OVERALL                     03530000
035400            MOVE CR-CLASS TO WS-ACT-CLASS                         03540000
035500         END-IF                                                   03550000
035600      END-IF.                                                     03560000
035700      EXIT.                                                       03570000
035800***************************************************************** 03580000
035900*  NEXT SERIAL FROM THE CONTROL RECORD.  THE CONTROL RECORD IS    03590000
036000*  REWRITTEN STRAIGHT AWAY SO A FAILED RUN CANNOT REUSE A SERIAL. 03600000
036100***************************************************************** 03610000
036200 2400-NEXT-SERIAL.                                                03620000
036300      MOVE SPACES TO CR-CERT-KEY.                                 03630000
036400      READ CERTREG.                                               03640000
036500      IF NOT CR-READ-OK                                           03650000
036600         MOVE '2400-NEXT-SERIAL' TO ERR-PARA                      03660000
036700         MOVE 'CERTREG' TO ERR-FILE-ID                            03670000
036800         MOVE CR-STATUS TO ERR-FILE-STATUS                        03680000
036900         PERFORM 9000-ERR-PARA                                    03690000
037000      END-IF.                                                     03700000
037100      ADD 1 TO CR-SERIAL.                                         03710000
037200      MOVE CR-SERIAL TO WS-NEW-SERIAL.                            03720000
037300      REWRITE CR-CERT-REC.                                        03730000
037400      IF NOT CR-WRITE-OK                                          03740000
037500         MOVE '2400-NEXT-SERIAL' TO ERR-PARA                      03750000
037600         MOVE 'CERTREG' TO ERR-FILE-ID                            03760000
037700         MOVE CR-STATUS TO ERR-FILE-STATUS                        03770000
037800         PERFORM 9000-ERR-PARA                                    03780000
037900      END-IF.                                                     03790000
038000      EXIT.                                                       03800000
038100*  NEW REGISTER ENTRY - CALLER SETS TYPE, ORIG-SERIAL AND CONTENT.03810000
038200 2450-NEW-ENTRY.                                                  03820000
038300      MOVE SPACES TO CR-CERT-REC.                                 03830000
038400      MOVE WS-FIND-SID TO CR-STUD-ID.                             03840000
038500      ADD 1 TO WS-LAST-ISSUE.                                     03850000
038600      MOVE WS-LAST-ISSUE TO CR-ISSUE-NO.                          03860000
038700      MOVE WS-NEW-SERIAL TO CR-SERIAL.                            03870000
038800      MOVE 'A' TO CR-CERT-STATUS.                                 03880000
038900      MOVE ZEROS TO CR-ORIG-SERIAL CR-VOID-DATE CR-VOID-SERIAL.   03890000
039000      MOVE WS-TODAY TO CR-ISSUE-DATE.                             03900000
039100      MOVE WS-OPER-ID TO CR-ISSUE-OPER.                           03910000
039200      EXIT.                                                       03920000
039300 2460-WRITE-ENTRY.                                                03930000
039400      WRITE CR-CERT-REC.                                          03940000
039500      IF NOT CR-WRITE-OK                                          03950000
039600         MOVE '2460-WRITE-ENTRY' TO ERR-PARA                      03960000
039700         MOVE 'CERTREG' TO ERR-FILE-ID                            03970000
039800         MOVE CR-STATUS TO ERR-FILE-STATUS                        03980000
039900         PERFORM 9000-ERR-PARA                                    03990000
040000      END-IF.                                                     04000000
040100      PERFORM 2800-PRINT-CERT.                                    04010000
040200      EXIT.                                                       04020000
040300 2500-ISSUE-ORIGINAL.                                             04030000
040400      PERFORM 2400-NEXT-SERIAL.                                   04040000
040500      PERFORM 2450-NEW-ENTRY.                                     04050000
040600      MOVE 'O' TO CR-CERT-TYPE.                                   04060000
040700      MOVE CX-STUD-NAME TO CR-STUD-NAME.                          04070000
040800      MOVE CX-OVERALL TO CR-OVERALL.                              04080000
040900      MOVE CX-CLASS TO CR-CLASS.                                  04090000
041000      PERFORM 2460-WRITE-ENTRY.                                   04100000
041100      ADD 1 TO ISSUE-CNTR.                                        04110000
041200      MOVE WS-NEW-SERIAL TO WS-SER-ED.                            04120000
041300      MOVE SPACES TO RPT-REC.                                     04130000
041400      STRING 'ISSUED     : ' CX-STUD-ID ' SERIAL ' WS-SER-ED      04140000
041500             ' ' CX-CLASS                                         04150000
041600         DELIMITED BY SIZE INTO RPT-REC                           04160000
041700      END-STRING.                                                 04170000
041800      WRITE RPT-REC.                                              04180000
041900      EXIT.                                                       04190000
042000***************************************************************** 04200000
042100*  RE-EVALUATED RESULT - VOID THE CERTIFICATE IN FORCE AND ISSUE  04210000
042200*  A REPLACEMENT THAT POINTS BACK TO IT.                          04220000
042300***************************************************************** 04230000
042400 2600-REISSUE.                                                    04240000
042500      PERFORM 2400-NEXT-SERIAL.                                   04250000
042600      MOVE WS-ACT-KEY TO CR-CERT-KEY.                             04260000
042700      READ CERTREG.                                               04270000
042800      IF NOT CR-READ-OK                                           04280000
042900         MOVE '2600-REISSUE' TO ERR-PARA                          04290000
043000         MOVE 'CERTREG' TO ERR-FILE-ID                            04300000
043100         MOVE CR-STATUS TO ERR-FILE-STATUS                        04310000
043200         PERFORM 9000-ERR-PARA                                    04320000
043300      END-IF.                                                     04330000
043400      MOVE 'V' TO CR-CERT-STATUS.                                 04340000
043500      MOVE WS-TODAY TO CR-VOID-DATE.                              04350000
043600      MOVE WS-NEW-SERIAL TO CR-VOID-SERIAL.                       04360000
043700      REWRITE CR-CERT-REC.                                        04370000
043800      IF NOT CR-WRITE-OK                                          04380000
043900         MOVE '2600-REISSUE' TO ERR-PARA                          04390000
044000         MOVE 'CERTREG' TO ERR-FILE-ID                            04400000
044100         MOVE CR-STATUS TO ERR-FILE-STATUS                        04410000
044200         PERFORM 9000-ERR-PARA                                    04420000
044300      END-IF.                                                     04430000
044310      PERFORM 2610-VOID-DUPS THRU 2610-VOID-DUPS-EXIT.            04431001
044400      PERFORM 2450-NEW-ENTRY.                                     04440000
044500      MOVE 'R' TO CR-CERT-TYPE.                                   04450000
044600      MOVE WS-ACT-SERIAL TO CR-ORIG-SERIAL.                       04460000
044700      MOVE CX-STUD-NAME TO CR-STUD-NAME.                          04470000
044800      MOVE CX-OVERALL TO CR-OVERALL.                              04480000
044900      MOVE CX-CLASS TO CR-CLASS.                                  04490000
045000      PERFORM 2460-WRITE-ENTRY.                                   04500000
045100      ADD 1 TO REISS-CNTR.                                        04510000
045200      MOVE WS-NEW-SERIAL TO WS-SER-ED.                            04520000
045300      MOVE WS-ACT-SERIAL TO WS-ORIG-ED.                           04530000
045400      MOVE SPACES TO RPT-REC.                                     04540000
045500      STRING 'REISSUED   : ' CX-STUD-ID ' SERIAL ' WS-SER-ED      04550000
045600             ' ' CX-CLASS ' - VOIDS SERIAL ' WS-ORIG-ED           04560000
045700         DELIMITED BY SIZE INTO RPT-REC                           04570000
045800      END-STRING.                                                 04580000
045900      WRITE RPT-REC.                                              04590000
046000      EXIT.                                                       04600000
046001*  DUPLICATES REPRINTED FROM THE VOIDED CERTIFICATE ARE VOIDED    04600101
046002*  WITH IT UNDER THE SAME REPLACEMENT SERIAL.                     04600201
046003 2610-VOID-DUPS.                                                  04600301
046004      MOVE 'N' TO WS-BROWSE-SW.                                   04600401
046005      MOVE WS-FIND-SID TO CR-STUD-ID.                             04600501
046006      MOVE ZEROS TO CR-ISSUE-NO.                                  04600601
046007      START CERTREG KEY NOT LESS THAN CR-CERT-KEY.                04600701
046008      IF NOT CR-READ-OK                                           04600801
046009         GO TO 2610-VOID-DUPS-EXIT                                04600901
046010      END-IF.                                                     04601001
046011      PERFORM 2620-VOID-NEXT-DUP UNTIL BROWSE-DONE.               04601101
046012 2610-VOID-DUPS-EXIT.                                             04601201
046013      EXIT.                                                       04601301
046014 2620-VOID-NEXT-DUP.                                              04601401
046015      READ CERTREG NEXT RECORD.                                   04601501
046016      IF NOT CR-READ-OK OR CR-STUD-ID NOT = WS-FIND-SID           04601601
046017         MOVE 'Y' TO WS-BROWSE-SW                                 04601701
046018      ELSE                                                        04601801
046019         IF CR-DUPLICATE AND CR-ACTIVE                            04601901
046020            AND CR-ORIG-SERIAL = WS-ACT-SERIAL                    04602001
046021            PERFORM 2630-VOID-DUP                                 04602101
046022         END-IF                                                   04602201
046023      END-IF.                                                     04602301
046024      EXIT.                                                       04602401
046025 2630-VOID-DUP.                                                   04602501
046026      MOVE 'V' TO CR-CERT-STATUS.                                 04602601
046027      MOVE WS-TODAY TO CR-VOID-DATE.                              04602701
046028      MOVE WS-NEW-SERIAL TO CR-VOID-SERIAL.                       04602801
046029      REWRITE CR-CERT-REC.                                        04602901
046030      IF NOT CR-WRITE-OK                                          04603001
046031         MOVE '2630-VOID-DUP' TO ERR-PARA                         04603101
046032         MOVE 'CERTREG' TO ERR-FILE-ID                            04603201
046033         MOVE CR-STATUS TO ERR-FILE-STATUS                        04603301
046034         PERFORM 9000-ERR-PARA                                    04603401
046035      END-IF.                                                     04603501
046036      MOVE CR-SERIAL TO WS-SER-ED.                                04603601
046037      MOVE WS-ACT-SERIAL TO WS-ORIG-ED.                           04603701
046038      MOVE SPACES TO RPT-REC.                                     04603801
046039      STRING 'DUP VOIDED : ' CR-STUD-ID ' SERIAL ' WS-SER-ED      04603901
046040             ' - DUPLICATE OF VOIDED SERIAL ' WS-ORIG-ED          04604001
046041         DELIMITED BY SIZE INTO RPT-REC                           04604101
046042      END-STRING.                                                 04604201
046043      WRITE RPT-REC.                                              04604301
046044      EXIT.                                                       04604401
046100***************************************************************** 04610000
046200*  CERTIFICATE PRINT FROM THE REGISTER ENTRY JUST WRITTEN.        04620000
046300***************************************************************** 04630000
046400 2800-PRINT-CERT.                                                 04640000
046500      MOVE CR-SERIAL TO WS-SER-ED.                                04650000
046600      MOVE CR-ORIG-SERIAL TO WS-ORIG-ED.                          04660000
046700      MOVE CR-OVERALL TO WS-OVR-ED.                               04670000
046800      MOVE ALL '=' TO CERT-LINE.                                  04680000
046900      WRITE CERT-LINE.                                            04690000
047000      MOVE SPACES TO CERT-LINE.                                   04700000
047100      STRING 'CERTIFICATE OF COMPLETION' '               '        04710000
047200             'SERIAL NO ' WS-SER-ED                               04720000
047300         DELIMITED BY SIZE INTO CERT-LINE                         04730000
047400      END-STRING.                                                 04740000
047500      WRITE CERT-LINE.                                            04750000
047600      EVALUATE TRUE                                               04760000
047700         WHEN CR-DUPLICATE                                        04770000
047800            MOVE SPACES TO CERT-LINE                              04780000
047900            STRING '*** DUPLICATE *** OF SERIAL NO ' WS-ORIG-ED   04790000
048000               DELIMITED BY SIZE INTO CERT-LINE                   04800000
048100            END-STRING                                            04810000
048200            WRITE CERT-LINE                                       04820000
048300         WHEN CR-REISSUE                                          04830000
048400            MOVE SPACES TO CERT-LINE                              04840000
048500            STRING 'REISSUED AFTER RE-EVALUATION - REPLACES '     04850000
048600                   'SERIAL NO ' WS-ORIG-ED                        04860000
048700               DELIMITED BY SIZE INTO CERT-LINE                   04870000
048800            END-STRING                                            04880000
048900            WRITE CERT-LINE                                       04890000
049000         WHEN OTHER                                               04900000
049100            CONTINUE                                              04910000
049200      END-EVALUATE.                                               04920000
049300      MOVE SPACES TO CERT-LINE.                                   04930000
049400      STRING 'THIS IS TO CERTIFY THAT ' CR-STUD-NAME              04940000
049500             ' (' CR-STUD-ID ')'                                  04950000
049600         DELIMITED BY SIZE INTO CERT-LINE                         04960000
049700      END-STRING.                                                 04970000
049800      WRITE CERT-LINE.                                            04980000
049900      MOVE SPACES TO CERT-LINE.                                   04990000
050000      STRING 'HAS COMPLETED THE COURSE - ' CR-CLASS               05000000
050100             ' OVERALL ' WS-OVR-ED                                05010000
050200         DELIMITED BY SIZE INTO CERT-LINE                         05020000
050300      END-STRING.                                                 05030000
050400      WRITE CERT-LINE.                                            05040000
050500      MOVE SPACES TO CERT-LINE.                                   05050000
050600      STRING 'ISSUED ON ' CR-ISSUE-DATE                           05060000
050700         DELIMITED BY SIZE INTO CERT-LINE                         05070000
050800      END-STRING.                                                 05080000
050900      WRITE CERT-LINE.                                            05090000
051000      MOVE SPACES TO CERT-LINE.                                   05100000
051100      WRITE CERT-LINE.                                            05110000
051200      EXIT.                                                       05120000
051300***************************************************************** 05130000
051400*  DUPLICATE REQUESTS - REPRINT THE CONTENT OF THE CERTIFICATE    05140000
051500*  IN FORCE, MARKED DUPLICATE, UNDER A NEW SERIAL.                05150000
051600***************************************************************** 05160000
051700 3000-DUP-REQUESTS.                                               05170000
051800      OPEN INPUT DUPREQ.                                          05180000
051900      IF NOT DQ-OPEN-OK                                           05190000
052000         DISPLAY 'NO DUPLICATE REQUESTS THIS RUN'                 05200000
052100         GO TO 3000-DUP-EXIT                                      05210000
052200      END-IF.                                                     05220000
052300      PERFORM 3100-READ-DUP UNTIL DQ-EOF.                         05230000
052400      CLOSE DUPREQ.                                               05240000
052500 3000-DUP-EXIT.                                                   05250000
052600      EXIT.                                                       05260000
052700 3100-READ-DUP.                                                   05270000
052800      READ DUPREQ.                                                05280000
052900      EVALUATE TRUE                                               05290000
053000         WHEN DQ-READ-OK                                          05300000
053100            IF DQ-REC(1:1) NOT = '*'                              05310000
053200               PERFORM 3200-ONE-DUP THRU 3200-DUP-EXIT            05320000
053300            END-IF                                                05330000
053400         WHEN DQ-EOF                                              05340000
053500            CONTINUE                                              05350000
053600         WHEN OTHER                                               05360000
053700            MOVE '3100-READ-DUP' TO ERR-PARA                      05370000
053800            MOVE 'DUPREQ' TO ERR-FILE-ID                          05380000
053900            MOVE DQ-STATUS TO ERR-FILE-STATUS                     05390000
054000            PERFORM 9000-ERR-PARA                                 05400000
054100      END-EVALUATE.                                               05410000
054200      EXIT.                                                       05420000
054300 3200-ONE-DUP.                                                    05430000
054400      MOVE DQ-STUD-ID TO WS-FIND-SID.                             05440000
054500      PERFORM 2300-FIND-ACTIVE THRU 2300-FIND-EXIT.               05450000
054600      IF NOT ACT-FOUND                                            05460000
054700         ADD 1 TO DUPREJ-CNTR                                     05470000
054800         MOVE SPACES TO RPT-REC                                   05480000
054900         STRING 'DUP REJECT : ' DQ-STUD-ID                        05490000
055000                ' NO CERTIFICATE IN FORCE'                        05500000
055100            DELIMITED BY SIZE INTO RPT-REC                        05510000
055200         END-STRING                                               05520000
055300         WRITE RPT-REC                                            05530000
055400         GO TO 3200-DUP-EXIT                                      05540000
055500      END-IF.                                                     05550000
055600      PERFORM 2400-NEXT-SERIAL.                                   05560000
055700      PERFORM 2450-NEW-ENTRY.                                     05570000
055800      MOVE 'D' TO CR-CERT-TYPE.                                   05580000
055900      MOVE WS-ACT-SERIAL TO CR-ORIG-SERIAL.                       05590000
056000      MOVE WS-ACT-NAME TO CR-STUD-NAME.                           05600000
056100      MOVE WS-ACT-OVERALL TO CR-OVERALL.                          05610000
056200      MOVE WS-ACT-CLASS TO CR-CLASS.                              05620000
056300      PERFORM 2460-WRITE-ENTRY.                                   05630000
056400      ADD 1 TO DUP-CNTR.                                          05640000
056500      MOVE WS-NEW-SERIAL TO WS-SER-ED.                            05650000
056600      MOVE WS-ACT-SERIAL TO WS-ORIG-ED.                           05660000
056700      MOVE SPACES TO RPT-REC.                                     05670000
056800      STRING 'DUPLICATE  : ' DQ-STUD-ID ' SERIAL ' WS-SER-ED      05680000
056900             ' OF SERIAL ' WS-ORIG-ED ' : ' DQ-REASON             05690000
057000         DELIMITED BY SIZE INTO RPT-REC                           05700000
057100      END-STRING.                                                 05710000
057200      WRITE RPT-REC.                                              05720000
057300 3200-DUP-EXIT.                                                   05730000
057400      EXIT.                                                       05740000
057500 4000-CLOSE-PARA.                                                 05750000
057600      MOVE SPACES TO RPT-REC.                                     05760000
057700      STRING 'TRANSCRIPTS=' CX-CNTR ' ISSUED=' ISSUE-CNTR         05770000
057800             ' REISSUED=' REISS-CNTR ' DUPLICATES=' DUP-CNTR      05780000
057900             ' ALREADY HELD=' ALREADY-CNTR                        05790000
058000         DELIMITED BY SIZE INTO RPT-REC                           05800000
058100      END-STRING.                                                 05810000
058200      WRITE RPT-REC.                                              05820000
058300      MOVE SPACES TO RPT-REC.                                     05830000
058400      STRING 'NOT ELIGIBLE=' NOTELIG-CNTR ' HELD=' PEND-CNTR      05840000
058500             ' REVIEW=' REVIEW-CNTR ' DUP REJECTS=' DUPREJ-CNTR   05850000
058600         DELIMITED BY SIZE INTO RPT-REC                           05860000
058700      END-STRING.                                                 05870000
058800      WRITE RPT-REC.                                              05880000
058900      CLOSE CERTXFILE CERTREG CERTPRT RPTFILE.                    05890000
059000      DISPLAY 'TRANSCRIPTS READ     : ' CX-CNTR.                  05900000
059100      DISPLAY 'CERTIFICATES ISSUED  : ' ISSUE-CNTR.               05910000
059200      DISPLAY 'REISSUED (VOIDING)   : ' REISS-CNTR.               05920000
059300      DISPLAY 'DUPLICATES PRINTED   : ' DUP-CNTR.                 05930000
059400      DISPLAY 'HELD FOR RE-EVAL     : ' PEND-CNTR.                05940000
059500      DISPLAY 'FOR REVIEW           : ' REVIEW-CNTR.              05950000
059600      DISPLAY 'DUPLICATES REJECTED  : ' DUPREJ-CNTR.              05960000
059700      IF REVIEW-CNTR > 0 OR DUPREJ-CNTR > 0                       05970000
059800         MOVE 4 TO RETURN-CODE                                    05980000
059900      END-IF.                                                     05990000
060000      EXIT.                                                       06000000
060100 9000-ERR-PARA.                                                   06010000
060200      DISPLAY WS-ERR-DESC.                                        06020000
060300      MOVE 30 TO RETURN-CODE.                                     06030000
060400      STOP RUN.                                                   06040000
