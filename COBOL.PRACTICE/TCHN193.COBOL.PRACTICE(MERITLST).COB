000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. MERITLST.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : MODERATED RESULTS (DDRESIN - MODERATE OUTPUT,     00040000
000500*               RUN AFTER REEVAL SO REVISIONS ARE IN), STUDENT    00050000
000600*               MASTER KSDS (DDSTUMST) FOR CENTER, STATUS AND     00060000
000700*               DATE OF BIRTH, NDMPQ2 ATTEMPT HISTORY KSDS        00070000
000800*               (DDHIST), SCHOLARSHIP CATEGORY CARDS (DDPARM)     00080000
000900* OUTPUT FILE : MERIT LIST AND AWARD LISTING (DDRPT), AWARD       00090000
001000*               FILE FOR FINANCE (DDAWARD, AWRDREC)               00100000
001100* PRG DESC    : MERIT LIST AND SCHOLARSHIP RANKING.  EVERY        00110000
001200*               RESULT IS RANKED OVERALL AND WITHIN THE STUDENT'S 00120000
001300*               CENTER ON PERCENTAGE.  TIES ARE BROKEN, IN ORDER, 00130000
001400*               BY THE HIGHER MCQ COMPONENT, FEWER ATTEMPTS ON    00140000
001500*               THE ATTEMPT HISTORY, THE EARLIER DATE OF BIRTH    00150000
001600*               (NONE RECORDED RANKS LAST) AND FINALLY STUDENT    00160000
001700*               ID, SO NO TWO STUDENTS SHARE A RANK.  WITHDRAWN   00170000
001800*               STUDENTS (STATUS X), MALPRACTICE CASES, ABSENTEES 00180001
001900*               AND IDS NOT ON THE MASTER ARE LEFT OFF THE LIST.  00190001
002000*               CATEGORY CARDS: COLS 1-8 CATEGORY, 10-11 CENTER   00200000
002100*               ('**' = ALL CENTERS), 13-19 EXAM TYPE (BLANK =    00210000
002200*               ANY), 21-23 NUMBER OF AWARDS, 25-31 AMOUNT        00220000
002300*               (99999V99); '*' IN COL 1 IS A COMMENT.  CARDS     00230000
002400*               ARE IN PRIORITY ORDER - WORKING DOWN THE MERIT    00240000
002500*               LIST EACH STUDENT TAKES THE FIRST CATEGORY THEY   00250000
002600*               QUALIFY FOR THAT STILL HAS AN AWARD LEFT, AND NO  00260000
002700*               STUDENT HOLDS MORE THAN ONE AWARD.                00270000
002800* AUTHOR      : GIRIDHAR                                          00280000
002900* CREATED ON  : 15 OCT 2026                                       00290000
002910* MODIFIED ON : 15 OCT 2026 - ABSENT RESULTS EXCLUDED; HISTORY    00291001
002920*               RECORD FILLER CORRECTED TO 80 BYTES               00292001
003000***************************************************************** 00300000
003100 ENVIRONMENT DIVISION.                                            00310000
003200 INPUT-OUTPUT SECTION.                                            00320000
003300 FILE-CONTROL.                                                    00330000
003400      SELECT RESIN ASSIGN TO DDRESIN                              00340000
003500      ORGANIZATION IS SEQUENTIAL                                  00350000
003600      ACCESS MODE IS SEQUENTIAL                                   00360000
003700      FILE STATUS RI-STATUS.                                      00370000
003800*                                                                 00380000
003900      SELECT STUDMST ASSIGN TO DDSTUMST                           00390000
004000      ORGANIZATION IS INDEXED                                     00400000
004100      ACCESS MODE IS RANDOM                                       00410000
004200      RECORD KEY IS SM-STUD-ID                                    00420000
004300      FILE STATUS SM-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT HIST-FILE ASSIGN TO DDHIST                           00450000
004600      ORGANIZATION IS INDEXED                                     00460000
004700      ACCESS MODE IS DYNAMIC                                      00470000
004800      RECORD KEY IS HIST-KEY                                      00480000
004900      FILE STATUS HS-STATUS.                                      00490000
005000*                                                                 00500000
005100      SELECT PARMFILE ASSIGN TO DDPARM                            00510000
005200      ORGANIZATION IS SEQUENTIAL                                  00520000
005300      ACCESS MODE IS SEQUENTIAL                                   00530000
005400      FILE STATUS PM-STATUS.                                      00540000
005500*                                                                 00550000
005600      SELECT AWARDFILE ASSIGN TO DDAWARD                          00560000
005700      ORGANIZATION IS SEQUENTIAL                                  00570000
005800      ACCESS MODE IS SEQUENTIAL                                   00580000
005900      FILE STATUS AW-STATUS.                                      00590000
006000*                                                                 00600000
006100      SELECT RPTFILE ASSIGN TO DDRPT                              00610000
006200      ORGANIZATION IS SEQUENTIAL                                  00620000
006300      ACCESS MODE IS SEQUENTIAL                                   00630000
006400      FILE STATUS RP-STATUS.                                      00640000
006500*                                                                 00650000
006600      SELECT SORT-WORK ASSIGN TO DDSORT.                          00660000
006700*                                                                 00670000
006800 DATA DIVISION.                                                   00680000
006900 FILE SECTION.                                                    00690000
007000 FD RESIN RECORDING MODE F.                                       00700000
007100 01 RES-REC.                                                      00710000
007200     05 RS-SID      PIC X(5).                                     00720000
007300     05 FILLER      PIC X.                                        00730000
007400     05 RS-SNAME    PIC X(20).                                    00740000
007500     05 FILLER      PIC X.                                        00750000
007600     05 RS-MCQ      PIC 9(3).                                     00760000
007700     05 FILLER      PIC X.                                        00770000
007800     05 RS-LAB      PIC 9(3).                                     00780000
007900     05 FILLER      PIC X.                                        00790000
008000     05 RS-TOT      PIC 9(3).                                     00800000
008100     05 FILLER      PIC X.                                        00810000
008200     05 RS-PER      PIC 99.99.                                    00820000
008300     05 RS-EXM      PIC X(7).                                     00830000
008400     05 RS-REVISED  PIC X(7).                                     00840000
008500     05 RS-ATTEND   PIC X(7).                                     00850000
008600     05 FILLER      PIC X(15).                                    00860000
008700 FD STUDMST.                                                      00870000
008800 COPY STUMREC REPLACING ==:STM:== BY ==SM==.                      00880000
008900 FD HIST-FILE.                                                    00890000
009000 01 HIST-REC.                                                     00900000
009100     05 HIST-KEY.                                                 00910000
009200        10 HIST-SID     PIC X(5).                                 00920000
009300        10 HIST-EXM     PIC X(7).                                 00930000
009400        10 HIST-ATT     PIC 9(2).                                 00940000
009500     05 HIST-MCQ        PIC 9(3).                                 00950000
009600     05 HIST-LAB        PIC 9(3).                                 00960000
009700     05 HIST-TOT        PIC 9(3).                                 00970000
009800     05 HIST-PER        PIC 99.99.                                00980000
009900     05 HIST-DATE       PIC 9(8).                                 00990000
010000     05 FILLER          PIC X(44).                                01000001
010100 FD PARMFILE RECORDING MODE F.                                    01010000
010200 01 PARM-REC.                                                     01020000
010300     05 PM-CATEGORY     PIC X(8).                                 01030000
010400     05 FILLER          PIC X.                                    01040000
010500     05 PM-CENTER       PIC X(2).                                 01050000
010600     05 FILLER          PIC X.                                    01060000
010700     05 PM-EXM          PIC X(7).                                 01070000
010800     05 FILLER          PIC X.                                    01080000
010900     05 PM-TOPN         PIC X(3).                                 01090000
011000     05 FILLER          PIC X.                                    01100000
011100     05 PM-AMOUNT       PIC X(7).                                 01110000
011200     05 PM-AMOUNT-N REDEFINES PM-AMOUNT PIC 9(5)V99.              01120000
011300     05 FILLER          PIC X(49).                                01130000
011400 FD AWARDFILE RECORDING MODE F.                                   01140000
011500 COPY AWRDREC REPLACING ==:AWD:== BY ==AW==.                      01150000
011600 FD RPTFILE RECORDING MODE F.                                     01160000
011700 01 RPT-REC PIC X(100).                                           01170000
011800 SD SORT-WORK.                                                    01180000
011900 01 SORT-REC.                                                     01190000
012000     05 SR-SORT-KEY.                                              01200000
012100        10 SR-PER        PIC 9(3)V99.                             01210000
012200        10 SR-MCQ        PIC 9(3).                                01220000
012300        10 SR-ATT        PIC 9(2).                                01230000
012400        10 SR-DOB        PIC X(8).                                01240000
012500        10 SR-SID        PIC X(5).                                01250000
012600     05 SR-NAME          PIC X(20).                               01260000
012700     05 SR-CENTER        PIC X(2).                                01270000
012800     05 SR-EXM           PIC X(7).                                01280000
012900 WORKING-STORAGE SECTION.                                         01290000
013000 01 WS-FILE-STATUSES.                                             01300000
013100    05 RI-STATUS PIC XX.                                          01310000
013200    88 RI-OPEN-OK VALUE '00'.                                     01320000
013300    88 RI-READ-OK VALUE '00'.                                     01330000
013400    88 RI-EOF     VALUE '10'.                                     01340000
013500    05 SM-STATUS PIC XX.                                          01350000
013600    88 SM-OPEN-OK VALUE '00'.                                     01360000
013700    88 SM-READ-OK VALUE '00'.                                     01370000
013800    88 SM-KEYNF   VALUE '23'.                                     01380000
013900    05 HS-STATUS PIC XX.                                          01390000
014000    88 HS-OPEN-OK  VALUE '00'.                                    01400000
014100    88 HS-START-OK VALUE '00'.                                    01410000
014200    88 HS-READ-OK  VALUE '00'.                                    01420000
014300    05 PM-STATUS PIC XX.                                          01430000
014400    88 PM-OPEN-OK VALUE '00'.                                     01440000
014500    88 PM-READ-OK VALUE '00'.                                     01450000
014600    88 PM-EOF     VALUE '10'.                                     01460000
014700    05 AW-STATUS PIC XX.                                          01470000
014800    88 AW-OPEN-OK VALUE '00'.                                     01480000
014900    05 RP-STATUS PIC XX.                                          01490000
015000    88 RP-OPEN-OK VALUE '00'.                                     01500000
015100 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01510000
015200 01 WS-SORT-SW PIC X VALUE 'N'.                                   01520000
015300    88 SORT-DONE VALUE 'Y'.                                       01530000
015400 01 WS-SCAN-SW PIC X VALUE 'N'.                                   01540000
015500    88 HIST-SCAN-DONE VALUE 'Y'.                                  01550000
015600 01 WS-ATT-CNT PIC 9(2) VALUE ZEROS.                              01560000
015700 01 WS-EXCL-MSG PIC X(25) VALUE SPACES.                           01570000
015800*  SCHOLARSHIP CATEGORIES FROM DDPARM, IN PRIORITY ORDER.         01580000
015900 01 CAT-CNT PIC 9(2) VALUE 0.                                     01590000
016000 01 WS-CAT-IDX PIC 9(2) VALUE 0.                                  01600000
016100 01 WS-CAT-TABLE.                                                 01610000
016200    05 WS-CAT-ENT OCCURS 20 TIMES.                                01620000
016300       10 WS-CAT-CODE    PIC X(8).                                01630000
016400       10 WS-CAT-CENTER  PIC X(2).                                01640000
016500       10 WS-CAT-EXM     PIC X(7).                                01650000
016600       10 WS-CAT-TOPN    PIC 9(3).                                01660000
016700       10 WS-CAT-AMOUNT  PIC 9(5)V99.                             01670000
016800       10 WS-CAT-GIVEN   PIC 9(3).                                01680000
016900*  RUNNING RANK WITHIN EACH CENTER.                               01690000
017000 01 CN-CNT PIC 9(2) VALUE 0.                                      01700000
017100 01 WS-CN-IDX PIC 9(2) VALUE 0.                                   01710000
017200 01 WS-CN-FND PIC 9(2) VALUE 0.                                   01720000
017300 01 WS-CENTER-TABLE.                                              01730000
017400    05 WS-CN-ENT OCCURS 50 TIMES.                                 01740000
017500       10 WS-CN-ID       PIC X(2).                                01750000
017600       10 WS-CN-RANK     PIC 9(5).                                01760000
017700*  AWARDS MADE, HELD UNTIL THE LIST IS COMPLETE SO THEY CAN BE    01770000
017800*  PRINTED AND WRITTEN CATEGORY BY CATEGORY.                      01780000
017900 01 AWD-CNT PIC 9(3) VALUE 0.                                     01790000
018000 01 WS-AWD-IDX PIC 9(3) VALUE 0.                                  01800000
018100 01 WS-AWD-SW PIC X VALUE 'N'.                                    01810000
018200    88 STUDENT-AWARDED VALUE 'Y'.                                 01820000
018300 01 WS-AWARD-TABLE.                                               01830000
018400    05 WS-AWD-ENT OCCURS 500 TIMES.                               01840000
018500       10 WS-AWD-CAT     PIC 9(2).                                01850000
018600       10 WS-AWD-SID     PIC X(5).                                01860000
018700       10 WS-AWD-NAME    PIC X(20).                               01870000
018800       10 WS-AWD-CENTER  PIC X(2).                                01880000
018900       10 WS-AWD-EXM     PIC X(7).                                01890000
019000       10 WS-AWD-RANK    PIC 9(5).                                01900000
019100       10 WS-AWD-PER     PIC 9(3)V99.                             01910000
019200 01 WS-RANK PIC 9(5) VALUE ZEROS.                                 01920000
019300 01 WS-RANK-ED PIC ZZZZ9.                                         01930000
019400 01 WS-CRANK-ED PIC ZZZZ9.                                        01940000
019500 01 WS-PER-ED PIC ZZ9.99.                                         01950000
019600 01 WS-AMT-ED PIC ZZ,ZZ9.99.                                      01960000
019700 01 WS-TOTAL-AMT PIC 9(7)V99 VALUE ZEROS.                         01970000
019800 01 WS-TOTAL-ED PIC Z,ZZZ,ZZ9.99.                                 01980000
019900 01 WS-CNTRS.                                                     01990000
020000    05 RES-CNTR     PIC 9(6) VALUE ZEROS.                         02000000
020100    05 RANKED-CNTR  PIC 9(6) VALUE ZEROS.                         02010000
020200    05 WDRAWN-CNTR  PIC 9(6) VALUE ZEROS.                         02020000
020300    05 MALPR-CNTR   PIC 9(6) VALUE ZEROS.                         02030000
020400    05 NOMST-CNTR   PIC 9(6) VALUE ZEROS.                         02040000
020410    05 ABSENT-CNTR  PIC 9(6) VALUE ZEROS.                         02041001
020500 01 WS-ERR-DESC.                                                  02050000
020600    05  FILLER               PIC X(10) VALUE "ERROR IN ".         02060000
020700    05  ERR-PARA             PIC X(30).                           02070000
020800    05  FILLER               PIC XX VALUE SPACES.                 02080000
020900    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              02090000
021000    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      02100000
021100    05  ERR-FILE-STATUS      PIC XX.                              02110000
021200 PROCEDURE DIVISION.                                              02120000
021300 0000-MAIN-PARA.                                                  02130000
021400      PERFORM 1000-OPEN-FILES.                                    02140000
021500      PERFORM 1500-LOAD-CATEGORIES.                               02150000
021600      SORT SORT-WORK                                              02160000
021700           ON DESCENDING KEY SR-PER SR-MCQ                        02170000
021800           ON ASCENDING KEY SR-ATT SR-DOB SR-SID                  02180000
021900           INPUT PROCEDURE IS 2000-RELEASE-RESULTS                02190000
022000           OUTPUT PROCEDURE IS 3000-RANK-LIST.                    02200000
022100      PERFORM 4000-AWARD-LISTING.                                 02210000
022200      PERFORM 5000-CLOSE-PARA.                                    02220000
022300      STOP RUN.                                                   02230000
022400 0000-MAIN-PARA-EXIT.                                             02240000
022500      EXIT.                                                       02250000
022600 1000-OPEN-FILES.                                                 02260000
022700      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         02270000
022800      OPEN INPUT RESIN.                                           02280000
022900      IF NOT RI-OPEN-OK                                           02290000
023000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02300000
023100         MOVE 'RESIN' TO ERR-FILE-ID                              02310000
023200         MOVE RI-STATUS TO ERR-FILE-STATUS                        02320000
023300         PERFORM 9000-ERR-PARA                                    02330000
023400      END-IF.                                                     02340000
023500      OPEN INPUT STUDMST.                                         02350000
023600      IF NOT SM-OPEN-OK                                           02360000
023700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02370000
023800         MOVE 'STUDMST' TO ERR-FILE-ID                            02380000
023900         MOVE SM-STATUS TO ERR-FILE-STATUS                        02390000
024000         PERFORM 9000-ERR-PARA                                    02400000
024100      END-IF.                                                     02410000
024200      OPEN INPUT HIST-FILE.                                       02420000
024300      IF NOT HS-OPEN-OK                                           02430000
024400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02440000
024500         MOVE 'HIST-FILE' TO ERR-FILE-ID                          02450000
024600         MOVE HS-STATUS TO ERR-FILE-STATUS                        02460000
024700         PERFORM 9000-ERR-PARA                                    02470000
024800      END-IF.                                                     02480000
024900      OPEN OUTPUT AWARDFILE RPTFILE.                              02490000
025000      IF NOT AW-OPEN-OK OR NOT RP-OPEN-OK                         02500000
025100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02510000
025200         MOVE 'OUTPUTS' TO ERR-FILE-ID                            02520000
025300         MOVE AW-STATUS TO ERR-FILE-STATUS                        02530000
025400         PERFORM 9000-ERR-PARA                                    02540000
025500      END-IF.                                                     02550000
025600      EXIT.                                                       02560000
025700 1500-LOAD-CATEGORIES.                                            02570000
025800      OPEN INPUT PARMFILE.                                        02580000
025900      IF NOT PM-OPEN-OK                                           02590000
026000         MOVE '1500-LOAD-CATEGORIES' TO ERR-PARA                  02600000
026100         MOVE 'PARMFILE' TO ERR-FILE-ID                           02610000
026200         MOVE PM-STATUS TO ERR-FILE-STATUS                        02620000
026300         PERFORM 9000-ERR-PARA                                    02630000
026400      END-IF.                                                     02640000
026500      PERFORM 1510-READ-CATEGORY UNTIL PM-EOF.                    02650000
026600      CLOSE PARMFILE.                                             02660000
026700      DISPLAY 'SCHOLARSHIP CATEGORIES : ' CAT-CNT.                02670000
026800      EXIT.                                                       02680000
026900 1510-READ-CATEGORY.                                              02690000
027000      READ PARMFILE.                                              02700000
027100      EVALUATE TRUE                                               02710000
027200         WHEN PM-READ-OK                                          02720000
027300            IF PARM-REC(1:1) = '*'                                02730000
027400               CONTINUE                                           02740000
027500            ELSE                                                  02750000
027600               IF PM-CATEGORY = SPACES OR PM-CENTER = SPACES      02760000
027700                  OR PM-TOPN NOT NUMERIC OR PM-AMOUNT NOT NUMERIC 02770000
027800                  DISPLAY 'BAD CATEGORY CARD SKIPPED : '          02780000
027900                     PARM-REC(1:31)                               02790000
028000               ELSE                                               02800000
028100                  IF CAT-CNT < 20                                 02810000
028200                     ADD 1 TO CAT-CNT                             02820000
028300                     MOVE PM-CATEGORY TO WS-CAT-CODE(CAT-CNT)     02830000
028400                     MOVE PM-CENTER TO WS-CAT-CENTER(CAT-CNT)     02840000
028500                     MOVE PM-EXM TO WS-CAT-EXM(CAT-CNT)           02850000
028600                     MOVE PM-TOPN TO WS-CAT-TOPN(CAT-CNT)         02860000
028700                     MOVE PM-AMOUNT-N TO WS-CAT-AMOUNT(CAT-CNT)   02870000
028800                     MOVE ZEROS TO WS-CAT-GIVEN(CAT-CNT)          02880000
028900                  ELSE                                            02890000
029000                     DISPLAY 'CATEGORY TABLE FULL - CARD SKIPPED' 02900000
029100                  END-IF                                          02910000
029200               END-IF                                             02920000
029300            END-IF                                                02930000
029400         WHEN PM-EOF                                              02940000
029500            CONTINUE                                              02950000
029600         WHEN OTHER                                               02960000
029700            MOVE '1510-READ-CATEGORY' TO ERR-PARA                 02970000
029800            MOVE 'PARMFILE' TO ERR-FILE-ID                        02980000
029900            MOVE PM-STATUS TO ERR-FILE-STATUS                     02990000
030000            PERFORM 9000-ERR-PARA                                 03000000
030100      END-EVALUATE.                                               03010000
030200      EXIT.                                                       03020000
030300***************************************************************** 03030000
030400*  SORT INPUT - SCREEN OUT THE INELIGIBLE AND GATHER THE          03040000
030500*  TIE-BREAK VALUES FOR EVERYONE ELSE.                            03050000
030600***************************************************************** 03060000
030700 2000-RELEASE-RESULTS.                                            03070000
030800      MOVE SPACES TO RPT-REC.                                     03080000
030900      STRING 'MERIT LIST RUN ' WS-TODAY ' - EXCLUSIONS'           03090000
031000         DELIMITED BY SIZE INTO RPT-REC                           03100000
031100      END-STRING.                                                 03110000
031200      WRITE RPT-REC.                                              03120000
031300      PERFORM 2100-READ-RESULT UNTIL RI-EOF.                      03130000
031400      EXIT.                                                       03140000
031500 2100-READ-RESULT.                                                03150000
031600      READ RESIN.                                                 03160000
031700      EVALUATE TRUE                                               03170000
031800         WHEN RI-READ-OK                                          03180000
031900            ADD 1 TO RES-CNTR                                     03190000
032000            PERFORM 2200-SCREEN-ONE THRU 2200-SCREEN-EXIT         03200000
032100         WHEN RI-EOF                                              03210000
032200            CONTINUE                                              03220000
032300         WHEN OTHER                                               03230000
032400            MOVE '2100-READ-RESULT' TO ERR-PARA                   03240000
032500            MOVE 'RESIN' TO ERR-FILE-ID                           03250000
032600            MOVE RI-STATUS TO ERR-FILE-STATUS                     03260000
032700            PERFORM 9000-ERR-PARA                                 03270000
032800      END-EVALUATE.                                               03280000
032900      EXIT.                                                       03290000
033000 2200-SCREEN-ONE.                                                 03300000
033100      IF RS-ATTEND = 'MALPRAC'                                    03310000
033200         ADD 1 TO MALPR-CNTR                                      03320000
033300         MOVE 'MALPRACTICE CASE' TO WS-EXCL-MSG                   03330000
033400         PERFORM 2900-EXCL-LINE                                   03340000
033500         GO TO 2200-SCREEN-EXIT                                   03350000
033600      END-IF.                                                     03360000
033610      IF RS-ATTEND = 'ABSENT '                                    03361001
033620         ADD 1 TO ABSENT-CNTR                                     03362001
033630         MOVE 'ABSENT FROM THE EXAM' TO WS-EXCL-MSG               03363001
033640         PERFORM 2900-EXCL-LINE                                   03364001
033650         GO TO 2200-SCREEN-EXIT                                   03365001
033660      END-IF.                                                     03366001
033700      MOVE RS-SID TO SM-STUD-ID.                                  03370000
033800      READ STUDMST.                                               03380000
033900      EVALUATE TRUE                                               03390000
034000         WHEN SM-READ-OK AND SM-STUD-STATUS = 'X'                 03400000
034100            ADD 1 TO WDRAWN-CNTR                                  03410000
034200            MOVE 'WITHDRAWN' TO WS-EXCL-MSG                       03420000
034300            PERFORM 2900-EXCL-LINE                                03430000
034400            GO TO 2200-SCREEN-EXIT                                03440000
034500         WHEN SM-READ-OK                                          03450000
034600            CONTINUE                                              03460000
034700         WHEN SM-KEYNF                                            03470000
034800            ADD 1 TO NOMST-CNTR                                   03480000
034900            MOVE 'NOT ON STUDENT MASTER' TO WS-EXCL-MSG           03490000
035000            PERFORM 2900-EXCL-LINE                                03500000
035100            GO TO 2200-SCREEN-EXIT                                03510000
035200         WHEN OTHER                                               03520000
035300            MOVE '2200-SCREEN-ONE' TO ERR-PARA                    03530000
035400            MOVE 'STUDMST' TO ERR-FILE-ID                         03540000
035500            MOVE SM-STATUS TO ERR-FILE-STATUS                     03550000
035600            PERFORM 9000-ERR-PARA                                 03560000
035700      END-EVALUATE.                                               03570000
035800      PERFORM 2300-COUNT-ATTEMPTS.                                03580000
035900      MOVE RS-PER TO SR-PER.                                      03590000
036000      MOVE RS-MCQ TO SR-MCQ.                                      03600000
036100      MOVE WS-ATT-CNT TO SR-ATT.                                  03610000
036200      IF SM-DOB NUMERIC                                           03620000
036300         MOVE SM-DOB TO SR-DOB                                    03630000
036400      ELSE                                                        03640000
036500         MOVE '99999999' TO SR-DOB                                03650000
036600      END-IF.                                                     03660000
036700      MOVE RS-SID TO SR-SID.                                      03670000
036800      MOVE SM-STUD-NAME TO SR-NAME.                               03680000
036900      MOVE SM-CENTER-ID TO SR-CENTER.                             03690000
037000      MOVE RS-EXM TO SR-EXM.                                      03700000
037100      RELEASE SORT-REC.                                           03710000
037200 2200-SCREEN-EXIT.                                                03720000
037300      EXIT.                                                       03730000
037400 2300-COUNT-ATTEMPTS.                                             03740000
037500      MOVE ZEROS TO WS-ATT-CNT.                                   03750000
037600      MOVE 'N' TO WS-SCAN-SW.                                     03760000
037700      MOVE RS-SID TO HIST-SID.                                    03770000
037800      MOVE RS-EXM TO HIST-EXM.                                    03780000
037900      MOVE ZEROS TO HIST-ATT.                                     03790000
038000      START HIST-FILE KEY NOT LESS THAN HIST-KEY.                 03800000
038100      IF NOT HS-START-OK                                          03810000
038200         MOVE 'Y' TO WS-SCAN-SW                                   03820000
038300      END-IF.                                                     03830000
038400      PERFORM 2310-READ-HIST UNTIL HIST-SCAN-DONE.                03840000
038500      EXIT.                                                       03850000
038600 2310-READ-HIST.                                                  03860000
038700      READ HIST-FILE NEXT.                                        03870000
038800      EVALUATE TRUE                                               03880000
038900         WHEN HS-READ-OK AND HIST-SID = RS-SID                    03890000
039000            AND HIST-EXM = RS-EXM                                 03900000
039100            ADD 1 TO WS-ATT-CNT                                   03910000
039200         WHEN OTHER                                               03920000
039300            MOVE 'Y' TO WS-SCAN-SW                                03930000
039400      END-EVALUATE.                                               03940000
039500      EXIT.                                                       03950000
039600 2900-EXCL-LINE.                                                  03960000
039700      MOVE SPACES TO RPT-REC.                                     03970000
039800      STRING 'EXCLUDED : ' RS-SID ' ' RS-EXM ' ' WS-EXCL-MSG      03980000
039900         DELIMITED BY SIZE INTO RPT-REC                           03990000
040000      END-STRING.                                                 04000000
040100      WRITE RPT-REC.                                              04010000
040200      EXIT.                                                       04020000
040300***************************************************************** 04030000
040400*  SORT OUTPUT - RESULTS ARRIVE IN MERIT ORDER.  NUMBER THEM      04040000
040500*  OVERALL AND WITHIN CENTER, PRINT THE LIST AND HAND OUT THE     04050000
040600*  AWARDS.                                                        04060000
040700***************************************************************** 04070000
040800 3000-RANK-LIST.                                                  04080000
040900      MOVE SPACES TO RPT-REC.                                     04090000
041000      WRITE RPT-REC.                                              04100000
041100      MOVE SPACES TO RPT-REC.                                     04110000
041200      STRING ' RANK CTR-RANK SID   NAME                 CT '      04120000
041300             'EXAM       PCT MCQ ATT DOB'                         04130000
041400         DELIMITED BY SIZE INTO RPT-REC                           04140000
041500      END-STRING.                                                 04150000
041600      WRITE RPT-REC.                                              04160000
041700      PERFORM 3100-RETURN-RESULT.                                 04170000
041800      PERFORM 3200-RANK-ONE UNTIL SORT-DONE.                      04180000
041900      EXIT.                                                       04190000
042000 3100-RETURN-RESULT.                                              04200000
042100      RETURN SORT-WORK                                            04210000
042200         AT END                                                   04220000
042300            MOVE 'Y' TO WS-SORT-SW                                04230000
042400      END-RETURN.                                                 04240000
042500      EXIT.                                                       04250000
042600 3200-RANK-ONE.                                                   04260000
042700      ADD 1 TO RANKED-CNTR.                                       04270000
042800      ADD 1 TO WS-RANK.                                           04280000
042900      MOVE 0 TO WS-CN-FND.                                        04290000
043000      PERFORM 3210-FIND-CENTER                                    04300000
043100         VARYING WS-CN-IDX FROM 1 BY 1                            04310000
043200         UNTIL WS-CN-IDX > CN-CNT OR WS-CN-FND > 0.               04320000
043300      IF WS-CN-FND = 0                                            04330000
043400         IF CN-CNT < 50                                           04340000
043500            ADD 1 TO CN-CNT                                       04350000
043600            MOVE CN-CNT TO WS-CN-FND                              04360000
043700            MOVE SR-CENTER TO WS-CN-ID(CN-CNT)                    04370000
043800            MOVE ZEROS TO WS-CN-RANK(CN-CNT)                      04380000
043900         ELSE                                                     04390000
044000            DISPLAY 'CENTER TABLE FULL - ' SR-CENTER              04400000
044100               ' NOT RANKED BY CENTER'                            04410000
044200         END-IF                                                   04420000
044300      END-IF.                                                     04430000
044400      MOVE ZEROS TO WS-CRANK-ED.                                  04440000
044500      IF WS-CN-FND > 0                                            04450000
044600         ADD 1 TO WS-CN-RANK(WS-CN-FND)                           04460000
044700         MOVE WS-CN-RANK(WS-CN-FND) TO WS-CRANK-ED                04470000
044800      END-IF.                                                     04480000
044900      MOVE WS-RANK TO WS-RANK-ED.                                 04490000
045000      MOVE SR-PER TO WS-PER-ED.                                   04500000
045100      MOVE SPACES TO RPT-REC.                                     04510000
045200      STRING WS-RANK-ED '    ' WS-CRANK-ED ' ' SR-SID ' '         04520000
045300             SR-NAME ' ' SR-CENTER ' ' SR-EXM ' ' WS-PER-ED ' '   04530000
045400             SR-MCQ '  ' SR-ATT ' ' SR-DOB                        04540000
045500         DELIMITED BY SIZE INTO RPT-REC                           04550000
045600      END-STRING.                                                 04560000
045700      WRITE RPT-REC.                                              04570000
045800      MOVE 'N' TO WS-AWD-SW.                                      04580000
045900      PERFORM 3300-CHECK-AWARDED                                  04590000
046000         VARYING WS-AWD-IDX FROM 1 BY 1                           04600000
046100         UNTIL WS-AWD-IDX > AWD-CNT OR STUDENT-AWARDED.           04610000
046200      PERFORM 3400-TRY-CATEGORY                                   04620000
046300         VARYING WS-CAT-IDX FROM 1 BY 1                           04630000
046400         UNTIL WS-CAT-IDX > CAT-CNT OR STUDENT-AWARDED.           04640000
046500      PERFORM 3100-RETURN-RESULT.                                 04650000
046600      EXIT.                                                       04660000
046700 3210-FIND-CENTER.                                                04670000
046800      IF WS-CN-ID(WS-CN-IDX) = SR-CENTER                          04680000
046900         MOVE WS-CN-IDX TO WS-CN-FND                              04690000
047000      END-IF.                                                     04700000
047100      EXIT.                                                       04710000
047200 3300-CHECK-AWARDED.                                              04720000
047300      IF WS-AWD-SID(WS-AWD-IDX) = SR-SID                          04730000
047400         MOVE 'Y' TO WS-AWD-SW                                    04740000
047500      END-IF.                                                     04750000
047600      EXIT.                                                       04760000
047700 3400-TRY-CATEGORY.                                               04770000
047800      IF WS-CAT-GIVEN(WS-CAT-IDX) < WS-CAT-TOPN(WS-CAT-IDX)       04780000
047900         AND (WS-CAT-CENTER(WS-CAT-IDX) = '**'                    04790000
048000              OR WS-CAT-CENTER(WS-CAT-IDX) = SR-CENTER)           04800000
048100         AND (WS-CAT-EXM(WS-CAT-IDX) = SPACES                     04810000
048200              OR WS-CAT-EXM(WS-CAT-IDX) = SR-EXM)                 04820000
048300         IF AWD-CNT < 500                                         04830000
048400            ADD 1 TO AWD-CNT                                      04840000
048500            ADD 1 TO WS-CAT-GIVEN(WS-CAT-IDX)                     04850000
048600            MOVE WS-CAT-IDX TO WS-AWD-CAT(AWD-CNT)                04860000
048700            MOVE SR-SID TO WS-AWD-SID(AWD-CNT)                    04870000
048800            MOVE SR-NAME TO WS-AWD-NAME(AWD-CNT)                  04880000
048900            MOVE SR-CENTER TO WS-AWD-CENTER(AWD-CNT)              04890000
049000            MOVE SR-EXM TO WS-AWD-EXM(AWD-CNT)                    04900000
049100            MOVE WS-RANK TO WS-AWD-RANK(AWD-CNT)                  04910000
049200            MOVE SR-PER TO WS-AWD-PER(AWD-CNT)                    04920000
049300            MOVE 'Y' TO WS-AWD-SW                                 04930000
049400         ELSE                                                     04940000
049500            DISPLAY 'AWARD TABLE FULL - ' SR-SID ' NOT AWARDED'   04950000
049600         END-IF                                                   04960000
049700      END-IF.                                                     04970000
049800      EXIT.                                                       04980000
049900***************************************************************** 04990000
050000*  TOP N PER CATEGORY - PRINTED AND WRITTEN FOR FINANCE IN        05000000
050100*  CATEGORY ORDER, MERIT ORDER WITHIN CATEGORY.                   05010000
050200***************************************************************** 05020000
050300 4000-AWARD-LISTING.                                              05030000
050400      PERFORM 4100-ONE-CATEGORY                                   05040000
050500         VARYING WS-CAT-IDX FROM 1 BY 1                           05050000
050600         UNTIL WS-CAT-IDX > CAT-CNT.                              05060000
050700      EXIT.                                                       05070000
050800 4100-ONE-CATEGORY.                                               05080000
050900      MOVE WS-CAT-AMOUNT(WS-CAT-IDX) TO WS-AMT-ED.                05090000
051000      MOVE SPACES TO RPT-REC.                                     05100000
051100      WRITE RPT-REC.                                              05110000
051200      MOVE SPACES TO RPT-REC.                                     05120000
051300      STRING 'SCHOLARSHIP ' WS-CAT-CODE(WS-CAT-IDX)               05130000
051400             ' CENTER ' WS-CAT-CENTER(WS-CAT-IDX)                 05140000
051500             ' EXAM ' WS-CAT-EXM(WS-CAT-IDX)                      05150000
051600             ' TOP ' WS-CAT-TOPN(WS-CAT-IDX)                      05160000
051700             ' AMOUNT ' WS-AMT-ED                                 05170000
051800         DELIMITED BY SIZE INTO RPT-REC                           05180000
051900      END-STRING.                                                 05190000
052000      WRITE RPT-REC.                                              05200000
052100      PERFORM 4200-AWARD-LINE                                     05210000
052200         VARYING WS-AWD-IDX FROM 1 BY 1                           05220000
052300         UNTIL WS-AWD-IDX > AWD-CNT.                              05230000
052400      IF WS-CAT-GIVEN(WS-CAT-IDX) < WS-CAT-TOPN(WS-CAT-IDX)       05240000
052500         MOVE SPACES TO RPT-REC                                   05250000
052600         STRING '  ONLY ' WS-CAT-GIVEN(WS-CAT-IDX)                05260000
052700                ' ELIGIBLE STUDENTS - CATEGORY NOT FILLED'        05270000
052800            DELIMITED BY SIZE INTO RPT-REC                        05280000
052900         END-STRING                                               05290000
053000         WRITE RPT-REC                                            05300000
053100      END-IF.                                                     05310000
053200      EXIT.                                                       05320000
053300 4200-AWARD-LINE.                                                 05330000
053400      IF WS-AWD-CAT(WS-AWD-IDX) = WS-CAT-IDX                      05340000
053500         MOVE WS-AWD-RANK(WS-AWD-IDX) TO WS-RANK-ED               05350000
053600         MOVE WS-AWD-PER(WS-AWD-IDX) TO WS-PER-ED                 05360000
053700         MOVE SPACES TO RPT-REC                                   05370000
053800         STRING '  RANK ' WS-RANK-ED ' ' WS-AWD-SID(WS-AWD-IDX)   05380000
053900                ' ' WS-AWD-NAME(WS-AWD-IDX)                       05390000
054000                ' ' WS-AWD-CENTER(WS-AWD-IDX)                     05400000
054100                ' ' WS-AWD-EXM(WS-AWD-IDX) ' ' WS-PER-ED          05410000
054200            DELIMITED BY SIZE INTO RPT-REC                        05420000
054300         END-STRING                                               05430000
054400         WRITE RPT-REC                                            05440000
054500         MOVE SPACES TO AW-AWARD-REC                              05450000
054600         MOVE WS-CAT-CODE(WS-CAT-IDX) TO AW-CATEGORY              05460000
054700         MOVE WS-AWD-SID(WS-AWD-IDX) TO AW-STUD-ID                05470000
054800         MOVE WS-AWD-NAME(WS-AWD-IDX) TO AW-STUD-NAME             05480000
054900         MOVE WS-AWD-CENTER(WS-AWD-IDX) TO AW-CENTER-ID           05490000
055000         MOVE WS-AWD-EXM(WS-AWD-IDX) TO AW-EXM                    05500000
055100         MOVE WS-AWD-RANK(WS-AWD-IDX) TO AW-RANK                  05510000
055200         MOVE WS-AWD-PER(WS-AWD-IDX) TO AW-PERCENT                05520000
055300         MOVE WS-CAT-AMOUNT(WS-CAT-IDX) TO AW-AMOUNT              05530000
055400         MOVE WS-TODAY TO AW-RUN-DATE                             05540000
055500         WRITE AW-AWARD-REC                                       05550000
055600         ADD WS-CAT-AMOUNT(WS-CAT-IDX) TO WS-TOTAL-AMT            05560000
055700      END-IF.                                                     05570000
055800      EXIT.                                                       05580000
055900 5000-CLOSE-PARA.                                                 05590000
056000      MOVE WS-TOTAL-AMT TO WS-TOTAL-ED.                           05600000
056100      MOVE SPACES TO RPT-REC.                                     05610000
056200      WRITE RPT-REC.                                              05620000
056300      MOVE SPACES TO RPT-REC.                                     05630000
056400      STRING 'RESULTS=' RES-CNTR ' RANKED=' RANKED-CNTR           05640000
056500             ' WITHDRAWN=' WDRAWN-CNTR ' MALPRACTICE=' MALPR-CNTR 05650000
056600             ' NOT ON MASTER=' NOMST-CNTR ' ABSENT=' ABSENT-CNTR  05660001
056700         DELIMITED BY SIZE INTO RPT-REC                           05670000
056800      END-STRING.                                                 05680000
056900      WRITE RPT-REC.                                              05690000
057000      MOVE SPACES TO RPT-REC.                                     05700000
057100      STRING 'AWARDS=' AWD-CNT ' TOTAL AMOUNT=' WS-TOTAL-ED       05710000
057200         DELIMITED BY SIZE INTO RPT-REC                           05720000
057300      END-STRING.                                                 05730000
057400      WRITE RPT-REC.                                              05740000
057500      CLOSE RESIN STUDMST HIST-FILE AWARDFILE RPTFILE.            05750000
057600      DISPLAY 'RESULTS READ      : ' RES-CNTR.                    05760000
057700      DISPLAY 'STUDENTS RANKED   : ' RANKED-CNTR.                 05770000
057800      DISPLAY 'AWARDS MADE       : ' AWD-CNT.                     05780000
057900      DISPLAY 'TOTAL AWARDED     : ' WS-TOTAL-ED.                 05790000
058000      IF NOMST-CNTR > 0                                           05800000
058100         MOVE 4 TO RETURN-CODE                                    05810000
058200      END-IF.                                                     05820000
058300      EXIT.                                                       05830000
058400 9000-ERR-PARA.                                                   05840000
058500      DISPLAY WS-ERR-DESC.                                        05850000
058600      MOVE 30 TO RETURN-CODE.                                     05860000
058700      STOP RUN.                                                   05870000
