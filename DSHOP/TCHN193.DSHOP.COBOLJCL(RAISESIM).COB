000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. RAISESIM.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : LIVE EMPLOYEE FILE D7EMP AND B4MOCK RAISE FROM    00040000
000500*               (DDIN) AND THE PROPOSAL CARDS (DDPROP)            00050000
000600* OUTPUT FILE : WHAT-IF REPORT (DDRPT), RUN STATISTICS (DDRSTAT)  00060000
000700* PRG DESC    : RAISE-CYCLE WHAT-IF.  EACH PROPOSAL IS A TABLE OF 00070000
000800*               SALARY BANDS - A BAND COVERS SALARIES BELOW ITS   00080000
000900*               CEILING - WITH THE RAISE PERCENTAGE FOR THE BAND. 00090000
001000*               EVERY EMPLOYEE IS RAISED UNDER EACH PROPOSAL THE  00100000
001100*               WAY D7EMP AND B4MOCK RAISE (NEW SALARY TRUNCATED  00110000
001200*               TO WHOLE UNITS), AND THE REPORT SHOWS THE COST BY 00120000
001300*               BAND, THE TOTAL PAYROLL INCREASE, THE ARREARS     00130000
001400*               EXPOSURE FOR THE PROPOSED EFFECTIVE DATE (MONTHS  00140000
001500*               WORKED OUT AND CAPPED AT 24 AS D7EMP DOES) AND    00150000
001600*               THE EMPLOYEES WHOSE RAISE CARRIES THEM INTO A     00160000
001700*               HIGHER BAND, THEN THE TWO PROPOSALS SIDE BY SIDE. 00170000
001800*               WITH ONLY ONE PROPOSAL, THE OTHER COLUMN IS THE   00180000
001900*               CURRENT D7EMP/B4MOCK BANDING.  THE EMPLOYEE FILE  00190000
002000*               IS ONLY READ - NO SALARY, HISTORY, ARREARS OR     00200000
002100*               CHECKPOINT FILE IS WRITTEN.                       00210000
002200*               PROPOSAL CARDS ('*' IN COLUMN 1 IS A COMMENT) -   00220000
002300*                 COL 1      A OR B = BAND CARD FOR THAT PROPOSAL 00230000
002400*                 COL 3-9    BAND CEILING (9999999 = NO CEILING)  00240000
002500*                 COL 11-14  RAISE PERCENT 99V99                  00250000
002600*                 COL 16-35  PROPOSAL NAME (ANY BAND CARD)        00260000
002700*                 COL 1      E = EFFECTIVE DATE CARD              00270000
002800*                 COL 3-10   PROPOSED EFFECTIVE DATE YYYYMMDD     00280000
002900*               BAND CARDS GO IN ASCENDING CEILING ORDER.  A BAD  00290000
003000*               CARD STOPS THE RUN WITH RC 8; SALARIES ABOVE A    00300000
003100*               PROPOSAL'S LAST CEILING ARE COUNTED AS UNBANDED,  00310000
003200*               GET NO RAISE AND SET RC 4.                        00320000
003210*               AS IN D7EMP, NO RAISE TAKES A SALARY PAST ITS     00321001
003220*               GRADE MAXIMUM (GRADESUB) - THE AMOUNT HELD BACK IS00322001
003230*               SHOWN FOR EACH PROPOSAL.                          00323001
003300* AUTHOR      : GIRIDHAR                                          00330000
003400* CREATED ON  : 15 OCT 2026                                       00340000
003410* MODIFIED ON : 15 OCT 2026 - RAISES CAPPED AT GRADE MAXIMUM      00341001
003500***************************************************************** 00350000
003600 ENVIRONMENT DIVISION.                                            00360000
003700 INPUT-OUTPUT SECTION.                                            00370000
003800 FILE-CONTROL.                                                    00380000
003900      SELECT EMP-FILE ASSIGN TO DDIN                              00390000
004000      ORGANIZATION IS SEQUENTIAL                                  00400000
004100      ACCESS MODE IS SEQUENTIAL                                   00410000
004200      FILE STATUS EM-STATUS.                                      00420000
004300*                                                                 00430000
004400      SELECT PROP-FILE ASSIGN TO DDPROP                           00440000
004500      ORGANIZATION IS SEQUENTIAL                                  00450000
004600      ACCESS MODE IS SEQUENTIAL                                   00460000
004700      FILE STATUS PP-STATUS.                                      00470000
004800*                                                                 00480000
004900      SELECT RPT-FILE ASSIGN TO DDRPT                             00490000
005000      ORGANIZATION IS SEQUENTIAL                                  00500000
005100      ACCESS MODE IS SEQUENTIAL                                   00510000
005200      FILE STATUS RP-STATUS.                                      00520000
005300*                                                                 00530000
005400      SELECT STATFILE ASSIGN TO DDRSTAT                           00540000
005500      ORGANIZATION IS SEQUENTIAL                                  00550000
005600      ACCESS MODE IS SEQUENTIAL                                   00560000
005700      FILE STATUS RS-STATUS.                                      00570000
005800*                                                                 00580000
005900 DATA DIVISION.                                                   00590000
006000 FILE SECTION.                                                    00600000
006100 FD EMP-FILE RECORDING MODE F.                                    00610000
006200 01 EMP-REC.                                                      00620000
006300      05 EM-EID         PIC X(5).                                 00630000
006400      05 FILLER         PIC X.                                    00640000
006500      05 EM-FNAME       PIC X(10).                                00650000
006600      05 FILLER         PIC X.                                    00660000
006700      05 EM-LNAME       PIC X(10).                                00670000
006800      05 FILLER         PIC X.                                    00680000
006900      05 EM-SAL         PIC 9(5).                                 00690000
007000      05 FILLER         PIC X(6).                                 00700001
007010      05 EM-GRADE       PIC X(2).                                 00701001
007020      05 FILLER         PIC X(39).                                00702001
007100 FD PROP-FILE RECORDING MODE F.                                   00710000
007200 01 PROP-REC.                                                     00720000
007300      05 PP-TYPE        PIC X.                                    00730000
007400         88 PP-IS-BAND     VALUE 'A' 'B'.                         00740000
007500         88 PP-IS-EFF      VALUE 'E'.                             00750000
007600         88 PP-IS-COMMENT  VALUE '*'.                             00760000
007700      05 FILLER         PIC X.                                    00770000
007800      05 PP-BAND-DATA.                                            00780000
007900         10 PP-CEILING  PIC 9(7).                                 00790000
008000         10 FILLER      PIC X.                                    00800000
008100         10 PP-PCT      PIC 9(2)V9(2).                            00810000
008200         10 FILLER      PIC X.                                    00820000
008300         10 PP-NAME     PIC X(20).                                00830000
008400         10 FILLER      PIC X(45).                                00840000
008500      05 PP-EFF-DATA REDEFINES PP-BAND-DATA.                      00850000
008600         10 PP-EFF-DATE PIC 9(8).                                 00860000
008700         10 FILLER      PIC X(70).                                00870000
008800 FD RPT-FILE RECORDING MODE F.                                    00880000
008900 01 RPT-REC PIC X(80).                                            00890000
009000 FD STATFILE RECORDING MODE F.                                    00900000
009100 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00910000
009200 WORKING-STORAGE SECTION.                                         00920000
009300 01 WS-FILE-STATUSES.                                             00930000
009400    05 EM-STATUS PIC XX.                                          00940000
009500    88 EM-OPEN-OK  VALUE '00'.                                    00950000
009600    88 EM-READ-OK  VALUE '00'.                                    00960000
009700    88 EM-EOF      VALUE '10'.                                    00970000
009800    05 PP-STATUS PIC XX.                                          00980000
009900    88 PP-OPEN-OK  VALUE '00'.                                    00990000
010000    88 PP-READ-OK  VALUE '00'.                                    01000000
010100    88 PP-EOF      VALUE '10'.                                    01010000
010200    05 RP-STATUS PIC XX.                                          01020000
010300    88 RP-OPEN-OK  VALUE '00'.                                    01030000
010400    05 RS-STATUS PIC XX.                                          01040000
010500    88 RS-OPEN-OK  VALUE '00'.                                    01050000
010600    88 RS-WRITE-OK VALUE '00'.                                    01060000
010700 01 WS-TODAY       PIC 9(8) VALUE ZEROS.                          01070000
010800 01 WS-TODAY-SPLIT REDEFINES WS-TODAY.                            01080000
010900    05 WS-TODAY-YYYY PIC 9(4).                                    01090000
011000    05 WS-TODAY-MM   PIC 9(2).                                    01100000
011100    05 WS-TODAY-DD   PIC 9(2).                                    01110000
011200 01 WS-EFF-DATE    PIC 9(8) VALUE ZEROS.                          01120000
011300 01 WS-EFF-SPLIT REDEFINES WS-EFF-DATE.                           01130000
011400    05 WS-EFF-YYYY   PIC 9(4).                                    01140000
011500    05 WS-EFF-MM     PIC 9(2).                                    01150000
011600    05 WS-EFF-DD     PIC 9(2).                                    01160000
011700 01 WS-ARR-WORK.                                                  01170000
011800    05 WS-EFF-MONTHS PIC 9(6) VALUE ZEROS.                        01180000
011900    05 WS-RUN-MONTHS PIC 9(6) VALUE ZEROS.                        01190000
012000    05 WS-MONTHS     PIC S9(4) VALUE ZEROS.                       01200000
012100*  THE BANDS D7EMP AND B4MOCK RAISE WITH TODAY - USED FOR ANY     01210000
012200*  PROPOSAL THAT HAS NO BAND CARDS.                               01220000
012300 01 WS-CUR-VALUES.                                                01230000
012400    05 FILLER PIC X(11) VALUE '00300001000'.                      01240000
012500    05 FILLER PIC X(11) VALUE '00600000700'.                      01250000
012600    05 FILLER PIC X(11) VALUE '01000000500'.                      01260000
012700    05 FILLER PIC X(11) VALUE '99999990300'.                      01270000
012800 01 WS-CUR-TABLE REDEFINES WS-CUR-VALUES.                         01280000
012900    05 WS-CUR-ENT OCCURS 4 TIMES.                                 01290000
013000       10 WS-CUR-CEILING PIC 9(7).                                01300000
013100       10 WS-CUR-PCT     PIC 9(2)V9(2).                           01310000
013200 01 WS-SUBS.                                                      01320000
013300    05 WS-PX        PIC 9(2) VALUE ZEROS.                         01330000
013400    05 WS-BX        PIC 9(2) VALUE ZEROS.                         01340000
013500    05 WS-OLD-BAND  PIC 9(2) VALUE ZEROS.                         01350000
013600    05 WS-NEW-BAND  PIC 9(2) VALUE ZEROS.                         01360000
013700    05 WS-FIND-SAL  PIC 9(7) VALUE ZEROS.                         01370000
013800    05 WS-FIND-BAND PIC 9(2) VALUE ZEROS.                         01380000
013900*  PROPOSAL 1 IS A, PROPOSAL 2 IS B.                              01390000
014000 01 WS-PROPOSALS.                                                 01400000
014100    05 WS-PR-ENT OCCURS 2 TIMES.                                  01410000
014200       10 PR-NAME       PIC X(20).                                01420000
014300       10 PR-CUR-SW     PIC X.                                    01430000
014400          88 PR-IS-CURRENT VALUE 'Y'.                             01440000
014500       10 PR-BAND-CNT   PIC 9(2).                                 01450000
014600       10 PR-EMP-CNT    PIC 9(8).                                 01460000
014700       10 PR-OLD-TOT    PIC 9(11).                                01470000
014800       10 PR-NEW-TOT    PIC 9(11).                                01480000
014900       10 PR-INC-TOT    PIC 9(11).                                01490000
015000       10 PR-MOVE-CNT   PIC 9(8).                                 01500000
015100       10 PR-UNB-CNT    PIC 9(8).                                 01510000
015110       10 PR-CAP-CNT    PIC 9(8).                                 01511001
015120       10 PR-CAP-TOT    PIC 9(11).                                01512001
015200       10 PR-BAND OCCURS 10 TIMES.                                01520000
015300          15 PB-CEILING PIC 9(7).                                 01530000
015400          15 PB-PCT     PIC 9(2)V9(2).                            01540000
015500          15 PB-EMPS    PIC 9(8).                                 01550000
015600          15 PB-OLD-TOT PIC 9(11).                                01560000
015700          15 PB-INC-TOT PIC 9(11).                                01570000
015800          15 PB-MOVES   PIC 9(8).                                 01580000
015810 COPY GRADPARM REPLACING ==:GLK:== BY ==GP==.                     01581001
015900 01 WS-CALC.                                                      01590000
016000    05 WS-OLD-SAL    PIC 9(7)  VALUE ZEROS.                       01600000
016100    05 WS-NEW-SAL    PIC 9(7)  VALUE ZEROS.                       01610000
016200    05 WS-INCREASE   PIC 9(7)  VALUE ZEROS.                       01620000
016300    05 WS-ANNUAL     PIC 9(13) VALUE ZEROS.                       01630000
016400    05 WS-ARR-EXP    PIC 9(13) VALUE ZEROS.                       01640000
016500    05 WS-INC-PCT    PIC 9(3)V99 VALUE ZEROS.                     01650000
016510    05 WS-UNCAPPED   PIC 9(7)  VALUE ZEROS.                       01651001
016600 01 WS-CNTRS.                                                     01660000
016700    05 EM-CNTR      PIC 9(8) VALUE ZEROS.                         01670000
016800    05 SAL-CNTR     PIC 9(8) VALUE ZEROS.                         01680000
016900    05 BAD-CNTR     PIC 9(8) VALUE ZEROS.                         01690000
017000    05 CARD-CNTR    PIC 9(6) VALUE ZEROS.                         01700000
017100 01 WS-CARD-SW      PIC X VALUE 'Y'.                              01710000
017200    88 WS-CARDS-OK      VALUE 'Y'.                                01720000
017300 01 WS-BAND-HDG.                                                  01730000
017400    05 FILLER PIC X(40)                                           01740000
017500       VALUE 'BAND    CEILING   PCT  EMPLOYEES   CURRE'.          01750000
017600    05 FILLER PIC X(40)                                           01760000
017700       VALUE 'NT PAYROLL   MONTHLY INCREASE  MOVED UP '.          01770000
017800 01 WS-BAND-LINE.                                                 01780000
017900    05 BL-BAND       PIC Z9.                                      01790000
018000    05 FILLER        PIC X(2)  VALUE SPACES.                      01800000
018100    05 BL-CEILING    PIC Z,ZZZ,ZZ9.                               01810000
018200    05 BL-CEIL-X REDEFINES BL-CEILING PIC X(9).                   01820000
018300    05 FILLER        PIC X(2)  VALUE SPACES.                      01830000
018400    05 BL-PCT        PIC Z9.99.                                   01840000
018500    05 FILLER        PIC X(2)  VALUE SPACES.                      01850000
018600    05 BL-EMPS       PIC ZZZ,ZZ9.                                 01860000
018700    05 FILLER        PIC X(4)  VALUE SPACES.                      01870000
018800    05 BL-OLD-TOT    PIC ZZ,ZZZ,ZZZ,ZZ9.                          01880000
018900    05 FILLER        PIC X(4)  VALUE SPACES.                      01890000
019000    05 BL-INC-TOT    PIC ZZ,ZZZ,ZZZ,ZZ9.                          01900000
019100    05 FILLER        PIC X(3)  VALUE SPACES.                      01910000
019200    05 BL-MOVES      PIC ZZZ,ZZ9.                                 01920000
019300 01 WS-CMP-HDG.                                                   01930000
019400    05 FILLER        PIC X(34) VALUE SPACES.                      01940000
019500    05 CH-NAME-A     PIC X(20).                                   01950000
019600    05 FILLER        PIC X(2)  VALUE SPACES.                      01960000
019700    05 CH-NAME-B     PIC X(20).                                   01970000
019800 01 WS-CMP-LINE.                                                  01980000
019900    05 CL-DESC       PIC X(30).                                   01990000
020000    05 FILLER        PIC X(2)  VALUE SPACES.                      02000000
020100    05 CL-VAL-A      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.                       02010000
020200    05 CL-PCT-A REDEFINES CL-VAL-A PIC Z,ZZZ,ZZZ,ZZZ.99.          02020000
020300    05 FILLER        PIC X(4)  VALUE SPACES.                      02030000
020400    05 CL-VAL-B      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.                       02040000
020500    05 CL-PCT-B REDEFINES CL-VAL-B PIC Z,ZZZ,ZZZ,ZZZ.99.          02050000
020600 01 WS-EDITS.                                                     02060000
020700    05 WS-CNT-ED     PIC ZZZ,ZZ9.                                 02070000
020800    05 WS-MTH-ED     PIC Z9.                                      02080000
020900 01 WS-ERR-DESC.                                                  02090000
021000    05  FILLER               PIC X(10) VALUE "ERROR IN ".         02100000
021100    05  ERR-PARA             PIC X(30).                           02110000
021200    05  FILLER               PIC XX VALUE SPACES.                 02120000
021300    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              02130000
021400    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      02140000
021500    05  ERR-FILE-STATUS      PIC XX.                              02150000
021600 PROCEDURE DIVISION.                                              02160000
021700 0000-MAIN-PARA.                                                  02170000
021800      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         02180000
021900      PERFORM 1000-OPEN-FILES.                                    02190000
022000      PERFORM 1100-LOAD-PROPOSALS THRU 1100-LOAD-EXIT.            02200000
022100      PERFORM 1200-ARREARS-MONTHS.                                02210000
022200      PERFORM 2000-READ-EMP.                                      02220000
022300      PERFORM 3000-PRCS-EMP THRU 3000-PRCS-EXIT UNTIL EM-EOF.     02230000
022400      PERFORM 4000-PRINT-PROPOSAL                                 02240000
022500         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 2.               02250000
022600      PERFORM 4500-PRINT-COMPARE.                                 02260000
022700      PERFORM 5000-CLOSE-PARA.                                    02270000
022800      STOP RUN.                                                   02280000
022900 0000-MAIN-PARA-EXIT.                                             02290000
023000      EXIT.                                                       02300000
023100 1000-OPEN-FILES.                                                 02310000
023200      OPEN INPUT EMP-FILE.                                        02320000
023300      IF NOT EM-OPEN-OK                                           02330000
023400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02340000
023500         MOVE 'EMP-FILE' TO ERR-FILE-ID                           02350000
023600         MOVE EM-STATUS TO ERR-FILE-STATUS                        02360000
023700         PERFORM 9000-ERR-PARA                                    02370000
023800      END-IF.                                                     02380000
023900      OPEN OUTPUT RPT-FILE.                                       02390000
024000      IF NOT RP-OPEN-OK                                           02400000
024100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02410000
024200         MOVE 'RPT-FILE' TO ERR-FILE-ID                           02420000
024300         MOVE RP-STATUS TO ERR-FILE-STATUS                        02430000
024400         PERFORM 9000-ERR-PARA                                    02440000
024500      END-IF.                                                     02450000
024600      MOVE SPACES TO RPT-REC.                                     02460000
024700      STRING 'RAISE-CYCLE WHAT-IF RUN ' WS-TODAY                  02470000
024800             '  - NO SALARIES UPDATED'                            02480000
024900         DELIMITED BY SIZE INTO RPT-REC                           02490000
025000      END-STRING.                                                 02500000
025100      WRITE RPT-REC.                                              02510000
025200      MOVE SPACES TO WS-PROPOSALS.                                02520000
025300      PERFORM 1010-CLEAR-PROPOSAL                                 02530000
025400         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 2.               02540000
025500      EXIT.                                                       02550000
025600 1010-CLEAR-PROPOSAL.                                             02560000
025700      MOVE 'N' TO PR-CUR-SW(WS-PX).                               02570000
025800      MOVE ZEROS TO PR-BAND-CNT(WS-PX) PR-EMP-CNT(WS-PX)          02580000
025900                    PR-OLD-TOT(WS-PX) PR-NEW-TOT(WS-PX)           02590000
026000                    PR-INC-TOT(WS-PX) PR-MOVE-CNT(WS-PX)          02600000
026100                    PR-UNB-CNT(WS-PX) PR-CAP-CNT(WS-PX)           02610001
026110                    PR-CAP-TOT(WS-PX).                            02611001
026200      PERFORM 1020-CLEAR-BAND                                     02620000
026300         VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 10.              02630000
026400      EXIT.                                                       02640000
026500 1020-CLEAR-BAND.                                                 02650000
026600      MOVE ZEROS TO PB-CEILING(WS-PX WS-BX) PB-PCT(WS-PX WS-BX)   02660000
026700                    PB-EMPS(WS-PX WS-BX) PB-OLD-TOT(WS-PX WS-BX)  02670000
026800                    PB-INC-TOT(WS-PX WS-BX) PB-MOVES(WS-PX WS-BX).02680000
026900      EXIT.                                                       02690000
027000 1100-LOAD-PROPOSALS.                                             02700000
027100*     WITH NO CARDS AT ALL BOTH COLUMNS ARE THE CURRENT BANDING,  02710000
027200*     WHICH STILL PRICES A REPEAT OF LAST CYCLE'S RAISE.          02720000
027300      OPEN INPUT PROP-FILE.                                       02730000
027400      IF PP-OPEN-OK                                               02740000
027500         PERFORM 1110-READ-CARD UNTIL PP-EOF                      02750000
027600         CLOSE PROP-FILE                                          02760000
027700      ELSE                                                        02770000
027800         DISPLAY 'NO PROPOSAL CARDS - CURRENT BANDS USED'         02780000
027900      END-IF.                                                     02790000
028000      IF NOT WS-CARDS-OK                                          02800000
028100         MOVE 'PROPOSAL CARDS IN ERROR - NOTHING PRICED'          02810000
028200            TO RPT-REC                                            02820000
028300         WRITE RPT-REC                                            02830000
028400         CLOSE EMP-FILE RPT-FILE                                  02840000
028500         MOVE 8 TO RETURN-CODE                                    02850000
028600         STOP RUN                                                 02860000
028700      END-IF.                                                     02870000
028800      PERFORM 1150-CHECK-PROPOSAL                                 02880000
028900         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 2.               02890000
029000 1100-LOAD-EXIT.                                                  02900000
029100      EXIT.                                                       02910000
029200 1110-READ-CARD.                                                  02920000
029300      READ PROP-FILE.                                             02930000
029400      EVALUATE TRUE                                               02940000
029500         WHEN PP-READ-OK                                          02950000
029600            ADD 1 TO CARD-CNTR                                    02960000
029700            PERFORM 1120-TAKE-CARD                                02970000
029800         WHEN PP-EOF                                              02980000
029900            CONTINUE                                              02990000
030000         WHEN OTHER                                               03000000
030100            MOVE '1110-READ-CARD' TO ERR-PARA                     03010000
030200            MOVE 'PROP-FILE' TO ERR-FILE-ID                       03020000
030300            MOVE PP-STATUS TO ERR-FILE-STATUS                     03030000
030400            PERFORM 9000-ERR-PARA                                 03040000
030500      END-EVALUATE.                                               03050000
030600      EXIT.                                                       03060000
030700 1120-TAKE-CARD.                                                  03070000
030800      EVALUATE TRUE                                               03080000
030900         WHEN PP-IS-COMMENT                                       03090000
031000            CONTINUE                                              03100000
031100         WHEN PP-IS-EFF                                           03110000
031200            IF PP-EFF-DATE NUMERIC AND PP-EFF-DATE > ZEROS        03120000
031300               MOVE PP-EFF-DATE TO WS-EFF-DATE                    03130000
031400            ELSE                                                  03140000
031500               PERFORM 1190-BAD-CARD                              03150000
031600            END-IF                                                03160000
031700         WHEN PP-IS-BAND                                          03170000
031800            IF PP-TYPE = 'A'                                      03180000
031900               MOVE 1 TO WS-PX                                    03190000
032000            ELSE                                                  03200000
032100               MOVE 2 TO WS-PX                                    03210000
032200            END-IF                                                03220000
032300            IF PP-CEILING NOT NUMERIC OR PP-PCT NOT NUMERIC       03230000
032400               OR PP-CEILING = ZEROS                              03240000
032500               OR PR-BAND-CNT(WS-PX) = 10                         03250000
032600               PERFORM 1190-BAD-CARD                              03260000
032700            ELSE                                                  03270000
032800               ADD 1 TO PR-BAND-CNT(WS-PX)                        03280000
032900               MOVE PR-BAND-CNT(WS-PX) TO WS-BX                   03290000
033000               MOVE PP-CEILING TO PB-CEILING(WS-PX WS-BX)         03300000
033100               MOVE PP-PCT TO PB-PCT(WS-PX WS-BX)                 03310000
033200               IF PP-NAME NOT = SPACES                            03320000
033300                  MOVE PP-NAME TO PR-NAME(WS-PX)                  03330000
033400               END-IF                                             03340000
033500            END-IF                                                03350000
033600         WHEN OTHER                                               03360000
033700            PERFORM 1190-BAD-CARD                                 03370000
033800      END-EVALUATE.                                               03380000
033900      EXIT.                                                       03390000
034000 1150-CHECK-PROPOSAL.                                             03400000
034100*     A PROPOSAL WITH NO CARDS IS THE CURRENT BANDING.  BANDS     03410000
034200*     MUST RISE - A CEILING AT OR BELOW THE ONE BEFORE IT COULD   03420000
034300*     NEVER BE REACHED.                                           03430000
034400      IF PR-BAND-CNT(WS-PX) = ZEROS                               03440000
034500         MOVE 'Y' TO PR-CUR-SW(WS-PX)                             03450000
034600         MOVE 'CURRENT BANDS' TO PR-NAME(WS-PX)                   03460000
034700         MOVE 4 TO PR-BAND-CNT(WS-PX)                             03470000
034800         PERFORM 1160-COPY-CURRENT                                03480000
034900            VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4             03490000
035000      ELSE                                                        03500000
035100         IF PR-NAME(WS-PX) = SPACES                               03510000
035200            IF WS-PX = 1                                          03520000
035300               MOVE 'PROPOSAL A' TO PR-NAME(WS-PX)                03530000
035400            ELSE                                                  03540000
035500               MOVE 'PROPOSAL B' TO PR-NAME(WS-PX)                03550000
035600            END-IF                                                03560000
035700         END-IF                                                   03570000
035800         PERFORM 1170-CHECK-ORDER                                 03580000
035900            VARYING WS-BX FROM 2 BY 1                             03590000
036000            UNTIL WS-BX > PR-BAND-CNT(WS-PX)                      03600000
036100      END-IF.                                                     03610000
036200      IF NOT WS-CARDS-OK                                          03620000
036300         MOVE SPACES TO RPT-REC                                   03630000
036400         STRING PR-NAME(WS-PX) ' - BAND CEILINGS NOT ASCENDING'   03640000
036500                ' - NOTHING PRICED'                               03650000
036600            DELIMITED BY SIZE INTO RPT-REC                        03660000
036700         END-STRING                                               03670000
036800         WRITE RPT-REC                                            03680000
036900         CLOSE EMP-FILE RPT-FILE                                  03690000
037000         MOVE 8 TO RETURN-CODE                                    03700000
037100         STOP RUN                                                 03710000
037200      END-IF.                                                     03720000
037300      EXIT.                                                       03730000
037400 1160-COPY-CURRENT.                                               03740000
037500      MOVE WS-CUR-CEILING(WS-BX) TO PB-CEILING(WS-PX WS-BX).      03750000
037600      MOVE WS-CUR-PCT(WS-BX) TO PB-PCT(WS-PX WS-BX).              03760000
037700      EXIT.                                                       03770000
037800 1170-CHECK-ORDER.                                                03780000
037900      IF PB-CEILING(WS-PX WS-BX) NOT >                            03790000
038000         PB-CEILING(WS-PX WS-BX - 1)                              03800000
038100         MOVE 'N' TO WS-CARD-SW                                   03810000
038200      END-IF.                                                     03820000
038300      EXIT.                                                       03830000
038400 1190-BAD-CARD.                                                   03840000
038500      MOVE 'N' TO WS-CARD-SW.                                     03850000
038600      MOVE SPACES TO RPT-REC.                                     03860000
038700      STRING 'BAD PROPOSAL CARD : ' PROP-REC                      03870000
038800         DELIMITED BY SIZE INTO RPT-REC                           03880000
038900      END-STRING.                                                 03890000
039000      WRITE RPT-REC.                                              03900000
039100      EXIT.                                                       03910000
039200 1200-ARREARS-MONTHS.                                             03920000
039300*     THE SAME MONTH COUNT D7EMP WOULD PAY ARREARS FOR IF IT RAN  03930000
039400*     TODAY WITH THIS EFFECTIVE DATE.                             03940000
039500      MOVE ZEROS TO WS-MONTHS.                                    03950000
039600      MOVE SPACES TO RPT-REC.                                     03960000
039700      IF WS-EFF-DATE = ZEROS                                      03970000
039800         MOVE 'NO EFFECTIVE DATE PROPOSED - NO ARREARS EXPOSURE'  03980000
039900            TO RPT-REC                                            03990000
040000      ELSE                                                        04000000
040100         COMPUTE WS-EFF-MONTHS = WS-EFF-YYYY * 12 + WS-EFF-MM     04010000
040200         COMPUTE WS-RUN-MONTHS = WS-TODAY-YYYY * 12 + WS-TODAY-MM 04020000
040300         COMPUTE WS-MONTHS = WS-RUN-MONTHS - WS-EFF-MONTHS        04030000
040400         IF WS-MONTHS < 0                                         04040000
040500            MOVE ZEROS TO WS-MONTHS                               04050000
040600         END-IF                                                   04060000
040700         IF WS-MONTHS > 24                                        04070000
040800            MOVE 24 TO WS-MONTHS                                  04080000
040900         END-IF                                                   04090000
041000         MOVE WS-MONTHS TO WS-MTH-ED                              04100000
041100         STRING 'PROPOSED EFFECTIVE DATE ' WS-EFF-DATE            04110000
041200                ' - ARREARS MONTHS ' WS-MTH-ED                    04120000
041300            DELIMITED BY SIZE INTO RPT-REC                        04130000
041400         END-STRING                                               04140000
041500      END-IF.                                                     04150000
041600      WRITE RPT-REC.                                              04160000
041700      EXIT.                                                       04170000
041800 2000-READ-EMP.                                                   04180000
041900      READ EMP-FILE.                                              04190000
042000      EVALUATE TRUE                                               04200000
042100         WHEN EM-READ-OK                                          04210000
042200            ADD 1 TO EM-CNTR                                      04220000
042300         WHEN EM-EOF                                              04230000
042400            CONTINUE                                              04240000
042500         WHEN OTHER                                               04250000
042600            MOVE '2000-READ-EMP' TO ERR-PARA                      04260000
042700            MOVE 'EMP-FILE' TO ERR-FILE-ID                        04270000
042800            MOVE EM-STATUS TO ERR-FILE-STATUS                     04280000
042900            PERFORM 9000-ERR-PARA                                 04290000
043000      END-EVALUATE.                                               04300000
043100      EXIT.                                                       04310000
043200 3000-PRCS-EMP.                                                   04320000
043300      IF EM-SAL NOT NUMERIC                                       04330000
043400         ADD 1 TO BAD-CNTR                                        04340000
043500         DISPLAY 'SALARY NOT NUMERIC - SKIPPED : ' EM-EID         04350000
043600         GO TO 3000-READ-NEXT                                     04360000
043700      END-IF.                                                     04370000
043800      ADD 1 TO SAL-CNTR.                                          04380000
043900      MOVE EM-SAL TO WS-OLD-SAL.                                  04390000
043910      MOVE EM-GRADE TO GP-GRADE.                                  04391001
043920      CALL 'GRADESUB' USING GP-GRADE-PARM.                        04392001
044000      PERFORM 3100-APPLY-PROPOSAL THRU 3100-APPLY-EXIT            04400000
044100         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 2.               04410000
044200 3000-READ-NEXT.                                                  04420000
044300      PERFORM 2000-READ-EMP.                                      04430000
044400 3000-PRCS-EXIT.                                                  04440000
044500      EXIT.                                                       04450000
044600 3100-APPLY-PROPOSAL.                                             04460000
044700      MOVE WS-OLD-SAL TO WS-FIND-SAL.                             04470000
044800      PERFORM 3200-FIND-BAND.                                     04480000
044900      MOVE WS-FIND-BAND TO WS-OLD-BAND.                           04490000
045000      ADD 1 TO PR-EMP-CNT(WS-PX).                                 04500000
045100      ADD WS-OLD-SAL TO PR-OLD-TOT(WS-PX).                        04510000
045200      IF WS-OLD-BAND = ZEROS                                      04520000
045300         ADD 1 TO PR-UNB-CNT(WS-PX)                               04530000
045400         ADD WS-OLD-SAL TO PR-NEW-TOT(WS-PX)                      04540000
045500         MOVE 4 TO RETURN-CODE                                    04550000
045600         GO TO 3100-APPLY-EXIT                                    04560000
045700      END-IF.                                                     04570000
045800      COMPUTE WS-NEW-SAL = WS-OLD-SAL                             04580000
045900         + WS-OLD-SAL * PB-PCT(WS-PX WS-OLD-BAND) / 100.          04590000
045905      IF GP-GRADE-OK AND WS-NEW-SAL > GP-MAX                      04590501
045910         MOVE WS-NEW-SAL TO WS-UNCAPPED                           04591001
045915         IF WS-OLD-SAL > GP-MAX                                   04591501
045920            MOVE WS-OLD-SAL TO WS-NEW-SAL                         04592001
045925         ELSE                                                     04592501
045930            MOVE GP-MAX TO WS-NEW-SAL                             04593001
045935         END-IF                                                   04593501
045940         ADD 1 TO PR-CAP-CNT(WS-PX)                               04594001
045945         COMPUTE PR-CAP-TOT(WS-PX) = PR-CAP-TOT(WS-PX)            04594501
045950            + WS-UNCAPPED - WS-NEW-SAL                            04595001
045955      END-IF.                                                     04595501
046000      COMPUTE WS-INCREASE = WS-NEW-SAL - WS-OLD-SAL.              04600000
046100      ADD WS-NEW-SAL TO PR-NEW-TOT(WS-PX).                        04610000
046200      ADD WS-INCREASE TO PR-INC-TOT(WS-PX).                       04620000
046300      ADD 1 TO PB-EMPS(WS-PX WS-OLD-BAND).                        04630000
046400      ADD WS-OLD-SAL TO PB-OLD-TOT(WS-PX WS-OLD-BAND).            04640000
046500      ADD WS-INCREASE TO PB-INC-TOT(WS-PX WS-OLD-BAND).           04650000
046600*     A NEW SALARY ABOVE THE LAST CEILING STILL COUNTS AS A MOVE. 04660000
046700      MOVE WS-NEW-SAL TO WS-FIND-SAL.                             04670000
046800      PERFORM 3200-FIND-BAND.                                     04680000
046900      MOVE WS-FIND-BAND TO WS-NEW-BAND.                           04690000
047000      IF WS-NEW-BAND NOT = WS-OLD-BAND                            04700000
047100         ADD 1 TO PR-MOVE-CNT(WS-PX)                              04710000
047200         ADD 1 TO PB-MOVES(WS-PX WS-OLD-BAND)                     04720000
047300      END-IF.                                                     04730000
047400 3100-APPLY-EXIT.                                                 04740000
047500      EXIT.                                                       04750000
047600 3200-FIND-BAND.                                                  04760000
047700*     THE FIRST BAND WHOSE CEILING IS ABOVE THE SALARY; A 9999999 04770000
047800*     CEILING TAKES EVERY SALARY LEFT.                            04780000
047900      MOVE ZEROS TO WS-FIND-BAND.                                 04790000
048000      PERFORM 3210-TEST-BAND                                      04800000
048100         VARYING WS-BX FROM PR-BAND-CNT(WS-PX) BY -1              04810000
048200         UNTIL WS-BX < 1.                                         04820000
048300      EXIT.                                                       04830000
048400 3210-TEST-BAND.                                                  04840000
048500      IF WS-FIND-SAL < PB-CEILING(WS-PX WS-BX)                    04850000
048600         OR PB-CEILING(WS-PX WS-BX) = 9999999                     04860000
048700         MOVE WS-BX TO WS-FIND-BAND                               04870000
048800      END-IF.                                                     04880000
048900      EXIT.                                                       04890000
049000 4000-PRINT-PROPOSAL.                                             04900000
049100      MOVE SPACES TO RPT-REC.                                     04910000
049200      WRITE RPT-REC.                                              04920000
049300      MOVE SPACES TO RPT-REC.                                     04930000
049400      IF WS-PX = 1                                                04940000
049500         STRING 'PROPOSAL A : ' PR-NAME(WS-PX)                    04950000
049600            DELIMITED BY SIZE INTO RPT-REC                        04960000
049700         END-STRING                                               04970000
049800      ELSE                                                        04980000
049900         STRING 'PROPOSAL B : ' PR-NAME(WS-PX)                    04990000
050000            DELIMITED BY SIZE INTO RPT-REC                        05000000
050100         END-STRING                                               05010000
050200      END-IF.                                                     05020000
050300      WRITE RPT-REC.                                              05030000
050400      MOVE WS-BAND-HDG TO RPT-REC.                                05040000
050500      WRITE RPT-REC.                                              05050000
050600      PERFORM 4010-PRINT-BAND                                     05060000
050700         VARYING WS-BX FROM 1 BY 1                                05070000
050800         UNTIL WS-BX > PR-BAND-CNT(WS-PX).                        05080000
050900      IF PR-UNB-CNT(WS-PX) > ZEROS                                05090000
051000         MOVE PR-UNB-CNT(WS-PX) TO WS-CNT-ED                      05100000
051100         MOVE SPACES TO RPT-REC                                   05110000
051200         STRING 'UNBANDED - ABOVE LAST CEILING, NO RAISE : '      05120000
051300                WS-CNT-ED                                         05130000
051400            DELIMITED BY SIZE INTO RPT-REC                        05140000
051500         END-STRING                                               05150000
051600         WRITE RPT-REC                                            05160000
051700      END-IF.                                                     05170000
051800      EXIT.                                                       05180000
051900 4010-PRINT-BAND.                                                 05190000
052000      MOVE WS-BX TO BL-BAND.                                      05200000
052100      IF PB-CEILING(WS-PX WS-BX) = 9999999                        05210000
052200         MOVE '  NO CEIL' TO BL-CEIL-X                            05220000
052300      ELSE                                                        05230000
052400         MOVE PB-CEILING(WS-PX WS-BX) TO BL-CEILING               05240000
052500      END-IF.                                                     05250000
052600      MOVE PB-PCT(WS-PX WS-BX) TO BL-PCT.                         05260000
052700      MOVE PB-EMPS(WS-PX WS-BX) TO BL-EMPS.                       05270000
052800      MOVE PB-OLD-TOT(WS-PX WS-BX) TO BL-OLD-TOT.                 05280000
052900      MOVE PB-INC-TOT(WS-PX WS-BX) TO BL-INC-TOT.                 05290000
053000      MOVE PB-MOVES(WS-PX WS-BX) TO BL-MOVES.                     05300000
053100      MOVE WS-BAND-LINE TO RPT-REC.                               05310000
053200      WRITE RPT-REC.                                              05320000
053300      EXIT.                                                       05330000
053400 4500-PRINT-COMPARE.                                              05340000
053500      MOVE SPACES TO RPT-REC.                                     05350000
053600      WRITE RPT-REC.                                              05360000
053700      MOVE 'SIDE BY SIDE' TO RPT-REC.                             05370000
053800      WRITE RPT-REC.                                              05380000
053900      MOVE PR-NAME(1) TO CH-NAME-A.                               05390000
054000      MOVE PR-NAME(2) TO CH-NAME-B.                               05400000
054100      MOVE WS-CMP-HDG TO RPT-REC.                                 05410000
054200      WRITE RPT-REC.                                              05420000
054300      MOVE 'EMPLOYEES PRICED' TO CL-DESC.                         05430000
054400      MOVE PR-EMP-CNT(1) TO CL-VAL-A.                             05440000
054500      MOVE PR-EMP-CNT(2) TO CL-VAL-B.                             05450000
054600      PERFORM 4590-WRITE-CMP.                                     05460000
054700      MOVE 'CURRENT MONTHLY PAYROLL' TO CL-DESC.                  05470000
054800      MOVE PR-OLD-TOT(1) TO CL-VAL-A.                             05480000
054900      MOVE PR-OLD-TOT(2) TO CL-VAL-B.                             05490000
055000      PERFORM 4590-WRITE-CMP.                                     05500000
055100      MOVE 'PROPOSED MONTHLY PAYROLL' TO CL-DESC.                 05510000
055200      MOVE PR-NEW-TOT(1) TO CL-VAL-A.                             05520000
055300      MOVE PR-NEW-TOT(2) TO CL-VAL-B.                             05530000
055400      PERFORM 4590-WRITE-CMP.                                     05540000
055500      MOVE 'MONTHLY INCREASE' TO CL-DESC.                         05550000
055600      MOVE PR-INC-TOT(1) TO CL-VAL-A.                             05560000
055700      MOVE PR-INC-TOT(2) TO CL-VAL-B.                             05570000
055800      PERFORM 4590-WRITE-CMP.                                     05580000
055900      MOVE 'ANNUAL INCREASE' TO CL-DESC.                          05590000
056000      COMPUTE WS-ANNUAL = PR-INC-TOT(1) * 12.                     05600000
056100      MOVE WS-ANNUAL TO CL-VAL-A.                                 05610000
056200      COMPUTE WS-ANNUAL = PR-INC-TOT(2) * 12.                     05620000
056300      MOVE WS-ANNUAL TO CL-VAL-B.                                 05630000
056400      PERFORM 4590-WRITE-CMP.                                     05640000
056500      MOVE 'PAYROLL INCREASE PERCENT' TO CL-DESC.                 05650000
056600      MOVE ZEROS TO WS-INC-PCT.                                   05660000
056700      IF PR-OLD-TOT(1) > ZEROS                                    05670000
056800         COMPUTE WS-INC-PCT ROUNDED =                             05680000
056900            PR-INC-TOT(1) * 100 / PR-OLD-TOT(1)                   05690000
057000      END-IF.                                                     05700000
057100      MOVE WS-INC-PCT TO CL-PCT-A.                                05710000
057200      MOVE ZEROS TO WS-INC-PCT.                                   05720000
057300      IF PR-OLD-TOT(2) > ZEROS                                    05730000
057400         COMPUTE WS-INC-PCT ROUNDED =                             05740000
057500            PR-INC-TOT(2) * 100 / PR-OLD-TOT(2)                   05750000
057600      END-IF.                                                     05760000
057700      MOVE WS-INC-PCT TO CL-PCT-B.                                05770000
057800      PERFORM 4590-WRITE-CMP.                                     05780000
057900      MOVE 'ARREARS EXPOSURE' TO CL-DESC.                         05790000
058000      COMPUTE WS-ARR-EXP = PR-INC-TOT(1) * WS-MONTHS.             05800000
058100      MOVE WS-ARR-EXP TO CL-VAL-A.                                05810000
058200      COMPUTE WS-ARR-EXP = PR-INC-TOT(2) * WS-MONTHS.             05820000
058300      MOVE WS-ARR-EXP TO CL-VAL-B.                                05830000
058400      PERFORM 4590-WRITE-CMP.                                     05840000
058500      MOVE 'EMPLOYEES MOVING UP A BAND' TO CL-DESC.               05850000
058600      MOVE PR-MOVE-CNT(1) TO CL-VAL-A.                            05860000
058700      MOVE PR-MOVE-CNT(2) TO CL-VAL-B.                            05870000
058800      PERFORM 4590-WRITE-CMP.                                     05880000
058900      MOVE 'EMPLOYEES UNBANDED' TO CL-DESC.                       05890000
059000      MOVE PR-UNB-CNT(1) TO CL-VAL-A.                             05900000
059100      MOVE PR-UNB-CNT(2) TO CL-VAL-B.                             05910000
059110      PERFORM 4590-WRITE-CMP.                                     05911001
059120      MOVE 'RAISES CAPPED AT GRADE MAX' TO CL-DESC.               05912001
059130      MOVE PR-CAP-CNT(1) TO CL-VAL-A.                             05913001
059140      MOVE PR-CAP-CNT(2) TO CL-VAL-B.                             05914001
059150      PERFORM 4590-WRITE-CMP.                                     05915001
059160      MOVE 'MONTHLY AMOUNT CAPPED' TO CL-DESC.                    05916001
059170      MOVE PR-CAP-TOT(1) TO CL-VAL-A.                             05917001
059180      MOVE PR-CAP-TOT(2) TO CL-VAL-B.                             05918001
059200      PERFORM 4590-WRITE-CMP.                                     05920000
059300      EXIT.                                                       05930000
059400 4590-WRITE-CMP.                                                  05940000
059500      MOVE WS-CMP-LINE TO RPT-REC.                                05950000
059600      WRITE RPT-REC.                                              05960000
059700      EXIT.                                                       05970000
059800 5000-CLOSE-PARA.                                                 05980000
059900      MOVE SPACES TO RPT-REC.                                     05990000
060000      WRITE RPT-REC.                                              06000000
060100      MOVE SPACES TO RPT-REC.                                     06010000
060200      STRING 'EMPLOYEES READ=' EM-CNTR ' PRICED=' SAL-CNTR        06020000
060300             ' SALARY NOT NUMERIC=' BAD-CNTR ' CARDS=' CARD-CNTR  06030000
060400         DELIMITED BY SIZE INTO RPT-REC                           06040000
060500      END-STRING.                                                 06050000
060600      WRITE RPT-REC.                                              06060000
060700      CLOSE EMP-FILE RPT-FILE.                                    06070000
060800      DISPLAY 'EMPLOYEES READ       : ' EM-CNTR.                  06080000
060900      DISPLAY 'EMPLOYEES PRICED     : ' SAL-CNTR.                 06090000
061000      DISPLAY 'SALARY NOT NUMERIC   : ' BAD-CNTR.                 06100000
061100      DISPLAY 'PROPOSAL A           : ' PR-NAME(1).               06110000
061200      DISPLAY 'PROPOSAL B           : ' PR-NAME(2).               06120000
061300      PERFORM 5200-WRITE-RUNSTAT.                                 06130000
061400      EXIT.                                                       06140000
061500 5200-WRITE-RUNSTAT.                                              06150000
061600      OPEN EXTEND STATFILE.                                       06160000
061700      EVALUATE TRUE                                               06170000
061800         WHEN RS-OPEN-OK                                          06180000
061900            MOVE SPACES TO RS-RUNSTAT-REC                         06190000
062000            MOVE 'RAISESIM' TO RS-PGM-NAME                        06200000
062100            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 06210000
062200            ACCEPT RS-RUN-TIME FROM TIME                          06220000
062300            MOVE EM-CNTR TO RS-READ-CNT                           06230000
062400            MOVE ZEROS TO RS-WRITE-CNT                            06240000
062500            MOVE BAD-CNTR TO RS-REJ-CNT                           06250000
062600            MOVE RETURN-CODE TO RS-RETURN-CD                      06260000
062700            WRITE RS-RUNSTAT-REC                                  06270000
062800            IF NOT RS-WRITE-OK                                    06280000
062900               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   06290000
063000            END-IF                                                06300000
063100            CLOSE STATFILE                                        06310000
063200         WHEN OTHER                                               06320000
063300            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       06330000
063400      END-EVALUATE.                                               06340000
063500      EXIT.                                                       06350000
063600 9000-ERR-PARA.                                                   06360000
063700      DISPLAY WS-ERR-DESC.                                        06370000
063800      MOVE 30 TO RETURN-CODE.                                     06380000
063900      STOP RUN.                                                   06390000
