000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CASHSCRN.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : THE DAY'S TXNPOST ACTIVITY JOURNAL (DDACTV),      00040000
000500*               ROLLING SCREENING HISTORY (DDHISTI, CASHHREC),    00050000
000600*               SYSIN - RUN DATE (YYYYMMDD, BLANK = TODAY),       00060000
000700*               REPORTING THRESHOLD (9(7)V99, BLANK = 10000.00),  00070000
000800*               WINDOW DAYS (BLANK = 05), TRANSFER REPEAT         00080000
000900*               COUNT (BLANK = 03)                                00090000
001000* OUTPUT FILE : CASE KSDS (DDCASEKS, I-O, CASEREC), NEXT          00100000
001100*               SCREENING HISTORY (DDHISTO), RUN REPORT (DDRPT)   00110000
001200* PRG DESC    : DAILY LARGE-CASH AND STRUCTURING SCREEN.  THE     00120000
001300*               DAY'S CASH DEPOSITS (DP), CASH WITHDRAWALS (WD)   00130000
001400*               AND TRANSFERS OUT (TO - THE TARGET IS THE TI      00140000
001500*               LINE TXNPOST WRITES RIGHT AFTER IT) ARE ADDED TO  00150000
001600*               THE HISTORY OF THE LAST WINDOW DAYS AND           00160000
001700*               SCREENED -                                        00170000
001800*               LC  A SINGLE DP OR WD OVER THE THRESHOLD.         00180000
001900*               ST  TWO OR MORE DP (OR WD) ITEMS AT OR UNDER THE  00190000
002000*                   THRESHOLD ON ONE CUST-ID WITHIN THE WINDOW    00200000
002100*                   ADDING UP TO MORE THAN IT.                    00210000
002200*               RT  THE REPEAT COUNT OR MORE TRANSFERS FROM ONE   00220000
002300*                   CUST-ID TO THE SAME TARGET WITHIN THE WINDOW. 00230000
002400*               ONLY A CUSTOMER WITH A QUALIFYING ITEM TODAY IS   00240000
002500*               SCREENED, AND AN ST OR RT CASE ALREADY RAISED     00250000
002600*               WITHIN THE WINDOW FOR THE SAME CUSTOMER, CODE     00260000
002700*               AND TARGET IS NOT RAISED AGAIN.  EACH CASE GOES   00270000
002800*               ON THE CASE KSDS AT REVIEW STATUS O (OPEN) FOR    00280000
002900*               CASEMNT.  A RUN DATE NOT AFTER THE LAST DATE      00290000
003000*               SCREENED IS REFUSED (RC 8) SO A RERUN CANNOT      00300000
003100*               COUNT A DAY TWICE; THE HISTORY IS THEN CARRIED    00310001
003110*               FORWARD UNCHANGED.  RC 4 WHEN CASES ARE RAISED.   00311001
003200* AUTHOR      : GIRIDHAR                                          00320000
003300* CREATED ON  : 15 OCT 2026                                       00330000
003310* MODIFIED ON : 15 OCT 2026 - HISTORY KEPT ON A REFUSED RERUN     00331001
003400***************************************************************** 00340000
003500 ENVIRONMENT DIVISION.                                            00350000
003600 INPUT-OUTPUT SECTION.                                            00360000
003700 FILE-CONTROL.                                                    00370000
003800      SELECT ACTFILE ASSIGN TO DDACTV                             00380000
003900      ORGANIZATION IS SEQUENTIAL                                  00390000
004000      ACCESS MODE IS SEQUENTIAL                                   00400000
004100      FILE STATUS AC-STATUS.                                      00410000
004200*                                                                 00420000
004300      SELECT HISTIN ASSIGN TO DDHISTI                             00430000
004400      ORGANIZATION IS SEQUENTIAL                                  00440000
004500      ACCESS MODE IS SEQUENTIAL                                   00450000
004600      FILE STATUS HI-STATUS.                                      00460000
004700*                                                                 00470000
004800      SELECT HISTOUT ASSIGN TO DDHISTO                            00480000
004900      ORGANIZATION IS SEQUENTIAL                                  00490000
005000      ACCESS MODE IS SEQUENTIAL                                   00500000
005100      FILE STATUS HO-STATUS.                                      00510000
005200*                                                                 00520000
005300      SELECT CASEFILE ASSIGN TO DDCASEKS                          00530000
005400      ORGANIZATION IS INDEXED                                     00540000
005500      ACCESS MODE IS DYNAMIC                                      00550000
005600      RECORD KEY IS CS-CASE-KEY                                   00560000
005700      FILE STATUS CS-STATUS.                                      00570000
005800*                                                                 00580000
005900      SELECT RPTFILE ASSIGN TO DDRPT                              00590000
006000      ORGANIZATION IS SEQUENTIAL                                  00600000
006100      ACCESS MODE IS SEQUENTIAL                                   00610000
006200      FILE STATUS RP-STATUS.                                      00620000
006300*                                                                 00630000
006400 DATA DIVISION.                                                   00640000
006500 FILE SECTION.                                                    00650000
006600 FD ACTFILE RECORDING MODE F.                                     00660000
006700 01 ACT-REC.                                                      00670000
006800    05 AC-CUSTID     PIC X(5).                                    00680000
006900    05 FILLER        PIC X.                                       00690000
007000    05 AC-ACCTYPE    PIC X(3).                                    00700000
007100    05 FILLER        PIC X.                                       00710000
007200    05 AC-OLD-BAL    PIC 9(7).99.                                 00720000
007300    05 FILLER        PIC X.                                       00730000
007400    05 AC-AMOUNT     PIC 9(5).99.                                 00740000
007500    05 FILLER        PIC X.                                       00750000
007600    05 AC-NEW-BAL    PIC 9(7).99.                                 00760000
007700    05 FILLER        PIC X.                                       00770000
007800    05 AC-TXN-CODE   PIC X(2).                                    00780000
007900    05 AC-DRCR       PIC X.                                       00790000
008000    05 FILLER        PIC X(36).                                   00800000
008100 FD HISTIN RECORDING MODE F.                                      00810000
008200 COPY CASHHREC REPLACING ==:CHH:== BY ==HI==.                     00820000
008300 FD HISTOUT RECORDING MODE F.                                     00830000
008400 COPY CASHHREC REPLACING ==:CHH:== BY ==HO==.                     00840000
008500 FD CASEFILE.                                                     00850000
008600 COPY CASEREC REPLACING ==:CSE:== BY ==CS==.                      00860000
008700 FD RPTFILE RECORDING MODE F.                                     00870000
008800 01 RPT-REC PIC X(80).                                            00880000
008900 WORKING-STORAGE SECTION.                                         00890000
009000 01 WS-FILE-STATUSES.                                             00900000
009100    05 AC-STATUS PIC XX.                                          00910000
009200    88 AC-OPEN-OK VALUE '00'.                                     00920000
009300    88 AC-READ-OK VALUE '00'.                                     00930000
009400    88 AC-EOF     VALUE '10'.                                     00940000
009500    05 HI-STATUS PIC XX.                                          00950000
009600    88 HI-OPEN-OK VALUE '00'.                                     00960000
009700    88 HI-READ-OK VALUE '00'.                                     00970000
009800    88 HI-EOF     VALUE '10'.                                     00980000
009900    05 HO-STATUS PIC XX.                                          00990000
010000    88 HO-OPEN-OK  VALUE '00'.                                    01000000
010100    88 HO-WRITE-OK VALUE '00'.                                    01010000
010200    05 CS-STATUS PIC XX.                                          01020000
010300    88 CS-OPEN-OK  VALUE '00'.                                    01030000
010400    88 CS-READ-OK  VALUE '00'.                                    01040000
010500    88 CS-WRITE-OK VALUE '00'.                                    01050000
010600    88 CS-DUPKEY   VALUE '22'.                                    01060000
010700    88 CS-KEYNF    VALUE '23'.                                    01070000
010800    88 CS-EOF      VALUE '10'.                                    01080000
010900    05 RP-STATUS PIC XX.                                          01090000
011000    88 RP-OPEN-OK VALUE '00'.                                     01100000
011100 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01110000
011200 01 WS-RUN-IN PIC X(8) VALUE SPACES.                              01120000
011300 01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.                             01130000
011400 01 WS-THRESH-IN PIC X(9) VALUE SPACES.                           01140000
011450 01 WS-THRESH-9 REDEFINES WS-THRESH-IN PIC 9(7)V99.               01145002
011500 01 WS-THRESHOLD PIC 9(7)V99 VALUE 10000.00.                      01150000
011600 01 WS-DAYS-IN PIC X(2) VALUE SPACES.                             01160000
011700 01 WS-WINDOW PIC 9(2) VALUE 05.                                  01170000
011800 01 WS-XFER-IN PIC X(2) VALUE SPACES.                             01180000
011900 01 WS-XFER-LIMIT PIC 9(2) VALUE 03.                              01190000
012000 01 WS-DATE-INTS.                                                 01200000
012100    05 WS-RUN-INT    PIC 9(7) VALUE ZEROS.                        01210000
012200    05 WS-CUTOFF-INT PIC 9(7) VALUE ZEROS.                        01220000
012300    05 WS-CUTOFF     PIC 9(8) VALUE ZEROS.                        01230000
012400    05 WS-LAST-DATE  PIC 9(8) VALUE ZEROS.                        01240000
012500*    DAY'S ITEMS AND THE HISTORY STILL INSIDE THE WINDOW          01250000
012600 01 IT-CNT PIC 9(5) VALUE 0.                                      01260000
012700 01 WS-IT-IDX PIC 9(5) VALUE 0.                                   01270000
012800 01 WS-JT-IDX PIC 9(5) VALUE 0.                                   01280000
012900 01 WS-PEND-IDX PIC 9(5) VALUE 0.                                 01290000
013000 01 WS-ITEM-TABLE.                                                01300000
013100    05 WS-IT-ENT OCCURS 5000 TIMES.                               01310000
013200       10 WS-IT-CUST   PIC X(5).                                  01320000
013300       10 WS-IT-DATE   PIC 9(8).                                  01330000
013400       10 WS-IT-CODE   PIC X(2).                                  01340000
013500       10 WS-IT-AMT    PIC 9(5)V99.                               01350000
013600       10 WS-IT-TARGET PIC X(5).                                  01360000
013700       10 WS-IT-DONE   PIC X.                                     01370000
013800 01 WS-SCREEN-WORK.                                               01380000
013900    05 WS-SUM-AMT    PIC 9(9)V99.                                 01390000
014000    05 WS-SUM-CNT    PIC 9(3).                                    01400000
014100    05 WS-FROM-DATE  PIC 9(8).                                    01410000
014200    05 WS-RULE       PIC X(2).                                    01420000
014300    05 WS-FOUND-SW   PIC X VALUE 'N'.                             01430000
014400       88 CASE-FOUND VALUE 'Y'.                                   01440000
014500    05 WS-SCAN-SW    PIC X VALUE 'N'.                             01450000
014600       88 SCAN-DONE  VALUE 'Y'.                                   01460000
014700    05 WS-AMT-ED     PIC ZZZ,ZZZ,ZZ9.99.                          01470000
014800 01 WS-CNTRS.                                                     01480000
014900    05 AC-CNTR   PIC 9(6) VALUE ZEROS.                            01490000
015000    05 HI-CNTR   PIC 9(6) VALUE ZEROS.                            01500000
015100    05 HO-CNTR   PIC 9(6) VALUE ZEROS.                            01510000
015200    05 LC-CNTR   PIC 9(6) VALUE ZEROS.                            01520000
015300    05 ST-CNTR   PIC 9(6) VALUE ZEROS.                            01530000
015400    05 RT-CNTR   PIC 9(6) VALUE ZEROS.                            01540000
015500    05 DUP-CNTR  PIC 9(6) VALUE ZEROS.                            01550000
015600 01 WS-ERR-DESC.                                                  01560000
015700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01570000
015800    05  ERR-PARA             PIC X(30).                           01580000
015900    05  FILLER               PIC XX VALUE SPACES.                 01590000
016000    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01600000
016100    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01610000
016200    05  ERR-FILE-STATUS      PIC XX.                              01620000
016300 PROCEDURE DIVISION.                                              01630000
016400 0000-MAIN-PARA.                                                  01640000
016500      PERFORM 1000-INIT-PARA.                                     01650000
016600      PERFORM 2000-OPEN-FILES.                                    01660000
016700      PERFORM 2100-LOAD-HISTORY UNTIL HI-EOF.                     01670000
016800      PERFORM 2200-LOAD-JOURNAL UNTIL AC-EOF.                     01680000
016900      DISPLAY 'ITEMS IN WINDOW : ' IT-CNT.                        01690000
017000      PERFORM 3000-SCREEN-ITEM                                    01700000
017100          VARYING WS-IT-IDX FROM 1 BY 1                           01710000
017200          UNTIL WS-IT-IDX > IT-CNT.                               01720000
017300      PERFORM 4000-CLOSE-PARA.                                    01730000
017400      STOP RUN.                                                   01740000
017500 0000-MAIN-PARA-EXIT.                                             01750000
017600      EXIT.                                                       01760000
017700 1000-INIT-PARA.                                                  01770000
017800      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01780000
017900      DISPLAY 'ENTER RUN DATE (YYYYMMDD, BLANK = TODAY) : '.      01790000
018000      ACCEPT WS-RUN-IN.                                           01800000
018100      IF WS-RUN-IN NUMERIC                                        01810000
018200         MOVE WS-RUN-IN TO WS-RUN-DATE                            01820000
018300      ELSE                                                        01830000
018400         MOVE WS-TODAY TO WS-RUN-DATE                             01840000
018500      END-IF.                                                     01850000
018600      DISPLAY 'ENTER THRESHOLD 9(7)V99 (BLANK = 10000.00) : '.    01860000
018700      ACCEPT WS-THRESH-IN.                                        01870000
018800      IF WS-THRESH-IN NUMERIC                                     01880000
018900         MOVE WS-THRESH-9 TO WS-THRESHOLD                         01890002
019000      END-IF.                                                     01900000
019100      DISPLAY 'ENTER WINDOW DAYS (BLANK = 05) : '.                01910000
019200      ACCEPT WS-DAYS-IN.                                          01920000
019300      IF WS-DAYS-IN NUMERIC                                       01930000
019400         MOVE WS-DAYS-IN TO WS-WINDOW                             01940000
019500      END-IF.                                                     01950000
019600      IF WS-WINDOW = ZEROS                                        01960000
019700         MOVE 05 TO WS-WINDOW                                     01970000
019800      END-IF.                                                     01980000
019900      DISPLAY 'ENTER TRANSFER REPEAT COUNT (BLANK = 03) : '.      01990000
020000      ACCEPT WS-XFER-IN.                                          02000000
020100      IF WS-XFER-IN NUMERIC                                       02010000
020200         MOVE WS-XFER-IN TO WS-XFER-LIMIT                         02020000
020300      END-IF.                                                     02030000
020400      IF WS-XFER-LIMIT < 2                                        02040000
020500         MOVE 03 TO WS-XFER-LIMIT                                 02050000
020600      END-IF.                                                     02060000
020700*     THE WINDOW RUNS FROM CUTOFF TO THE RUN DATE INCLUSIVE.      02070000
020800      COMPUTE WS-RUN-INT =                                        02080000
020900         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                   02090000
021000      COMPUTE WS-CUTOFF-INT = WS-RUN-INT - WS-WINDOW + 1.         02100000
021100      COMPUTE WS-CUTOFF =                                         02110000
021200         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).                 02120000
021300      MOVE WS-THRESHOLD TO WS-AMT-ED.                             02130000
021400      DISPLAY 'RUN DATE ' WS-RUN-DATE ' THRESHOLD ' WS-AMT-ED     02140000
021500         ' WINDOW ' WS-WINDOW ' DAYS FROM ' WS-CUTOFF             02150000
021600         ' TRANSFER REPEATS ' WS-XFER-LIMIT.                      02160000
021700      EXIT.                                                       02170000
021800 2000-OPEN-FILES.                                                 02180000
021900      OPEN INPUT ACTFILE.                                         02190000
022000      IF NOT AC-OPEN-OK                                           02200000
022100         MOVE '2000-OPEN-FILES' TO ERR-PARA                       02210000
022200         MOVE 'ACTFILE' TO ERR-FILE-ID                            02220000
022300         MOVE AC-STATUS TO ERR-FILE-STATUS                        02230000
022400         PERFORM 9000-ERR-PARA                                    02240000
022500      END-IF.                                                     02250000
022600      OPEN INPUT HISTIN.                                          02260000
022700      IF NOT HI-OPEN-OK                                           02270000
022800         DISPLAY 'NO SCREENING HISTORY - WINDOW STARTS TODAY'     02280000
022900         MOVE '10' TO HI-STATUS                                   02290000
023000      END-IF.                                                     02300000
023100      OPEN I-O CASEFILE.                                          02310000
023200      IF NOT CS-OPEN-OK                                           02320000
023300         MOVE '2000-OPEN-FILES' TO ERR-PARA                       02330000
023400         MOVE 'CASEFILE' TO ERR-FILE-ID                           02340000
023500         MOVE CS-STATUS TO ERR-FILE-STATUS                        02350000
023600         PERFORM 9000-ERR-PARA                                    02360000
023700      END-IF.                                                     02370000
023800      OPEN OUTPUT HISTOUT.                                        02380000
023900      IF NOT HO-OPEN-OK                                           02390000
024000         MOVE '2000-OPEN-FILES' TO ERR-PARA                       02400000
024100         MOVE 'HISTOUT' TO ERR-FILE-ID                            02410000
024200         MOVE HO-STATUS TO ERR-FILE-STATUS                        02420000
024300         PERFORM 9000-ERR-PARA                                    02430000
024400      END-IF.                                                     02440000
024500      OPEN OUTPUT RPTFILE.                                        02450000
024600      IF NOT RP-OPEN-OK                                           02460000
024700         MOVE '2000-OPEN-FILES' TO ERR-PARA                       02470000
024800         MOVE 'RPTFILE' TO ERR-FILE-ID                            02480000
024900         MOVE RP-STATUS TO ERR-FILE-STATUS                        02490000
025000         PERFORM 9000-ERR-PARA                                    02500000
025100      END-IF.                                                     02510000
025200      MOVE SPACES TO RPT-REC.                                     02520000
025300      STRING 'CASH SCREEN  RUN DATE ' WS-RUN-DATE                 02530000
025400             '  WINDOW FROM ' WS-CUTOFF                           02540000
025500             '  THRESHOLD ' WS-AMT-ED                             02550000
025600         DELIMITED BY SIZE INTO RPT-REC                           02560000
025700      END-STRING.                                                 02570000
025800      WRITE RPT-REC.                                              02580000
025900      EXIT.                                                       02590000
026000 2100-LOAD-HISTORY.                                               02600000
026100      READ HISTIN.                                                02610000
026200      EVALUATE TRUE                                               02620000
026300         WHEN HI-READ-OK                                          02630000
026400            IF HI-HDR                                             02640000
026500               MOVE HI-TXN-DATE TO WS-LAST-DATE                   02650000
026600               IF WS-LAST-DATE NOT < WS-RUN-DATE                  02660000
026700                  DISPLAY 'RUN DATE ' WS-RUN-DATE                 02670000
026800                     ' ALREADY SCREENED (LAST ' WS-LAST-DATE ')'  02680000
026810                  PERFORM 2150-CARRY-HISTORY                      02681002
026900                  MOVE 8 TO RETURN-CODE                           02690000
027000                  STOP RUN                                        02700000
027100               END-IF                                             02710000
027200            ELSE                                                  02720000
027300               ADD 1 TO HI-CNTR                                   02730000
027400               IF HI-TXN-DATE NOT < WS-CUTOFF                     02740000
027500                  PERFORM 2300-ADD-ITEM                           02750000
027600                  MOVE HI-CUST-ID TO WS-IT-CUST(IT-CNT)           02760000
027700                  MOVE HI-TXN-DATE TO WS-IT-DATE(IT-CNT)          02770000
027800                  MOVE HI-TXN-CODE TO WS-IT-CODE(IT-CNT)          02780000
027900                  MOVE HI-AMOUNT TO WS-IT-AMT(IT-CNT)             02790000
028000                  MOVE HI-TARGET-ID TO WS-IT-TARGET(IT-CNT)       02800000
028100               END-IF                                             02810000
028200            END-IF                                                02820000
028300         WHEN HI-EOF                                              02830000
028400            CONTINUE                                              02840000
028500         WHEN OTHER                                               02850000
028600            MOVE '2100-LOAD-HISTORY' TO ERR-PARA                  02860000
028700            MOVE 'HISTIN' TO ERR-FILE-ID                          02870000
028800            MOVE HI-STATUS TO ERR-FILE-STATUS                     02880000
028900            PERFORM 9000-ERR-PARA                                 02890000
029000      END-EVALUATE.                                               02900000
029100      EXIT.                                                       02910000
029101*    A REFUSED RERUN STILL CATALOGUES THE NEW HISTORY GENERATION -02910101
029102*    CARRY THE OLD ONE FORWARD UNCHANGED, HEADER FIRST, SO NO     02910201
029103*    HISTORY IS LOST AND THE NEXT RUN SEES THE SAME LAST DATE.    02910301
029104 2150-CARRY-HISTORY.                                              02910401
029105      PERFORM 2160-COPY-HIST-REC UNTIL HI-EOF.                    02910501
029106      CLOSE HISTIN HISTOUT.                                       02910601
029107      EXIT.                                                       02910701
029108 2160-COPY-HIST-REC.                                              02910801
029109      MOVE HI-HIST-REC TO HO-HIST-REC.                            02910901
029110      WRITE HO-HIST-REC.                                          02911001
029111      IF NOT HO-WRITE-OK                                          02911101
029112         MOVE '2160-COPY-HIST-REC' TO ERR-PARA                    02911201
029113         MOVE 'HISTOUT' TO ERR-FILE-ID                            02911301
029114         MOVE HO-STATUS TO ERR-FILE-STATUS                        02911401
029115         PERFORM 9000-ERR-PARA                                    02911501
029116      END-IF.                                                     02911601
029117      READ HISTIN.                                                02911701
029118      IF NOT HI-READ-OK AND NOT HI-EOF                            02911801
029119         MOVE '2160-COPY-HIST-REC' TO ERR-PARA                    02911901
029120         MOVE 'HISTIN' TO ERR-FILE-ID                             02912001
029121         MOVE HI-STATUS TO ERR-FILE-STATUS                        02912101
029122         PERFORM 9000-ERR-PARA                                    02912201
029123      END-IF.                                                     02912301
029124      EXIT.                                                       02912401
029200 2200-LOAD-JOURNAL.                                               02920000
029300      READ ACTFILE.                                               02930000
029400      EVALUATE TRUE                                               02940000
029500         WHEN AC-READ-OK                                          02950000
029600            ADD 1 TO AC-CNTR                                      02960000
029700*           THE TI LEG FOLLOWS ITS TO LEG - IT NAMES THE TARGET.  02970000
029800            IF WS-PEND-IDX > 0 AND AC-TXN-CODE = 'TI'             02980000
029900               MOVE AC-CUSTID TO WS-IT-TARGET(WS-PEND-IDX)        02990000
030000            END-IF                                                03000000
030100            MOVE 0 TO WS-PEND-IDX                                 03010000
030200            IF AC-TXN-CODE = 'DP' OR AC-TXN-CODE = 'WD'           03020000
030300               OR AC-TXN-CODE = 'TO'                              03030000
030400               PERFORM 2300-ADD-ITEM                              03040000
030500               MOVE AC-CUSTID TO WS-IT-CUST(IT-CNT)               03050000
030600               MOVE WS-RUN-DATE TO WS-IT-DATE(IT-CNT)             03060000
030700               MOVE AC-TXN-CODE TO WS-IT-CODE(IT-CNT)             03070000
030800               MOVE AC-AMOUNT TO WS-IT-AMT(IT-CNT)                03080000
030900               MOVE SPACES TO WS-IT-TARGET(IT-CNT)                03090000
031000               IF AC-TXN-CODE = 'TO'                              03100000
031100                  MOVE IT-CNT TO WS-PEND-IDX                      03110000
031200               END-IF                                             03120000
031300            END-IF                                                03130000
031400         WHEN AC-EOF                                              03140000
031500            CONTINUE                                              03150000
031600         WHEN OTHER                                               03160000
031700            MOVE '2200-LOAD-JOURNAL' TO ERR-PARA                  03170000
031800            MOVE 'ACTFILE' TO ERR-FILE-ID                         03180000
031900            MOVE AC-STATUS TO ERR-FILE-STATUS                     03190000
032000            PERFORM 9000-ERR-PARA                                 03200000
032100      END-EVALUATE.                                               03210000
032200      EXIT.                                                       03220000
032300 2300-ADD-ITEM.                                                   03230000
032400      IF IT-CNT NOT < 5000                                        03240000
032500         DISPLAY 'SCREENING TABLE FULL - RUN STOPPED'             03250000
032600         MOVE 30 TO RETURN-CODE                                   03260000
032700         STOP RUN                                                 03270000
032800      END-IF.                                                     03280000
032900      ADD 1 TO IT-CNT.                                            03290000
033000      MOVE 'N' TO WS-IT-DONE(IT-CNT).                             03300000
033100      EXIT.                                                       03310000
033200***************************************************************** 03320000
033300* ONLY TODAY'S ITEMS START A SCREEN; THE WINDOW TOTALS TAKE IN    03330000
033400* THE HISTORY.  DONE MARKS A TODAY ITEM ALREADY COVERED BY AN     03340000
033500* EARLIER ITEM'S ST OR RT SCREEN.                                 03350000
033600***************************************************************** 03360000
033700 3000-SCREEN-ITEM.                                                03370000
033800      IF WS-IT-DATE(WS-IT-IDX) = WS-RUN-DATE                      03380000
033900         EVALUATE WS-IT-CODE(WS-IT-IDX)                           03390000
034000            WHEN 'DP'                                             03400000
034100            WHEN 'WD'                                             03410000
034200               IF WS-IT-AMT(WS-IT-IDX) > WS-THRESHOLD             03420000
034300                  PERFORM 3100-LARGE-CASH                         03430000
034400               ELSE                                               03440000
034500                  IF WS-IT-DONE(WS-IT-IDX) = 'N'                  03450000
034600                     PERFORM 3200-STRUCTURING                     03460000
034700                  END-IF                                          03470000
034800               END-IF                                             03480000
034900            WHEN 'TO'                                             03490000
035000               IF WS-IT-DONE(WS-IT-IDX) = 'N'                     03500000
035100                  AND WS-IT-TARGET(WS-IT-IDX) NOT = SPACES        03510000
035200                  PERFORM 3300-REPEAT-XFER                        03520000
035300               END-IF                                             03530000
035400            WHEN OTHER                                            03540000
035500               CONTINUE                                           03550000
035600         END-EVALUATE                                             03560000
035700      END-IF.                                                     03570000
035800      EXIT.                                                       03580000
035900 3100-LARGE-CASH.                                                 03590000
036000      MOVE 'LC' TO WS-RULE.                                       03600000
036100      MOVE WS-IT-AMT(WS-IT-IDX) TO WS-SUM-AMT.                    03610000
036200      MOVE 1 TO WS-SUM-CNT.                                       03620000
036300      MOVE WS-RUN-DATE TO WS-FROM-DATE.                           03630000
036400      PERFORM 3500-RAISE-CASE THRU 3500-RAISE-EXIT.               03640000
036500      EXIT.                                                       03650000
036600 3200-STRUCTURING.                                                03660000
036700      MOVE ZEROS TO WS-SUM-AMT WS-SUM-CNT.                        03670000
036800      MOVE WS-RUN-DATE TO WS-FROM-DATE.                           03680000
036900      PERFORM 3210-ADD-CASH                                       03690000
037000          VARYING WS-JT-IDX FROM 1 BY 1                           03700000
037100          UNTIL WS-JT-IDX > IT-CNT.                               03710000
037200      IF WS-SUM-CNT > 1 AND WS-SUM-AMT > WS-THRESHOLD             03720000
037300         MOVE 'ST' TO WS-RULE                                     03730000
037400         PERFORM 3500-RAISE-CASE THRU 3500-RAISE-EXIT             03740000
037500      END-IF.                                                     03750000
037600      EXIT.                                                       03760000
037700 3210-ADD-CASH.                                                   03770000
037800      IF WS-IT-CUST(WS-JT-IDX) = WS-IT-CUST(WS-IT-IDX)            03780000
037900         AND WS-IT-CODE(WS-JT-IDX) = WS-IT-CODE(WS-IT-IDX)        03790000
038000         AND WS-IT-AMT(WS-JT-IDX) NOT > WS-THRESHOLD              03800000
038100         ADD WS-IT-AMT(WS-JT-IDX) TO WS-SUM-AMT                   03810000
038200         ADD 1 TO WS-SUM-CNT                                      03820000
038300         IF WS-IT-DATE(WS-JT-IDX) < WS-FROM-DATE                  03830000
038400            MOVE WS-IT-DATE(WS-JT-IDX) TO WS-FROM-DATE            03840000
038500         END-IF                                                   03850000
038600         IF WS-IT-DATE(WS-JT-IDX) = WS-RUN-DATE                   03860000
038700            MOVE 'Y' TO WS-IT-DONE(WS-JT-IDX)                     03870000
038800         END-IF                                                   03880000
038900      END-IF.                                                     03890000
039000      EXIT.                                                       03900000
039100 3300-REPEAT-XFER.                                                03910000
039200      MOVE ZEROS TO WS-SUM-AMT WS-SUM-CNT.                        03920000
039300      MOVE WS-RUN-DATE TO WS-FROM-DATE.                           03930000
039400      PERFORM 3310-ADD-XFER                                       03940000
039500          VARYING WS-JT-IDX FROM 1 BY 1                           03950000
039600          UNTIL WS-JT-IDX > IT-CNT.                               03960000
039700      IF WS-SUM-CNT NOT < WS-XFER-LIMIT                           03970000
039800         MOVE 'RT' TO WS-RULE                                     03980000
039900         PERFORM 3500-RAISE-CASE THRU 3500-RAISE-EXIT             03990000
040000      END-IF.                                                     04000000
040100      EXIT.                                                       04010000
040200 3310-ADD-XFER.                                                   04020000
040300      IF WS-IT-CUST(WS-JT-IDX) = WS-IT-CUST(WS-IT-IDX)            04030000
040400         AND WS-IT-CODE(WS-JT-IDX) = 'TO'                         04040000
040500         AND WS-IT-TARGET(WS-JT-IDX) = WS-IT-TARGET(WS-IT-IDX)    04050000
040600         ADD WS-IT-AMT(WS-JT-IDX) TO WS-SUM-AMT                   04060000
040700         ADD 1 TO WS-SUM-CNT                                      04070000
040800         IF WS-IT-DATE(WS-JT-IDX) < WS-FROM-DATE                  04080000
040900            MOVE WS-IT-DATE(WS-JT-IDX) TO WS-FROM-DATE            04090000
041000         END-IF                                                   04100000
041100         IF WS-IT-DATE(WS-JT-IDX) = WS-RUN-DATE                   04110000
041200            MOVE 'Y' TO WS-IT-DONE(WS-JT-IDX)                     04120000
041300         END-IF                                                   04130000
041400      END-IF.                                                     04140000
041500      EXIT.                                                       04150000
041600***************************************************************** 04160000
041700* AN ST OR RT CASE ALREADY ON FILE INSIDE THE WINDOW FOR THE      04170000
041800* SAME CUSTOMER, CODE AND TARGET IS NOT RAISED AGAIN.             04180000
041900***************************************************************** 04190000
042000 3500-RAISE-CASE.                                                 04200000
042100      IF WS-RULE NOT = 'LC'                                       04210000
042200         PERFORM 3600-FIND-CASE                                   04220000
042300         IF CASE-FOUND                                            04230000
042400            ADD 1 TO DUP-CNTR                                     04240000
042500            GO TO 3500-RAISE-EXIT                                 04250000
042600         END-IF                                                   04260000
042700      END-IF.                                                     04270000
042800      MOVE SPACES TO CS-CASE-REC.                                 04280000
042900      MOVE WS-IT-CUST(WS-IT-IDX) TO CS-CUST-ID.                   04290000
043000      MOVE WS-RULE TO CS-RULE.                                    04300000
043100      MOVE WS-RUN-DATE TO CS-CASE-DATE.                           04310000
043200      MOVE WS-IT-CODE(WS-IT-IDX) TO CS-TXN-CODE.                  04320000
043300      MOVE WS-IT-TARGET(WS-IT-IDX) TO CS-TARGET-ID.               04330000
043400      MOVE WS-SUM-AMT TO CS-AMOUNT.                               04340000
043500      MOVE WS-SUM-CNT TO CS-TXN-CNT.                              04350000
043600      MOVE WS-FROM-DATE TO CS-FROM-DATE.                          04360000
043700      MOVE WS-RUN-DATE TO CS-TO-DATE.                             04370000
043800      MOVE 'O' TO CS-REVIEW-STATUS.                               04380000
043900      MOVE ZEROS TO CS-REVIEW-DATE CS-REPORT-DATE.                04390000
044000      MOVE ZEROS TO CS-CASE-SEQ.                                  04400000
044100      MOVE '22' TO CS-STATUS.                                     04410000
044200      PERFORM 3700-WRITE-CASE                                     04420000
044300          UNTIL NOT CS-DUPKEY.                                    04430000
044400      IF NOT CS-WRITE-OK                                          04440000
044500         MOVE '3500-RAISE-CASE' TO ERR-PARA                       04450000
044600         MOVE 'CASEFILE' TO ERR-FILE-ID                           04460000
044700         MOVE CS-STATUS TO ERR-FILE-STATUS                        04470000
044800         PERFORM 9000-ERR-PARA                                    04480000
044900      END-IF.                                                     04490000
045000      EVALUATE WS-RULE                                            04500000
045100         WHEN 'LC'                                                04510000
045200            ADD 1 TO LC-CNTR                                      04520000
045300         WHEN 'ST'                                                04530000
045400            ADD 1 TO ST-CNTR                                      04540000
045500         WHEN OTHER                                               04550000
045600            ADD 1 TO RT-CNTR                                      04560000
045700      END-EVALUATE.                                               04570000
045800      MOVE CS-AMOUNT TO WS-AMT-ED.                                04580000
045900      MOVE SPACES TO RPT-REC.                                     04590000
046000      STRING 'CASE ' CS-CUST-ID ' ' CS-RULE ' ' CS-CASE-DATE      04600000
046100             '-' CS-CASE-SEQ ' ' CS-TXN-CODE ' ' WS-AMT-ED        04610000
046200             ' ITEMS ' CS-TXN-CNT ' FROM ' CS-FROM-DATE           04620000
046300             ' ' CS-TARGET-ID                                     04630000
046400         DELIMITED BY SIZE INTO RPT-REC                           04640000
046500      END-STRING.                                                 04650000
046600      WRITE RPT-REC.                                              04660000
046700 3500-RAISE-EXIT.                                                 04670000
046800      EXIT.                                                       04680000
046900 3600-FIND-CASE.                                                  04690000
047000      MOVE 'N' TO WS-FOUND-SW.                                    04700000
047100      MOVE 'N' TO WS-SCAN-SW.                                     04710000
047200      MOVE WS-IT-CUST(WS-IT-IDX) TO CS-CUST-ID.                   04720000
047300      MOVE WS-RULE TO CS-RULE.                                    04730000
047400      MOVE WS-CUTOFF TO CS-CASE-DATE.                             04740000
047500      MOVE ZEROS TO CS-CASE-SEQ.                                  04750000
047600      START CASEFILE KEY IS NOT LESS THAN CS-CASE-KEY.            04760000
047700      IF NOT CS-READ-OK                                           04770000
047800         MOVE 'Y' TO WS-SCAN-SW                                   04780000
047900      END-IF.                                                     04790000
048000      PERFORM 3610-SCAN-CASE                                      04800000
048100          UNTIL SCAN-DONE OR CASE-FOUND.                          04810000
048200      EXIT.                                                       04820000
048300 3610-SCAN-CASE.                                                  04830000
048400      READ CASEFILE NEXT RECORD.                                  04840000
048500      IF NOT CS-READ-OK                                           04850000
048600         OR CS-CUST-ID NOT = WS-IT-CUST(WS-IT-IDX)                04860000
048700         OR CS-RULE NOT = WS-RULE                                 04870000
048800         MOVE 'Y' TO WS-SCAN-SW                                   04880000
048900      ELSE                                                        04890000
049000         IF CS-TXN-CODE = WS-IT-CODE(WS-IT-IDX)                   04900000
049100            AND CS-TARGET-ID = WS-IT-TARGET(WS-IT-IDX)            04910000
049200            MOVE 'Y' TO WS-FOUND-SW                               04920000
049300         END-IF                                                   04930000
049400      END-IF.                                                     04940000
049500      EXIT.                                                       04950000
049600 3700-WRITE-CASE.                                                 04960000
049700      ADD 1 TO CS-CASE-SEQ.                                       04970000
049800      WRITE CS-CASE-REC.                                          04980000
049900      IF CS-DUPKEY AND CS-CASE-SEQ = 99                           04990000
050000         MOVE '3700-WRITE-CASE' TO ERR-PARA                       05000000
050100         MOVE 'CASEFILE' TO ERR-FILE-ID                           05010000
050200         MOVE CS-STATUS TO ERR-FILE-STATUS                        05020000
050300         PERFORM 9000-ERR-PARA                                    05030000
050400      END-IF.                                                     05040000
050500      EXIT.                                                       05050000
050600 4000-CLOSE-PARA.                                                 05060000
050700      MOVE SPACES TO HO-HIST-REC.                                 05070000
050800      MOVE 'H' TO HO-REC-TYPE.                                    05080000
050900      MOVE WS-RUN-DATE TO HO-TXN-DATE.                            05090000
051000      MOVE ZEROS TO HO-AMOUNT.                                    05100000
051100      WRITE HO-HIST-REC.                                          05110000
051200      PERFORM 4100-WRITE-HIST                                     05120000
051300          VARYING WS-IT-IDX FROM 1 BY 1                           05130000
051400          UNTIL WS-IT-IDX > IT-CNT.                               05140000
051500      MOVE SPACES TO RPT-REC.                                     05150000
051600      STRING 'JOURNAL=' AC-CNTR                                   05160000
051700             ' HISTORY=' HI-CNTR                                  05170000
051800             ' LARGE-CASH=' LC-CNTR                               05180000
051900             ' STRUCTURING=' ST-CNTR                              05190000
052000             ' REPEAT-XFER=' RT-CNTR                              05200000
052100         DELIMITED BY SIZE INTO RPT-REC                           05210000
052200      END-STRING.                                                 05220000
052300      WRITE RPT-REC.                                              05230000
052400      MOVE SPACES TO RPT-REC.                                     05240000
052500      STRING 'ALREADY ON FILE=' DUP-CNTR                          05250000
052600             ' HISTORY KEPT=' HO-CNTR                             05260000
052700         DELIMITED BY SIZE INTO RPT-REC                           05270000
052800      END-STRING.                                                 05280000
052900      WRITE RPT-REC.                                              05290000
053000      CLOSE ACTFILE HISTOUT CASEFILE RPTFILE.                     05300000
053100      IF HI-EOF                                                   05310000
053200         CLOSE HISTIN                                             05320000
053300      END-IF.                                                     05330000
053400      DISPLAY 'JOURNAL LINES READ : ' AC-CNTR.                    05340000
053500      DISPLAY 'LARGE CASH CASES   : ' LC-CNTR.                    05350000
053600      DISPLAY 'STRUCTURING CASES  : ' ST-CNTR.                    05360000
053700      DISPLAY 'REPEAT XFER CASES  : ' RT-CNTR.                    05370000
053800      IF LC-CNTR > 0 OR ST-CNTR > 0 OR RT-CNTR > 0                05380000
053900         MOVE 4 TO RETURN-CODE                                    05390000
054000      END-IF.                                                     05400000
054100      EXIT.                                                       05410000
054200 4100-WRITE-HIST.                                                 05420000
054300      MOVE SPACES TO HO-HIST-REC.                                 05430000
054400      MOVE 'D' TO HO-REC-TYPE.                                    05440000
054500      MOVE WS-IT-CUST(WS-IT-IDX) TO HO-CUST-ID.                   05450000
054600      MOVE WS-IT-DATE(WS-IT-IDX) TO HO-TXN-DATE.                  05460000
054700      MOVE WS-IT-CODE(WS-IT-IDX) TO HO-TXN-CODE.                  05470000
054800      MOVE WS-IT-AMT(WS-IT-IDX) TO HO-AMOUNT.                     05480000
054900      MOVE WS-IT-TARGET(WS-IT-IDX) TO HO-TARGET-ID.               05490000
055000      WRITE HO-HIST-REC.                                          05500000
055100      IF NOT HO-WRITE-OK                                          05510000
055200         MOVE '4100-WRITE-HIST' TO ERR-PARA                       05520000
055300         MOVE 'HISTOUT' TO ERR-FILE-ID                            05530000
055400         MOVE HO-STATUS TO ERR-FILE-STATUS                        05540000
055500         PERFORM 9000-ERR-PARA                                    05550000
055600      END-IF.                                                     05560000
055700      ADD 1 TO HO-CNTR.                                           05570000
055800      EXIT.                                                       05580000
055900 9000-ERR-PARA.                                                   05590000
056000      DISPLAY WS-ERR-DESC.                                        05600000
056100      MOVE 30 TO RETURN-CODE.                                     05610000
056200      STOP RUN.                                                   05620000
