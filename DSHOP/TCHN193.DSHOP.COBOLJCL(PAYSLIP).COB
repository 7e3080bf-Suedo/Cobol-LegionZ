000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. PAYSLIP.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : D7EMP SALARY OUTPUT (DDIN), TAXBMNT BRACKET       00040000
000500*               TABLE (DDBRKT), FIXED DEDUCTION CARDS (DDDEDN -   00050000
000600*               PDEDREC), D7EMP RAISE ARREARS (DDARREAR) AND THE  00060000
000700*               SALARY CHANGE HISTORY (DDSALHST - SALHREC)        00070000
000800* I-O FILE    : PAYROLL YEAR-TO-DATE KSDS (DDPYTD - PYTDREC)      00080000
000900* OUTPUT FILE : PAYSLIPS (DDSLIP), PAYROLL REGISTER (DDREG), RUN  00090000
001000*               STATISTICS (DDRSTAT)                              00100000
001100* PRG DESC    : MONTHLY PAYSLIP RUN.  EVERY EMPLOYEE ON THE D7EMP 00110000
001200*               OUTPUT GETS ONE PAYSLIP PAGE - BASIC SALARY, ANY  00120000
001300*               RAISE ARREARS AS A SEPARATE EARNINGS LINE, GROSS, 00130000
001400*               INCOME TAX, EACH FIXED DEDUCTION, NET PAY AND THE 00140000
001500*               YEAR-TO-DATE FIGURES FROM THE PAYROLL YTD KSDS.   00150000
001600*               TAX IS WORKED THE WAY NDMPQ1 WORKS IT - THE       00160000
001700*               BRACKET IN FORCE TODAY IS PICKED ON THE MONTH'S   00170000
001800*               GROSS AND ITS RATE IS APPLIED TO THE GROSS.       00180000
001900*               ARREARS ARE PAID ONLY WHEN THE SALARY HISTORY     00190000
002000*               SHOWS D7EMP APPLIED THE SAME RAISE, AND ONLY ONCE.00200000
002100*               FIXED DEDUCTIONS ARE TAKEN IN CARD ORDER AFTER    00210000
002200*               TAX, EACH HELD TO THE PAY LEFT; ANY PART NOT      00220000
002300*               TAKEN IS LISTED ON THE REGISTER (RC 4).  THE      00230000
002400*               REGISTER CARRIES ONE LINE PER EMPLOYEE AND        00240000
002500*               CONTROL TOTALS THAT MUST BALANCE TO THE PAYSLIPS  00250000
002600*               PRINTED (RC 8 WHEN THEY DO NOT).  A RERUN FOR THE 00260000
002700*               SAME MONTH BACKS OUT THAT MONTH'S YTD POSTING     00270000
002800*               FIRST, SO IT CAN BE REPEATED SAFELY.              00280000
002900* AUTHOR      : GIRIDHAR                                          00290000
003000* CREATED ON  : 15 OCT 2026                                       00300000
003100***************************************************************** 00310000
003200 ENVIRONMENT DIVISION.                                            00320000
003300 INPUT-OUTPUT SECTION.                                            00330000
003400 FILE-CONTROL.                                                    00340000
003500      SELECT EMP-FILE ASSIGN TO DDIN                              00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS EM-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT BRKT-FILE ASSIGN TO DDBRKT                           00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS BK-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT DEDN-FILE ASSIGN TO DDDEDN                           00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS DD-STATUS.                                      00480000
004900*                                                                 00490000
005000      SELECT ARR-FILE ASSIGN TO DDARREAR                          00500000
005100      ORGANIZATION IS SEQUENTIAL                                  00510000
005200      ACCESS MODE IS SEQUENTIAL                                   00520000
005300      FILE STATUS AR-STATUS.                                      00530000
005400*                                                                 00540000
005500      SELECT HIST-FILE ASSIGN TO DDSALHST                         00550000
005600      ORGANIZATION IS SEQUENTIAL                                  00560000
005700      ACCESS MODE IS SEQUENTIAL                                   00570000
005800      FILE STATUS SH-STATUS.                                      00580000
005900*                                                                 00590000
006000      SELECT PYTD-FILE ASSIGN TO DDPYTD                           00600000
006100      ORGANIZATION IS INDEXED                                     00610000
006200      ACCESS MODE IS RANDOM                                       00620000
006300      RECORD KEY IS PY-EID                                        00630000
006400      FILE STATUS PY-STATUS.                                      00640000
006500*                                                                 00650000
006600      SELECT SLIP-FILE ASSIGN TO DDSLIP                           00660000
006700      ORGANIZATION IS SEQUENTIAL                                  00670000
006800      ACCESS MODE IS SEQUENTIAL                                   00680000
006900      FILE STATUS SL-STATUS.                                      00690000
007000*                                                                 00700000
007100      SELECT REG-FILE ASSIGN TO DDREG                             00710000
007200      ORGANIZATION IS SEQUENTIAL                                  00720000
007300      ACCESS MODE IS SEQUENTIAL                                   00730000
007400      FILE STATUS RG-STATUS.                                      00740000
007500*                                                                 00750000
007600      SELECT STATFILE ASSIGN TO DDRSTAT                           00760000
007700      ORGANIZATION IS SEQUENTIAL                                  00770000
007800      ACCESS MODE IS SEQUENTIAL                                   00780000
007900      FILE STATUS RS-STATUS.                                      00790000
008000*                                                                 00800000
008100 DATA DIVISION.                                                   00810000
008200 FILE SECTION.                                                    00820000
008300 FD EMP-FILE RECORDING MODE F.                                    00830000
008400 01 EMP-REC.                                                      00840000
008500      05 EM-EID         PIC X(5).                                 00850000
008600      05 FILLER         PIC X.                                    00860000
008700      05 EM-FNAME       PIC X(10).                                00870000
008800      05 FILLER         PIC X.                                    00880000
008900      05 EM-LNAME       PIC X(10).                                00890000
009000      05 FILLER         PIC X.                                    00900000
009100      05 EM-SAL         PIC 9(7).                                 00910000
009200      05 FILLER         PIC X(45).                                00920000
009300 FD BRKT-FILE RECORDING MODE F.                                   00930000
009400 01 BRKT-REC.                                                     00940000
009500      05 BK-EFF-DATE    PIC 9(8).                                 00950000
009600      05 FILLER         PIC X.                                    00960000
009700      05 BK-FLOOR       PIC 9(7).                                 00970000
009800      05 FILLER         PIC X.                                    00980000
009900      05 BK-RATE        PIC 9(3).                                 00990000
010000      05 FILLER         PIC X(60).                                01000000
010100 FD DEDN-FILE RECORDING MODE F.                                   01010000
010200 COPY PDEDREC REPLACING ==:PDD:== BY ==DD==.                      01020000
010300 FD ARR-FILE RECORDING MODE F.                                    01030000
010400 01 ARR-REC.                                                      01040000
010500      05 AR-EID         PIC X(5).                                 01050000
010600      05 FILLER         PIC X.                                    01060000
010700      05 AR-OLD-SAL     PIC 9(5).                                 01070000
010800      05 FILLER         PIC X.                                    01080000
010900      05 AR-NEW-SAL     PIC 9(7).                                 01090000
011000      05 FILLER         PIC X.                                    01100000
011100      05 AR-MONTHS      PIC 9(2).                                 01110000
011200      05 FILLER         PIC X.                                    01120000
011300      05 AR-ARREARS     PIC 9(7).                                 01130000
011400      05 FILLER         PIC X(50).                                01140000
011500 FD HIST-FILE RECORDING MODE F.                                   01150000
011600 COPY SALHREC REPLACING ==:SAL:== BY ==SH==.                      01160000
011700 FD PYTD-FILE.                                                    01170000
011800 COPY PYTDREC REPLACING ==:PYT:== BY ==PY==.                      01180000
011900 FD SLIP-FILE RECORDING MODE F.                                   01190000
012000 01 SLIP-REC PIC X(80).                                           01200000
012100 FD REG-FILE RECORDING MODE F.                                    01210000
012200 01 REG-REC PIC X(80).                                            01220000
012300 FD STATFILE RECORDING MODE F.                                    01230000
012400 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      01240000
012500 WORKING-STORAGE SECTION.                                         01250000
012600 01 WS-FILE-STATUSES.                                             01260000
012700    05 EM-STATUS PIC XX.                                          01270000
012800    88 EM-OPEN-OK  VALUE '00'.                                    01280000
012900    88 EM-READ-OK  VALUE '00'.                                    01290000
013000    88 EM-EOF      VALUE '10'.                                    01300000
013100    05 BK-STATUS PIC XX.                                          01310000
013200    88 BK-OPEN-OK  VALUE '00'.                                    01320000
013300    88 BK-READ-OK  VALUE '00'.                                    01330000
013400    88 BK-EOF      VALUE '10'.                                    01340000
013500    05 DD-STATUS PIC XX.                                          01350000
013600    88 DD-OPEN-OK  VALUE '00'.                                    01360000
013700    88 DD-READ-OK  VALUE '00'.                                    01370000
013800    88 DD-EOF      VALUE '10'.                                    01380000
013900    05 AR-STATUS PIC XX.                                          01390000
014000    88 AR-OPEN-OK  VALUE '00'.                                    01400000
014100    88 AR-READ-OK  VALUE '00'.                                    01410000
014200    88 AR-EOF      VALUE '10'.                                    01420000
014300    05 SH-STATUS PIC XX.                                          01430000
014400    88 SH-OPEN-OK  VALUE '00'.                                    01440000
014500    88 SH-READ-OK  VALUE '00'.                                    01450000
014600    88 SH-EOF      VALUE '10'.                                    01460000
014700    05 PY-STATUS PIC XX.                                          01470000
014800    88 PY-OPEN-OK  VALUE '00'.                                    01480000
014900    88 PY-IO-OK    VALUE '00'.                                    01490000
015000    88 PY-REC-NF   VALUE '23'.                                    01500000
015100    05 SL-STATUS PIC XX.                                          01510000
015200    88 SL-OPEN-OK  VALUE '00'.                                    01520000
015300    05 RG-STATUS PIC XX.                                          01530000
015400    88 RG-OPEN-OK  VALUE '00'.                                    01540000
015500    05 RS-STATUS PIC XX.                                          01550000
015600    88 RS-OPEN-OK  VALUE '00'.                                    01560000
015700    88 RS-WRITE-OK VALUE '00'.                                    01570000
015800 01 WS-TODAY       PIC 9(8) VALUE ZEROS.                          01580000
015900 01 WS-TODAY-SPLIT REDEFINES WS-TODAY.                            01590000
016000    05 WS-TODAY-YYYY PIC 9(4).                                    01600000
016100    05 WS-TODAY-MM   PIC 9(2).                                    01610000
016200    05 WS-TODAY-DD   PIC 9(2).                                    01620000
016300 01 WS-PERIOD      PIC 9(6) VALUE ZEROS.                          01630000
016400 01 WS-SET-DATE    PIC 9(8) VALUE ZEROS.                          01640000
016500 01 BR-CNT         PIC 9(2) VALUE 04.                             01650000
016600 01 WS-BR-IDX      PIC 9(2) VALUE ZEROS.                          01660000
016700 01 WS-BR-USE      PIC 9(2) VALUE ZEROS.                          01670000
016800*  THE SAME BUILT-IN BRACKETS NDMPQ1 FALLS BACK ON WHEN NO        01680000
016900*  TABLE FILE IS ALLOCATED.                                       01690000
017000 01 WS-BRKT-VALUES.                                               01700000
017100      05 FILLER PIC X(10) VALUE '0000000005'.                     01710000
017200      05 FILLER PIC X(10) VALUE '0010001010'.                     01720000
017300      05 FILLER PIC X(10) VALUE '0013001015'.                     01730000
017400      05 FILLER PIC X(10) VALUE '0015001020'.                     01740000
017500      05 FILLER PIC X(60) VALUE ALL '9'.                          01750000
017600 01 WS-BRKT-TABLE REDEFINES WS-BRKT-VALUES.                       01760000
017700      05 WS-BR-ENT OCCURS 10 TIMES.                               01770000
017800         10 WS-BR-FLOOR PIC 9(7).                                 01780000
017900         10 WS-BR-RATE  PIC 9(3).                                 01790000
018000*  FIXED DEDUCTION CARDS, KEPT IN CARD ORDER.                     01800000
018100 01 DT-CNT         PIC 9(4) VALUE ZEROS.                          01810000
018200 01 WS-DT-IDX      PIC 9(4) VALUE ZEROS.                          01820000
018300 01 WS-DEDN-TABLE.                                                01830000
018400    05 WS-DT-ENT OCCURS 3000 TIMES.                               01840000
018500       10 WS-DT-EID     PIC X(5).                                 01850000
018600       10 WS-DT-DESC    PIC X(20).                                01860000
018700       10 WS-DT-AMOUNT  PIC 9(5)V99.                              01870000
018800*  D7EMP ARREARS.  RAISE-DATE IS THE SALARY HISTORY RUN DATE      01880000
018900*  OF THE MATCHING D7EMP RAISE (ZEROS = NOT CONFIRMED).           01890000
019000 01 AT-CNT         PIC 9(4) VALUE ZEROS.                          01900000
019100 01 WS-AT-IDX      PIC 9(4) VALUE ZEROS.                          01910000
019200 01 WS-AT-USE      PIC 9(4) VALUE ZEROS.                          01920000
019300 01 WS-ARR-TABLE.                                                 01930000
019400    05 WS-AT-ENT OCCURS 5000 TIMES.                               01940000
019500       10 WS-AT-EID        PIC X(5).                              01950000
019600       10 WS-AT-OLD-SAL    PIC 9(7).                              01960000
019700       10 WS-AT-NEW-SAL    PIC 9(7).                              01970000
019800       10 WS-AT-MONTHS     PIC 9(2).                              01980000
019900       10 WS-AT-ARREARS    PIC 9(7).                              01990000
020000       10 WS-AT-RAISE-DATE PIC 9(8).                              02000000
020100       10 WS-AT-USED-SW    PIC X.                                 02010000
020200          88 WS-AT-USED        VALUE 'Y'.                         02020000
020300*  ONE EMPLOYEE'S DEDUCTIONS AS TAKEN THIS MONTH.                 02030000
020400 01 ED-CNT         PIC 9(2) VALUE ZEROS.                          02040000
020500 01 WS-ED-IDX      PIC 9(2) VALUE ZEROS.                          02050000
020600 01 WS-EMP-DEDNS.                                                 02060000
020700    05 WS-ED-ENT OCCURS 20 TIMES.                                 02070000
020800       10 WS-ED-DESC    PIC X(20).                                02080000
020900       10 WS-ED-AMOUNT  PIC 9(5)V99.                              02090000
021000       10 WS-ED-TAKEN   PIC 9(5)V99.                              02100000
021100 01 WS-PAY-FIELDS.                                                02110000
021200    05 WS-BASIC       PIC 9(7)V99 VALUE ZEROS.                    02120000
021300    05 WS-ARREARS     PIC 9(7)V99 VALUE ZEROS.                    02130000
021400    05 WS-ARR-MONTHS  PIC 9(2)    VALUE ZEROS.                    02140000
021500    05 WS-GROSS       PIC 9(7)V99 VALUE ZEROS.                    02150000
021600    05 WS-TAX         PIC 9(7)V99 VALUE ZEROS.                    02160000
021700    05 WS-RATE        PIC 9(3)    VALUE ZEROS.                    02170000
021800    05 WS-DEDNS       PIC 9(7)V99 VALUE ZEROS.                    02180000
021900    05 WS-NET         PIC 9(7)V99 VALUE ZEROS.                    02190000
022000    05 WS-PAY-LEFT    PIC 9(7)V99 VALUE ZEROS.                    02200000
022100    05 WS-SHORT       PIC 9(7)V99 VALUE ZEROS.                    02210000
022200    05 WS-RERUN-SW    PIC X       VALUE 'N'.                      02220000
022300       88 WS-RERUN        VALUE 'Y'.                              02230000
022400    05 WS-NEW-YTD-SW  PIC X       VALUE 'N'.                      02240000
022500       88 WS-NEW-YTD      VALUE 'Y'.                              02250000
022600 01 WS-CNTRS.                                                     02260000
022700    05 EM-CNTR      PIC 9(8) VALUE ZEROS.                         02270000
022800    05 REJ-CNTR     PIC 9(8) VALUE ZEROS.                         02280000
022900    05 SLIP-CNTR    PIC 9(8) VALUE ZEROS.                         02290000
023000    05 REG-CNTR     PIC 9(8) VALUE ZEROS.                         02300000
023100    05 RERUN-CNTR   PIC 9(8) VALUE ZEROS.                         02310000
023200    05 ARRPD-CNTR   PIC 9(8) VALUE ZEROS.                         02320000
023300    05 ARRHLD-CNTR  PIC 9(8) VALUE ZEROS.                         02330000
023400    05 ARRDUP-CNTR  PIC 9(8) VALUE ZEROS.                         02340000
023500    05 ARRNE-CNTR   PIC 9(8) VALUE ZEROS.                         02350000
023600    05 SHORT-CNTR   PIC 9(8) VALUE ZEROS.                         02360000
023700    05 DD-CNTR      PIC 9(8) VALUE ZEROS.                         02370000
023800    05 DDEND-CNTR   PIC 9(8) VALUE ZEROS.                         02380000
023900    05 SH-CNTR      PIC 9(8) VALUE ZEROS.                         02390000
024000*  REGISTER TOTALS ARE ADDED AS EACH REGISTER LINE IS WRITTEN,    02400000
024100*  SLIP TOTALS AS EACH PAYSLIP IS PRINTED.                        02410000
024200 01 WS-REG-TOTALS.                                                02420000
024300    05 RT-BASIC     PIC 9(11)V99 VALUE ZEROS.                     02430000
024400    05 RT-ARREARS   PIC 9(11)V99 VALUE ZEROS.                     02440000
024500    05 RT-TAX       PIC 9(11)V99 VALUE ZEROS.                     02450000
024600    05 RT-DEDNS     PIC 9(11)V99 VALUE ZEROS.                     02460000
024700    05 RT-NET       PIC 9(11)V99 VALUE ZEROS.                     02470000
024800    05 RT-SHORT     PIC 9(11)V99 VALUE ZEROS.                     02480000
024900 01 WS-SLIP-TOTALS.                                               02490000
025000    05 ST-GROSS     PIC 9(11)V99 VALUE ZEROS.                     02500000
025100    05 ST-NET       PIC 9(11)V99 VALUE ZEROS.                     02510000
025200 01 WS-XFOOT        PIC S9(11)V99 VALUE ZEROS.                    02520000
025300 01 WS-BAL-SW       PIC X VALUE 'Y'.                              02530000
025400    88 WS-IN-BALANCE    VALUE 'Y'.                                02540000
025500 01 WS-SLIP-LINE.                                                 02550000
025600    05 FILLER        PIC X(2)  VALUE SPACES.                      02560000
025700    05 SL-DESC       PIC X(36).                                   02570000
025800    05 FILLER        PIC X(2)  VALUE SPACES.                      02580000
025900    05 SL-CUR        PIC Z,ZZZ,ZZ9.99.                            02590000
026000    05 SL-CUR-X REDEFINES SL-CUR PIC X(12).                       02600000
026100    05 FILLER        PIC X(4)  VALUE SPACES.                      02610000
026200    05 SL-YTD        PIC ZZZ,ZZZ,ZZ9.99.                          02620000
026300    05 SL-YTD-X REDEFINES SL-YTD PIC X(14).                       02630000
026400    05 FILLER        PIC X(10) VALUE SPACES.                      02640000
026500 01 WS-SLIP-HDG.                                                  02650000
026600    05 FILLER PIC X(40) VALUE SPACES.                             02660000
026700    05 FILLER PIC X(40)                                           02670000
026800       VALUE '  THIS MONTH      YEAR TO DATE          '.          02680000
026900 01 WS-REG-HDG.                                                   02690000
027000    05 FILLER PIC X(40)                                           02700000
027100       VALUE 'EMPID LAST NAME        BASIC    ARREARS '.          02710000
027200    05 FILLER PIC X(40)                                           02720000
027300       VALUE '       TAX DEDUCTIONS      NET PAY NOTE '.          02730000
027400 01 WS-REG-LINE.                                                  02740000
027500    05 RL-EID        PIC X(5).                                    02750000
027600    05 FILLER        PIC X(1)  VALUE SPACES.                      02760000
027700    05 RL-LNAME      PIC X(10).                                   02770000
027800    05 FILLER        PIC X(1)  VALUE SPACES.                      02780000
027900    05 RL-BASIC      PIC Z,ZZZ,ZZ9.99.                            02790000
028000    05 FILLER        PIC X(1)  VALUE SPACES.                      02800000
028100    05 RL-ARREARS    PIC ZZZ,ZZ9.99.                              02810000
028200    05 FILLER        PIC X(1)  VALUE SPACES.                      02820000
028300    05 RL-TAX        PIC ZZZ,ZZ9.99.                              02830000
028400    05 FILLER        PIC X(1)  VALUE SPACES.                      02840000
028500    05 RL-DEDNS      PIC ZZZ,ZZ9.99.                              02850000
028600    05 FILLER        PIC X(1)  VALUE SPACES.                      02860000
028700    05 RL-NET        PIC Z,ZZZ,ZZ9.99.                            02870000
028800    05 FILLER        PIC X(1)  VALUE SPACES.                      02880000
028900    05 RL-NOTE       PIC X(4).                                    02890000
029000 01 WS-EDITS.                                                     02900000
029100    05 WS-AMT-ED     PIC Z,ZZZ,ZZ9.99.                            02910000
029200    05 WS-TOT-ED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.                       02920000
029300    05 WS-RATE-ED    PIC ZZ9.                                     02930000
029400 01 WS-ERR-DESC.                                                  02940000
029500    05  FILLER               PIC X(10) VALUE "ERROR IN ".         02950000
029600    05  ERR-PARA             PIC X(30).                           02960000
029700    05  FILLER               PIC XX VALUE SPACES.                 02970000
029800    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              02980000
029900    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      02990000
030000    05  ERR-FILE-STATUS      PIC XX.                              03000000
030100 PROCEDURE DIVISION.                                              03010000
030200 0000-MAIN-PARA.                                                  03020000
030300      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         03030000
030400      COMPUTE WS-PERIOD = WS-TODAY-YYYY * 100 + WS-TODAY-MM.      03040000
030500      PERFORM 1000-OPEN-FILES.                                    03050000
030600      PERFORM 1500-LOAD-BRACKETS THRU 1500-LOAD-EXIT.             03060000
030700      PERFORM 1600-LOAD-DEDNS THRU 1600-LOAD-EXIT.                03070000
030800      PERFORM 1700-LOAD-ARREARS THRU 1700-LOAD-EXIT.              03080000
030900      PERFORM 1750-CONFIRM-ARREARS THRU 1750-CONFIRM-EXIT.        03090000
031000      MOVE SPACES TO REG-REC.                                     03100000
031100      WRITE REG-REC.                                              03110000
031200      MOVE WS-REG-HDG TO REG-REC.                                 03120000
031300      WRITE REG-REC.                                              03130000
031400      PERFORM 2000-READ-EMP.                                      03140000
031500      PERFORM 3000-PRCS-EMP THRU 3000-PRCS-EXIT UNTIL EM-EOF.     03150000
031600      PERFORM 4000-LEFTOVER-ARREARS                               03160000
031700         VARYING WS-AT-IDX FROM 1 BY 1                            03170000
031800         UNTIL WS-AT-IDX > AT-CNT.                                03180000
031900      PERFORM 5000-CLOSE-PARA.                                    03190000
032000      STOP RUN.                                                   03200000
032100 0000-MAIN-PARA-EXIT.                                             03210000
032200      EXIT.                                                       03220000
032300 1000-OPEN-FILES.                                                 03230000
032400      OPEN INPUT EMP-FILE.                                        03240000
032500      IF NOT EM-OPEN-OK                                           03250000
032600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       03260000
032700         MOVE 'EMP-FILE' TO ERR-FILE-ID                           03270000
032800         MOVE EM-STATUS TO ERR-FILE-STATUS                        03280000
032900         PERFORM 9000-ERR-PARA                                    03290000
033000      END-IF.                                                     03300000
033100      OPEN I-O PYTD-FILE.                                         03310000
033200      IF NOT PY-OPEN-OK                                           03320000
033300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       03330000
033400         MOVE 'PYTD-FILE' TO ERR-FILE-ID                          03340000
033500         MOVE PY-STATUS TO ERR-FILE-STATUS                        03350000
033600         PERFORM 9000-ERR-PARA                                    03360000
033700      END-IF.                                                     03370000
033800      OPEN OUTPUT SLIP-FILE.                                      03380000
033900      IF NOT SL-OPEN-OK                                           03390000
034000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       03400000
034100         MOVE 'SLIP-FILE' TO ERR-FILE-ID                          03410000
034200         MOVE SL-STATUS TO ERR-FILE-STATUS                        03420000
034300         PERFORM 9000-ERR-PARA                                    03430000
034400      END-IF.                                                     03440000
034500      OPEN OUTPUT REG-FILE.                                       03450000
034600      IF NOT RG-OPEN-OK                                           03460000
034700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       03470000
034800         MOVE 'REG-FILE' TO ERR-FILE-ID                           03480000
034900         MOVE RG-STATUS TO ERR-FILE-STATUS                        03490000
035000         PERFORM 9000-ERR-PARA                                    03500000
035100      END-IF.                                                     03510000
035200      MOVE SPACES TO REG-REC.                                     03520000
035300      STRING 'PAYROLL REGISTER FOR PERIOD ' WS-TODAY-YYYY '/'     03530000
035400             WS-TODAY-MM '   RUN ' WS-TODAY                       03540000
035500         DELIMITED BY SIZE INTO REG-REC                           03550000
035600      END-STRING.                                                 03560000
035700      WRITE REG-REC.                                              03570000
035800      EXIT.                                                       03580000
035900 1500-LOAD-BRACKETS.                                              03590000
036000*     THE BRACKET SETS ARE APPENDED IN EFFECTIVE-DATE ORDER BY    03600000
036100*     TAXBMNT, SO THE LAST SET DATED ON OR BEFORE TODAY WINS -    03610000
036200*     THE SAME SET NDMPQ1 WOULD TAX WITH TODAY.                   03620000
036300      OPEN INPUT BRKT-FILE.                                       03630000
036400      IF NOT BK-OPEN-OK                                           03640000
036500         DISPLAY 'NO BRACKET TABLE - BUILT-IN RATES USED'         03650000
036600         MOVE 'BRACKETS : BUILT-IN RATES' TO REG-REC              03660000
036700         GO TO 1500-LOAD-EXIT                                     03670000
036800      END-IF.                                                     03680000
036900      PERFORM 1510-READ-BRACKET UNTIL BK-EOF.                     03690000
037000      CLOSE BRKT-FILE.                                            03700000
037100      DISPLAY 'BRACKET SET IN FORCE : ' WS-SET-DATE               03710000
037200         ' WITH ' BR-CNT ' BRACKETS'.                             03720000
037300      MOVE SPACES TO REG-REC.                                     03730000
037400      STRING 'BRACKETS : SET EFFECTIVE ' WS-SET-DATE              03740000
037500             ', ' BR-CNT ' BRACKETS'                              03750000
037600         DELIMITED BY SIZE INTO REG-REC                           03760000
037700      END-STRING.                                                 03770000
037800 1500-LOAD-EXIT.                                                  03780000
037900      WRITE REG-REC.                                              03790000
038000      EXIT.                                                       03800000
038100 1510-READ-BRACKET.                                               03810000
038200      READ BRKT-FILE.                                             03820000
038300      EVALUATE TRUE                                               03830000
038400         WHEN BK-READ-OK                                          03840000
038500            IF BK-EFF-DATE > WS-TODAY                             03850000
038600               CONTINUE                                           03860000
038700            ELSE                                                  03870000
038800               IF BK-EFF-DATE NOT = WS-SET-DATE                   03880000
038900                  MOVE BK-EFF-DATE TO WS-SET-DATE                 03890000
039000                  MOVE ZEROS TO BR-CNT                            03900000
039100               END-IF                                             03910000
039200               IF BR-CNT < 10                                     03920000
039300                  ADD 1 TO BR-CNT                                 03930000
039400                  MOVE BK-FLOOR TO WS-BR-FLOOR(BR-CNT)            03940000
039500                  MOVE BK-RATE TO WS-BR-RATE(BR-CNT)              03950000
039600               END-IF                                             03960000
039700            END-IF                                                03970000
039800         WHEN BK-EOF                                              03980000
039900            CONTINUE                                              03990000
040000         WHEN OTHER                                               04000000
040100            MOVE '1510-READ-BRACKET' TO ERR-PARA                  04010000
040200            MOVE 'BRKT-FILE' TO ERR-FILE-ID                       04020000
040300            MOVE BK-STATUS TO ERR-FILE-STATUS                     04030000
040400            PERFORM 9000-ERR-PARA                                 04040000
040500      END-EVALUATE.                                               04050000
040600      EXIT.                                                       04060000
040700 1600-LOAD-DEDNS.                                                 04070000
040800*     NO CARDS MEANS NO FIXED DEDUCTIONS THIS MONTH - TAX IS      04080000
040900*     STILL TAKEN.                                                04090000
041000      OPEN INPUT DEDN-FILE.                                       04100000
041100      IF NOT DD-OPEN-OK                                           04110000
041200         DISPLAY 'NO DEDUCTION CARDS - TAX ONLY'                  04120000
041300         MOVE 'DEDUCTIONS : NO CARDS - TAX ONLY' TO REG-REC       04130000
041400         GO TO 1600-LOAD-EXIT                                     04140000
041500      END-IF.                                                     04150000
041600      PERFORM 1610-READ-DEDN UNTIL DD-EOF.                        04160000
041700      CLOSE DEDN-FILE.                                            04170000
041800      DISPLAY 'DEDUCTION CARDS IN FORCE : ' DT-CNT.               04180000
041900      MOVE SPACES TO REG-REC.                                     04190000
042000      STRING 'DEDUCTIONS : ' DT-CNT ' CARDS IN FORCE, '           04200000
042100             DDEND-CNTR ' ENDED'                                  04210000
042200         DELIMITED BY SIZE INTO REG-REC                           04220000
042300      END-STRING.                                                 04230000
042400 1600-LOAD-EXIT.                                                  04240000
042500      WRITE REG-REC.                                              04250000
042600      EXIT.                                                       04260000
042700 1610-READ-DEDN.                                                  04270000
042800      READ DEDN-FILE.                                             04280000
042900      EVALUATE TRUE                                               04290000
043000         WHEN DD-READ-OK                                          04300000
043100            IF DD-DEDN-REC(1:1) = '*'                             04310000
043200               CONTINUE                                           04320000
043300            ELSE                                                  04330000
043400               PERFORM 1620-KEEP-DEDN                             04340000
043500            END-IF                                                04350000
043600         WHEN DD-EOF                                              04360000
043700            CONTINUE                                              04370000
043800         WHEN OTHER                                               04380000
043900            MOVE '1610-READ-DEDN' TO ERR-PARA                     04390000
044000            MOVE 'DEDN-FILE' TO ERR-FILE-ID                       04400000
044100            MOVE DD-STATUS TO ERR-FILE-STATUS                     04410000
044200            PERFORM 9000-ERR-PARA                                 04420000
044300      END-EVALUATE.                                               04430000
044400      EXIT.                                                       04440000
044500 1620-KEEP-DEDN.                                                  04450000
044600      ADD 1 TO DD-CNTR.                                           04460000
044700      IF DD-EID = SPACES OR DD-AMOUNT NOT NUMERIC                 04470000
044800         OR DD-END-PERIOD NOT NUMERIC                             04480000
044900         DISPLAY 'BAD DEDUCTION CARD SKIPPED : ' DD-DEDN-REC      04490000
045000         MOVE 4 TO RETURN-CODE                                    04500000
045100      ELSE                                                        04510000
045200         IF DD-END-PERIOD NOT = ZEROS                             04520000
045300            AND DD-END-PERIOD < WS-PERIOD                         04530000
045400            ADD 1 TO DDEND-CNTR                                   04540000
045500         ELSE                                                     04550000
045600            IF DT-CNT < 3000                                      04560000
045700               ADD 1 TO DT-CNT                                    04570000
045800               MOVE DD-EID TO WS-DT-EID(DT-CNT)                   04580000
045900               MOVE DD-DESC TO WS-DT-DESC(DT-CNT)                 04590000
046000               MOVE DD-AMOUNT TO WS-DT-AMOUNT(DT-CNT)             04600000
046100            ELSE                                                  04610000
046200               DISPLAY 'DEDUCTION TABLE FULL - CARD SKIPPED'      04620000
046300               MOVE 4 TO RETURN-CODE                              04630000
046400            END-IF                                                04640000
046500         END-IF                                                   04650000
046600      END-IF.                                                     04660000
046700      EXIT.                                                       04670000
046800 1700-LOAD-ARREARS.                                               04680000
046900*     DDARREAR IS REWRITTEN BY EVERY D7EMP RUN, SO IT HOLDS       04690000
047000*     ONLY THE LATEST RAISE RUN'S ARREARS.                        04700000
047100      OPEN INPUT ARR-FILE.                                        04710000
047200      IF NOT AR-OPEN-OK                                           04720000
047300         DISPLAY 'NO ARREARS FILE - NO ARREARS PAID'              04730000
047400         GO TO 1700-LOAD-EXIT                                     04740000
047500      END-IF.                                                     04750000
047600      PERFORM 1710-READ-ARREAR UNTIL AR-EOF.                      04760000
047700      CLOSE ARR-FILE.                                             04770000
047800      DISPLAY 'ARREARS RECORDS LOADED : ' AT-CNT.                 04780000
047900 1700-LOAD-EXIT.                                                  04790000
048000      EXIT.                                                       04800000
048100 1710-READ-ARREAR.                                                04810000
048200      READ ARR-FILE.                                              04820000
048300      EVALUATE TRUE                                               04830000
048400         WHEN AR-READ-OK                                          04840000
048500            IF AR-ARREARS NUMERIC AND AR-ARREARS > ZEROS          04850000
048600               AND AT-CNT < 5000                                  04860000
048700               ADD 1 TO AT-CNT                                    04870000
048800               MOVE AR-EID TO WS-AT-EID(AT-CNT)                   04880000
048900               MOVE AR-OLD-SAL TO WS-AT-OLD-SAL(AT-CNT)           04890000
049000               MOVE AR-NEW-SAL TO WS-AT-NEW-SAL(AT-CNT)           04900000
049100               MOVE AR-MONTHS TO WS-AT-MONTHS(AT-CNT)             04910000
049200               MOVE AR-ARREARS TO WS-AT-ARREARS(AT-CNT)           04920000
049300               MOVE ZEROS TO WS-AT-RAISE-DATE(AT-CNT)             04930000
049400               MOVE 'N' TO WS-AT-USED-SW(AT-CNT)                  04940000
049500            END-IF                                                04950000
049600         WHEN AR-EOF                                              04960000
049700            CONTINUE                                              04970000
049800         WHEN OTHER                                               04980000
049900            MOVE '1710-READ-ARREAR' TO ERR-PARA                   04990000
050000            MOVE 'ARR-FILE' TO ERR-FILE-ID                        05000000
050100            MOVE AR-STATUS TO ERR-FILE-STATUS                     05010000
050200            PERFORM 9000-ERR-PARA                                 05020000
050300      END-EVALUATE.                                               05030000
050400      EXIT.                                                       05040000
050500 1750-CONFIRM-ARREARS.                                            05050000
050600*     AN ARREARS RECORD IS PAID ONLY WHEN THE SALARY HISTORY HAS  05060000
050700*     THE D7EMP RAISE IT CAME FROM - SAME EMPLOYEE, SAME BEFORE   05070000
050800*     AND AFTER SALARY.  THE LATEST SUCH RUN DATE IDENTIFIES THE  05080000
050900*     RAISE, SO ITS ARREARS ARE NEVER PAID A SECOND TIME.         05090000
051000      IF AT-CNT = ZEROS                                           05100000
051100         GO TO 1750-CONFIRM-EXIT                                  05110000
051200      END-IF.                                                     05120000
051300      OPEN INPUT HIST-FILE.                                       05130000
051400      IF NOT SH-OPEN-OK                                           05140000
051500         DISPLAY 'NO SALARY HISTORY - ALL ARREARS HELD'           05150000
051600         GO TO 1750-CONFIRM-EXIT                                  05160000
051700      END-IF.                                                     05170000
051800      PERFORM 1760-READ-HIST UNTIL SH-EOF.                        05180000
051900      CLOSE HIST-FILE.                                            05190000
052000      DISPLAY 'SALARY HISTORY RECORDS READ : ' SH-CNTR.           05200000
052100 1750-CONFIRM-EXIT.                                               05210000
052200      EXIT.                                                       05220000
052300 1760-READ-HIST.                                                  05230000
052400      READ HIST-FILE.                                             05240000
052500      EVALUATE TRUE                                               05250000
052600         WHEN SH-READ-OK                                          05260000
052700            ADD 1 TO SH-CNTR                                      05270000
052800            IF SH-SRC-PGM = 'D7EMP   '                            05280000
052900               PERFORM 1770-MATCH-HIST                            05290000
053000                  VARYING WS-AT-IDX FROM 1 BY 1                   05300000
053100                  UNTIL WS-AT-IDX > AT-CNT                        05310000
053200            END-IF                                                05320000
053300         WHEN SH-EOF                                              05330000
053400            CONTINUE                                              05340000
053500         WHEN OTHER                                               05350000
053600            MOVE '1760-READ-HIST' TO ERR-PARA                     05360000
053700            MOVE 'HIST-FILE' TO ERR-FILE-ID                       05370000
053800            MOVE SH-STATUS TO ERR-FILE-STATUS                     05380000
053900            PERFORM 9000-ERR-PARA                                 05390000
054000      END-EVALUATE.                                               05400000
054100      EXIT.                                                       05410000
054200 1770-MATCH-HIST.                                                 05420000
054300      IF WS-AT-EID(WS-AT-IDX) = SH-EID                            05430000
054400         AND WS-AT-OLD-SAL(WS-AT-IDX) = SH-BEFORE-SAL             05440000
054500         AND WS-AT-NEW-SAL(WS-AT-IDX) = SH-AFTER-SAL              05450000
054600         AND SH-RUN-DATE > WS-AT-RAISE-DATE(WS-AT-IDX)            05460000
054700         MOVE SH-RUN-DATE TO WS-AT-RAISE-DATE(WS-AT-IDX)          05470000
054800      END-IF.                                                     05480000
054900      EXIT.                                                       05490000
055000 2000-READ-EMP.                                                   05500000
055100      READ EMP-FILE.                                              05510000
055200      EVALUATE TRUE                                               05520000
055300         WHEN EM-READ-OK                                          05530000
055400            ADD 1 TO EM-CNTR                                      05540000
055500         WHEN EM-EOF                                              05550000
055600            CONTINUE                                              05560000
055700         WHEN OTHER                                               05570000
055800            MOVE '2000-READ-EMP' TO ERR-PARA                      05580000
055900            MOVE 'EMP-FILE' TO ERR-FILE-ID                        05590000
056000            MOVE EM-STATUS TO ERR-FILE-STATUS                     05600000
056100            PERFORM 9000-ERR-PARA                                 05610000
056200      END-EVALUATE.                                               05620000
056300      EXIT.                                                       05630000
056400 3000-PRCS-EMP.                                                   05640000
056500      IF EM-EID = SPACES OR EM-SAL NOT NUMERIC                    05650000
056600         ADD 1 TO REJ-CNTR                                        05660000
056700         MOVE 4 TO RETURN-CODE                                    05670000
056800         MOVE SPACES TO REG-REC                                   05680000
056900         STRING EM-EID ' REJECTED - NO EMPLOYEE ID OR SALARY '    05690000
057000                'NOT NUMERIC'                                     05700000
057100            DELIMITED BY SIZE INTO REG-REC                        05710000
057200         END-STRING                                               05720000
057300         WRITE REG-REC                                            05730000
057400         GO TO 3000-READ-NEXT                                     05740000
057500      END-IF.                                                     05750000
057600      PERFORM 3100-GET-YTD THRU 3100-GET-EXIT.                    05760000
057700      MOVE EM-SAL TO WS-BASIC.                                    05770000
057800      PERFORM 3200-ARREARS THRU 3200-ARREARS-EXIT.                05780000
057900      COMPUTE WS-GROSS = WS-BASIC + WS-ARREARS.                   05790000
058000      PERFORM 3300-TAX.                                           05800000
058100      PERFORM 3400-DEDUCTIONS.                                    05810000
058200      COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-DEDNS.              05820000
058300      PERFORM 3500-POST-YTD.                                      05830000
058400      PERFORM 3600-PRINT-SLIP.                                    05840000
058500      PERFORM 3700-WRITE-REG.                                     05850000
058600 3000-READ-NEXT.                                                  05860000
058700      PERFORM 2000-READ-EMP.                                      05870000
058800 3000-PRCS-EXIT.                                                  05880000
058900      EXIT.                                                       05890000
059000 3100-GET-YTD.                                                    05900000
059100*     A RECORD LAST POSTED FOR THIS PERIOD IS A RERUN - ITS       05910000
059200*     MONTH'S FIGURES COME OFF BEFORE THE MONTH IS POSTED AGAIN.  05920000
059300*     A RECORD FROM AN EARLIER TAX YEAR STARTS AGAIN FROM ZERO.   05930000
059400      MOVE 'N' TO WS-RERUN-SW WS-NEW-YTD-SW.                      05940000
059500      MOVE EM-EID TO PY-EID.                                      05950000
059600      READ PYTD-FILE.                                             05960000
059700      EVALUATE TRUE                                               05970000
059800         WHEN PY-IO-OK                                            05980000
059900            CONTINUE                                              05990000
060000         WHEN PY-REC-NF                                           06000000
060100            MOVE 'Y' TO WS-NEW-YTD-SW                             06010000
060200            MOVE SPACES TO PY-REC                                 06020000
060300            MOVE EM-EID TO PY-EID                                 06030000
060400            MOVE WS-TODAY-YYYY TO PY-TAX-YEAR                     06040000
060500            MOVE ZEROS TO PY-LAST-PERIOD PY-MONTHS                06050000
060600                          PY-ARR-PAID-DATE                        06060000
060700            MOVE ZEROS TO PY-YTD-BASIC PY-YTD-ARREARS PY-YTD-TAX  06070000
060800                          PY-YTD-DEDNS PY-YTD-NET                 06080000
060900            MOVE ZEROS TO PY-PER-BASIC PY-PER-ARREARS PY-PER-TAX  06090000
061000                          PY-PER-DEDNS PY-PER-NET                 06100000
061100            GO TO 3100-GET-EXIT                                   06110000
061200         WHEN OTHER                                               06120000
061300            MOVE '3100-GET-YTD' TO ERR-PARA                       06130000
061400            MOVE 'PYTD-FILE' TO ERR-FILE-ID                       06140000
061500            MOVE PY-STATUS TO ERR-FILE-STATUS                     06150000
061600            PERFORM 9000-ERR-PARA                                 06160000
061700      END-EVALUATE.                                               06170000
061800      IF PY-TAX-YEAR NOT = WS-TODAY-YYYY                          06180000
061900         MOVE WS-TODAY-YYYY TO PY-TAX-YEAR                        06190000
062000         MOVE ZEROS TO PY-LAST-PERIOD PY-MONTHS                   06200000
062100         MOVE ZEROS TO PY-YTD-BASIC PY-YTD-ARREARS PY-YTD-TAX     06210000
062200                       PY-YTD-DEDNS PY-YTD-NET                    06220000
062300         GO TO 3100-GET-EXIT                                      06230000
062400      END-IF.                                                     06240000
062500      IF PY-LAST-PERIOD = WS-PERIOD                               06250000
062600         MOVE 'Y' TO WS-RERUN-SW                                  06260000
062700         ADD 1 TO RERUN-CNTR                                      06270000
062800         SUBTRACT PY-PER-BASIC FROM PY-YTD-BASIC                  06280000
062900         SUBTRACT PY-PER-ARREARS FROM PY-YTD-ARREARS              06290000
063000         SUBTRACT PY-PER-TAX FROM PY-YTD-TAX                      06300000
063100         SUBTRACT PY-PER-DEDNS FROM PY-YTD-DEDNS                  06310000
063200         SUBTRACT PY-PER-NET FROM PY-YTD-NET                      06320000
063300         SUBTRACT 1 FROM PY-MONTHS                                06330000
063400      END-IF.                                                     06340000
063500 3100-GET-EXIT.                                                   06350000
063600      EXIT.                                                       06360000
063700 3200-ARREARS.                                                    06370000
063800      MOVE ZEROS TO WS-ARREARS WS-ARR-MONTHS WS-AT-USE.           06380000
063900      PERFORM 3210-FIND-ARREAR                                    06390000
064000         VARYING WS-AT-IDX FROM 1 BY 1                            06400000
064100         UNTIL WS-AT-IDX > AT-CNT.                                06410000
064200      IF WS-AT-USE = ZEROS                                        06420000
064300         GO TO 3200-ARREARS-EXIT                                  06430000
064400      END-IF.                                                     06440000
064500      MOVE 'Y' TO WS-AT-USED-SW(WS-AT-USE).                       06450000
064600      IF WS-AT-RAISE-DATE(WS-AT-USE) = ZEROS                      06460000
064700         ADD 1 TO ARRHLD-CNTR                                     06470000
064800         MOVE 4 TO RETURN-CODE                                    06480000
064900         MOVE WS-AT-ARREARS(WS-AT-USE) TO WS-AMT-ED               06490000
065000         MOVE SPACES TO REG-REC                                   06500000
065100         STRING EM-EID ' ARREARS ' WS-AMT-ED                      06510000
065200                ' HELD - RAISE NOT ON SALARY HISTORY'             06520000
065300            DELIMITED BY SIZE INTO REG-REC                        06530000
065400         END-STRING                                               06540000
065500         WRITE REG-REC                                            06550000
065600         GO TO 3200-ARREARS-EXIT                                  06560000
065700      END-IF.                                                     06570000
065800*     PAID ALREADY UNLESS IT WAS PAID IN THIS SAME PERIOD AND     06580000
065900*     THIS IS THE RERUN THAT BACKED IT OUT.                       06590000
066000      IF WS-AT-RAISE-DATE(WS-AT-USE) = PY-ARR-PAID-DATE           06600000
066100         AND NOT (WS-RERUN AND PY-PER-ARREARS > ZEROS)            06610000
066200         ADD 1 TO ARRDUP-CNTR                                     06620000
066300         MOVE WS-AT-ARREARS(WS-AT-USE) TO WS-AMT-ED               06630000
066400         MOVE SPACES TO REG-REC                                   06640000
066500         STRING EM-EID ' ARREARS ' WS-AMT-ED                      06650000
066600                ' ALREADY PAID - NOT PAID AGAIN'                  06660000
066700            DELIMITED BY SIZE INTO REG-REC                        06670000
066800         END-STRING                                               06680000
066900         WRITE REG-REC                                            06690000
067000         GO TO 3200-ARREARS-EXIT                                  06700000
067100      END-IF.                                                     06710000
067200      ADD 1 TO ARRPD-CNTR.                                        06720000
067300      MOVE WS-AT-ARREARS(WS-AT-USE) TO WS-ARREARS.                06730000
067400      MOVE WS-AT-MONTHS(WS-AT-USE) TO WS-ARR-MONTHS.              06740000
067500      MOVE WS-AT-RAISE-DATE(WS-AT-USE) TO PY-ARR-PAID-DATE.       06750000
067600 3200-ARREARS-EXIT.                                               06760000
067700      EXIT.                                                       06770000
067800 3210-FIND-ARREAR.                                                06780000
067900      IF WS-AT-EID(WS-AT-IDX) = EM-EID                            06790000
068000         MOVE WS-AT-IDX TO WS-AT-USE                              06800000
068100      END-IF.                                                     06810000
068200      EXIT.                                                       06820000
068300 3300-TAX.                                                        06830000
068400      MOVE ZEROS TO WS-BR-USE.                                    06840000
068500      PERFORM 3310-PICK-BRACKET                                   06850000
068600         VARYING WS-BR-IDX FROM 1 BY 1                            06860000
068700         UNTIL WS-BR-IDX > BR-CNT.                                06870000
068800      IF WS-BR-USE = ZEROS                                        06880000
068900         MOVE 1 TO WS-BR-USE                                      06890000
069000      END-IF.                                                     06900000
069100      MOVE WS-BR-RATE(WS-BR-USE) TO WS-RATE.                      06910000
069200      COMPUTE WS-TAX ROUNDED = WS-GROSS * WS-RATE / 100.          06920000
069300      EXIT.                                                       06930000
069400 3310-PICK-BRACKET.                                               06940000
069500      IF WS-GROSS >= WS-BR-FLOOR(WS-BR-IDX)                       06950000
069600         MOVE WS-BR-IDX TO WS-BR-USE                              06960000
069700      END-IF.                                                     06970000
069800      EXIT.                                                       06980000
069900 3400-DEDUCTIONS.                                                 06990000
070000      MOVE ZEROS TO ED-CNT WS-DEDNS WS-SHORT.                     07000000
070100      COMPUTE WS-PAY-LEFT = WS-GROSS - WS-TAX.                    07010000
070200      PERFORM 3410-TAKE-DEDN                                      07020000
070300         VARYING WS-DT-IDX FROM 1 BY 1                            07030000
070400         UNTIL WS-DT-IDX > DT-CNT.                                07040000
070500      IF WS-SHORT > ZEROS                                         07050000
070600         ADD 1 TO SHORT-CNTR                                      07060000
070700         ADD WS-SHORT TO RT-SHORT                                 07070000
070800         MOVE 4 TO RETURN-CODE                                    07080000
070900      END-IF.                                                     07090000
071000      EXIT.                                                       07100000
071100 3410-TAKE-DEDN.                                                  07110000
071200      IF WS-DT-EID(WS-DT-IDX) NOT = EM-EID                        07120000
071300         CONTINUE                                                 07130000
071400      ELSE                                                        07140000
071500         IF ED-CNT < 20                                           07150000
071600            ADD 1 TO ED-CNT                                       07160000
071700            MOVE WS-DT-DESC(WS-DT-IDX) TO WS-ED-DESC(ED-CNT)      07170000
071800            MOVE WS-DT-AMOUNT(WS-DT-IDX) TO WS-ED-AMOUNT(ED-CNT)  07180000
071900            IF WS-DT-AMOUNT(WS-DT-IDX) > WS-PAY-LEFT              07190000
072000               MOVE WS-PAY-LEFT TO WS-ED-TAKEN(ED-CNT)            07200000
072100               COMPUTE WS-SHORT = WS-SHORT                        07210000
072200                  + WS-DT-AMOUNT(WS-DT-IDX) - WS-PAY-LEFT         07220000
072300            ELSE                                                  07230000
072400               MOVE WS-DT-AMOUNT(WS-DT-IDX) TO WS-ED-TAKEN(ED-CNT)07240000
072500            END-IF                                                07250000
072600            SUBTRACT WS-ED-TAKEN(ED-CNT) FROM WS-PAY-LEFT         07260000
072700            ADD WS-ED-TAKEN(ED-CNT) TO WS-DEDNS                   07270000
072800         ELSE                                                     07280000
072900            DISPLAY 'OVER 20 DEDUCTIONS - SKIPPED FOR ' EM-EID    07290000
073000            MOVE 4 TO RETURN-CODE                                 07300000
073100         END-IF                                                   07310000
073200      END-IF.                                                     07320000
073300      EXIT.                                                       07330000
073400 3500-POST-YTD.                                                   07340000
073500      ADD WS-BASIC TO PY-YTD-BASIC.                               07350000
073600      ADD WS-ARREARS TO PY-YTD-ARREARS.                           07360000
073700      ADD WS-TAX TO PY-YTD-TAX.                                   07370000
073800      ADD WS-DEDNS TO PY-YTD-DEDNS.                               07380000
073900      ADD WS-NET TO PY-YTD-NET.                                   07390000
074000      ADD 1 TO PY-MONTHS.                                         07400000
074100      MOVE WS-PERIOD TO PY-LAST-PERIOD.                           07410000
074200      MOVE WS-BASIC TO PY-PER-BASIC.                              07420000
074300      MOVE WS-ARREARS TO PY-PER-ARREARS.                          07430000
074400      MOVE WS-TAX TO PY-PER-TAX.                                  07440000
074500      MOVE WS-DEDNS TO PY-PER-DEDNS.                              07450000
074600      MOVE WS-NET TO PY-PER-NET.                                  07460000
074700      IF WS-NEW-YTD                                               07470000
074800         WRITE PY-REC                                             07480000
074900      ELSE                                                        07490000
075000         REWRITE PY-REC                                           07500000
075100      END-IF.                                                     07510000
075200      IF NOT PY-IO-OK                                             07520000
075300         MOVE '3500-POST-YTD' TO ERR-PARA                         07530000
075400         MOVE 'PYTD-FILE' TO ERR-FILE-ID                          07540000
075500         MOVE PY-STATUS TO ERR-FILE-STATUS                        07550000
075600         PERFORM 9000-ERR-PARA                                    07560000
075700      END-IF.                                                     07570000
075800      EXIT.                                                       07580000
075900 3600-PRINT-SLIP.                                                 07590000
076000      MOVE SPACES TO SLIP-REC.                                    07600000
076100      STRING 'PAYSLIP FOR PERIOD ' WS-TODAY-YYYY '/' WS-TODAY-MM  07610000
076200         DELIMITED BY SIZE INTO SLIP-REC                          07620000
076300      END-STRING.                                                 07630000
076400      WRITE SLIP-REC AFTER ADVANCING PAGE.                        07640000
076500      MOVE SPACES TO SLIP-REC.                                    07650000
076600      STRING 'EMPLOYEE : ' EM-EID '  ' EM-FNAME ' ' EM-LNAME      07660000
076700         DELIMITED BY SIZE INTO SLIP-REC                          07670000
076800      END-STRING.                                                 07680000
076900      WRITE SLIP-REC AFTER ADVANCING 2 LINES.                     07690000
077000      MOVE WS-SLIP-HDG TO SLIP-REC.                               07700000
077100      WRITE SLIP-REC AFTER ADVANCING 2 LINES.                     07710000
077200      MOVE 'EARNINGS' TO SLIP-REC.                                07720000
077300      WRITE SLIP-REC AFTER ADVANCING 1 LINE.                      07730000
077400      MOVE 'BASIC SALARY' TO SL-DESC.                             07740000
077500      MOVE WS-BASIC TO SL-CUR.                                    07750000
077600      MOVE PY-YTD-BASIC TO SL-YTD.                                07760000
077700      PERFORM 3690-WRITE-SLIP-LINE.                               07770000
077800      IF WS-ARREARS > ZEROS                                       07780000
077900         MOVE SPACES TO SL-DESC                                   07790000
078000         STRING 'RAISE ARREARS - ' WS-ARR-MONTHS ' MONTHS'        07800000
078100            DELIMITED BY SIZE INTO SL-DESC                        07810000
078200         END-STRING                                               07820000
078300         MOVE WS-ARREARS TO SL-CUR                                07830000
078400         MOVE PY-YTD-ARREARS TO SL-YTD                            07840000
078500         PERFORM 3690-WRITE-SLIP-LINE                             07850000
078600      END-IF.                                                     07860000
078700      MOVE 'GROSS PAY' TO SL-DESC.                                07870000
078800      MOVE WS-GROSS TO SL-CUR.                                    07880000
078900      COMPUTE SL-YTD = PY-YTD-BASIC + PY-YTD-ARREARS.             07890000
079000      PERFORM 3690-WRITE-SLIP-LINE.                               07900000
079100      MOVE 'DEDUCTIONS' TO SLIP-REC.                              07910000
079200      WRITE SLIP-REC AFTER ADVANCING 2 LINES.                     07920000
079300      MOVE WS-RATE TO WS-RATE-ED.                                 07930000
079400      MOVE SPACES TO SL-DESC.                                     07940000
079500      STRING 'INCOME TAX AT ' WS-RATE-ED ' PERCENT'               07950000
079600         DELIMITED BY SIZE INTO SL-DESC                           07960000
079700      END-STRING.                                                 07970000
079800      MOVE WS-TAX TO SL-CUR.                                      07980000
079900      MOVE PY-YTD-TAX TO SL-YTD.                                  07990000
080000      PERFORM 3690-WRITE-SLIP-LINE.                               08000000
080100      PERFORM 3610-PRINT-DEDN                                     08010000
080200         VARYING WS-ED-IDX FROM 1 BY 1                            08020000
080300         UNTIL WS-ED-IDX > ED-CNT.                                08030000
080400      MOVE 'TOTAL DEDUCTIONS' TO SL-DESC.                         08040000
080500      COMPUTE SL-CUR = WS-TAX + WS-DEDNS.                         08050000
080600      COMPUTE SL-YTD = PY-YTD-TAX + PY-YTD-DEDNS.                 08060000
080700      PERFORM 3690-WRITE-SLIP-LINE.                               08070000
080800      MOVE 'NET PAY' TO SL-DESC.                                  08080000
080900      MOVE WS-NET TO SL-CUR.                                      08090000
081000      MOVE PY-YTD-NET TO SL-YTD.                                  08100000
081100      MOVE WS-SLIP-LINE TO SLIP-REC.                              08110000
081200      WRITE SLIP-REC AFTER ADVANCING 2 LINES.                     08120000
081300      IF WS-SHORT > ZEROS                                         08130000
081400         MOVE WS-SHORT TO WS-AMT-ED                               08140000
081500         MOVE SPACES TO SLIP-REC                                  08150000
081600         STRING '  DEDUCTIONS NOT TAKEN - PAY TOO LOW ' WS-AMT-ED 08160000
081700            DELIMITED BY SIZE INTO SLIP-REC                       08170000
081800         END-STRING                                               08180000
081900         WRITE SLIP-REC AFTER ADVANCING 2 LINES                   08190000
082000      END-IF.                                                     08200000
082100      ADD 1 TO SLIP-CNTR.                                         08210000
082200      ADD WS-GROSS TO ST-GROSS.                                   08220000
082300      ADD WS-NET TO ST-NET.                                       08230000
082400      EXIT.                                                       08240000
082500 3610-PRINT-DEDN.                                                 08250000
082600      MOVE WS-ED-DESC(WS-ED-IDX) TO SL-DESC.                      08260000
082700      MOVE WS-ED-TAKEN(WS-ED-IDX) TO SL-CUR.                      08270000
082800      MOVE SPACES TO SL-YTD-X.                                    08280000
082900      PERFORM 3690-WRITE-SLIP-LINE.                               08290000
083000      EXIT.                                                       08300000
083100 3690-WRITE-SLIP-LINE.                                            08310000
083200      MOVE WS-SLIP-LINE TO SLIP-REC.                              08320000
083300      WRITE SLIP-REC AFTER ADVANCING 1 LINE.                      08330000
083400      EXIT.                                                       08340000
083500 3700-WRITE-REG.                                                  08350000
083600      MOVE EM-EID TO RL-EID.                                      08360000
083700      MOVE EM-LNAME TO RL-LNAME.                                  08370000
083800      MOVE WS-BASIC TO RL-BASIC.                                  08380000
083900      MOVE WS-ARREARS TO RL-ARREARS.                              08390000
084000      MOVE WS-TAX TO RL-TAX.                                      08400000
084100      MOVE WS-DEDNS TO RL-DEDNS.                                  08410000
084200      MOVE WS-NET TO RL-NET.                                      08420000
084300      EVALUATE TRUE                                               08430000
084400         WHEN WS-SHORT > ZEROS                                    08440000
084500            MOVE 'SHRT' TO RL-NOTE                                08450000
084600         WHEN WS-RERUN                                            08460000
084700            MOVE 'RRUN' TO RL-NOTE                                08470000
084800         WHEN OTHER                                               08480000
084900            MOVE SPACES TO RL-NOTE                                08490000
085000      END-EVALUATE.                                               08500000
085100      MOVE WS-REG-LINE TO REG-REC.                                08510000
085200      WRITE REG-REC.                                              08520000
085300      ADD 1 TO REG-CNTR.                                          08530000
085400      ADD WS-BASIC TO RT-BASIC.                                   08540000
085500      ADD WS-ARREARS TO RT-ARREARS.                               08550000
085600      ADD WS-TAX TO RT-TAX.                                       08560000
085700      ADD WS-DEDNS TO RT-DEDNS.                                   08570000
085800      ADD WS-NET TO RT-NET.                                       08580000
085900      EXIT.                                                       08590000
086000 4000-LEFTOVER-ARREARS.                                           08600000
086100*     ARREARS FOR AN EMPLOYEE NOT ON THIS MONTH'S SALARY FILE     08610000
086200*     ARE NOT PAID - PAYROLL MUST FOLLOW THEM UP.                 08620000
086300      IF NOT WS-AT-USED(WS-AT-IDX)                                08630000
086400         ADD 1 TO ARRNE-CNTR                                      08640000
086500         MOVE 4 TO RETURN-CODE                                    08650000
086600         MOVE WS-AT-ARREARS(WS-AT-IDX) TO WS-AMT-ED               08660000
086700         MOVE SPACES TO REG-REC                                   08670000
086800         STRING WS-AT-EID(WS-AT-IDX) ' ARREARS ' WS-AMT-ED        08680000
086900                ' NOT PAID - NOT ON SALARY FILE'                  08690000
087000            DELIMITED BY SIZE INTO REG-REC                        08700000
087100         END-STRING                                               08710000
087200         WRITE REG-REC                                            08720000
087300      END-IF.                                                     08730000
087400      EXIT.                                                       08740000
087500 5000-CLOSE-PARA.                                                 08750000
087600      PERFORM 5100-BALANCE.                                       08760000
087700      CLOSE EMP-FILE PYTD-FILE SLIP-FILE REG-FILE.                08770000
087800      DISPLAY 'PAY PERIOD               : ' WS-PERIOD.            08780000
087900      DISPLAY 'EMPLOYEES READ           : ' EM-CNTR.              08790000
088000      DISPLAY 'PAYSLIPS PRINTED         : ' SLIP-CNTR.            08800000
088100      DISPLAY 'EMPLOYEES REJECTED       : ' REJ-CNTR.             08810000
088200      DISPLAY 'RERUN FOR PERIOD         : ' RERUN-CNTR.           08820000
088300      DISPLAY 'ARREARS PAID             : ' ARRPD-CNTR.           08830000
088400      DISPLAY 'ARREARS HELD             : ' ARRHLD-CNTR.          08840000
088500      DISPLAY 'ARREARS ALREADY PAID     : ' ARRDUP-CNTR.          08850000
088600      DISPLAY 'ARREARS NOT ON FILE      : ' ARRNE-CNTR.           08860000
088700      DISPLAY 'DEDUCTIONS SHORT         : ' SHORT-CNTR.           08870000
088800      IF WS-IN-BALANCE                                            08880000
088900         DISPLAY 'REGISTER BALANCES TO PAYSLIPS'                  08890000
089000      ELSE                                                        08900000
089100         DISPLAY 'REGISTER OUT OF BALANCE - SEE DDREG'            08910000
089200      END-IF.                                                     08920000
089300      PERFORM 5200-WRITE-RUNSTAT.                                 08930000
089400      EXIT.                                                       08940000
089500 5100-BALANCE.                                                    08950000
089600*     THE REGISTER MUST BALANCE TO THE PAYSLIPS - ONE LINE PER    08960000
089700*     PAYSLIP, EVERY EMPLOYEE READ EITHER PAID OR REJECTED, THE   08970000
089800*     SAME GROSS AND NET, AND BASIC PLUS ARREARS LESS TAX AND     08980000
089900*     DEDUCTIONS CROSS-FOOTING TO THE NET.                        08990000
090000      COMPUTE WS-XFOOT = RT-BASIC + RT-ARREARS - RT-TAX           09000000
090100                       - RT-DEDNS - RT-NET.                       09010000
090200      IF REG-CNTR NOT = SLIP-CNTR                                 09020000
090300         OR EM-CNTR NOT = SLIP-CNTR + REJ-CNTR                    09030000
090400         OR RT-BASIC + RT-ARREARS NOT = ST-GROSS                  09040000
090500         OR RT-NET NOT = ST-NET                                   09050000
090600         OR WS-XFOOT NOT = ZEROS                                  09060000
090700         MOVE 'N' TO WS-BAL-SW                                    09070000
090800         MOVE 8 TO RETURN-CODE                                    09080000
090900      END-IF.                                                     09090000
091000      MOVE SPACES TO REG-REC.                                     09100000
091100      WRITE REG-REC.                                              09110000
091200      MOVE SPACES TO REG-REC.                                     09120000
091300      STRING 'EMPLOYEES READ=' EM-CNTR ' PAYSLIPS=' SLIP-CNTR     09130000
091400             ' REGISTER LINES=' REG-CNTR ' REJECTED=' REJ-CNTR    09140000
091500         DELIMITED BY SIZE INTO REG-REC                           09150000
091600      END-STRING.                                                 09160000
091700      WRITE REG-REC.                                              09170000
091800      MOVE RT-BASIC TO WS-TOT-ED.                                 09180000
091900      MOVE SPACES TO REG-REC.                                     09190000
092000      STRING 'TOTAL BASIC        ' WS-TOT-ED                      09200000
092100         DELIMITED BY SIZE INTO REG-REC                           09210000
092200      END-STRING.                                                 09220000
092300      WRITE REG-REC.                                              09230000
092400      MOVE RT-ARREARS TO WS-TOT-ED.                               09240000
092500      MOVE SPACES TO REG-REC.                                     09250000
092600      STRING 'TOTAL ARREARS      ' WS-TOT-ED '   PAID=' ARRPD-CNTR09260000
092700         DELIMITED BY SIZE INTO REG-REC                           09270000
092800      END-STRING.                                                 09280000
092900      WRITE REG-REC.                                              09290000
093000      MOVE ST-GROSS TO WS-TOT-ED.                                 09300000
093100      MOVE SPACES TO REG-REC.                                     09310000
093200      STRING 'PAYSLIP GROSS      ' WS-TOT-ED                      09320000
093300         DELIMITED BY SIZE INTO REG-REC                           09330000
093400      END-STRING.                                                 09340000
093500      WRITE REG-REC.                                              09350000
093600      MOVE RT-TAX TO WS-TOT-ED.                                   09360000
093700      MOVE SPACES TO REG-REC.                                     09370000
093800      STRING 'TOTAL TAX          ' WS-TOT-ED                      09380000
093900         DELIMITED BY SIZE INTO REG-REC                           09390000
094000      END-STRING.                                                 09400000
094100      WRITE REG-REC.                                              09410000
094200      MOVE RT-DEDNS TO WS-TOT-ED.                                 09420000
094300      MOVE SPACES TO REG-REC.                                     09430000
094400      STRING 'TOTAL DEDUCTIONS   ' WS-TOT-ED                      09440000
094500         DELIMITED BY SIZE INTO REG-REC                           09450000
094600      END-STRING.                                                 09460000
094700      WRITE REG-REC.                                              09470000
094800      MOVE RT-NET TO WS-TOT-ED.                                   09480000
094900      MOVE SPACES TO REG-REC.                                     09490000
095000      STRING 'TOTAL NET PAY      ' WS-TOT-ED                      09500000
095100         DELIMITED BY SIZE INTO REG-REC                           09510000
095200      END-STRING.                                                 09520000
095300      WRITE REG-REC.                                              09530000
095400      MOVE ST-NET TO WS-TOT-ED.                                   09540000
095500      MOVE SPACES TO REG-REC.                                     09550000
095600      STRING 'PAYSLIP NET PAY    ' WS-TOT-ED                      09560000
095700         DELIMITED BY SIZE INTO REG-REC                           09570000
095800      END-STRING.                                                 09580000
095900      WRITE REG-REC.                                              09590000
096000      MOVE RT-SHORT TO WS-TOT-ED.                                 09600000
096100      MOVE SPACES TO REG-REC.                                     09610000
096200      STRING 'DEDUCTIONS NOT TAKEN ' WS-TOT-ED '  EMPLOYEES='     09620000
096300             SHORT-CNTR                                           09630000
096400         DELIMITED BY SIZE INTO REG-REC                           09640000
096500      END-STRING.                                                 09650000
096600      WRITE REG-REC.                                              09660000
096700      MOVE SPACES TO REG-REC.                                     09670000
096800      STRING 'ARREARS HELD=' ARRHLD-CNTR ' ALREADY PAID='         09680000
096900             ARRDUP-CNTR ' NOT ON FILE=' ARRNE-CNTR               09690000
097000         DELIMITED BY SIZE INTO REG-REC                           09700000
097100      END-STRING.                                                 09710000
097200      WRITE REG-REC.                                              09720000
097300      MOVE SPACES TO REG-REC.                                     09730000
097400      IF WS-IN-BALANCE                                            09740000
097500         MOVE '*** REGISTER BALANCES TO PAYSLIPS ***' TO REG-REC  09750000
097600      ELSE                                                        09760000
097700         MOVE '*** REGISTER OUT OF BALANCE WITH PAYSLIPS ***'     09770000
097800            TO REG-REC                                            09780000
097900      END-IF.                                                     09790000
098000      WRITE REG-REC.                                              09800000
098100      EXIT.                                                       09810000
098200 5200-WRITE-RUNSTAT.                                              09820000
098300      OPEN EXTEND STATFILE.                                       09830000
098400      EVALUATE TRUE                                               09840000
098500         WHEN RS-OPEN-OK                                          09850000
098600            MOVE SPACES TO RS-RUNSTAT-REC                         09860000
098700            MOVE 'PAYSLIP' TO RS-PGM-NAME                         09870000
098800            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 09880000
098900            ACCEPT RS-RUN-TIME FROM TIME                          09890000
099000            MOVE EM-CNTR TO RS-READ-CNT                           09900000
099100            MOVE SLIP-CNTR TO RS-WRITE-CNT                        09910000
099200            MOVE REJ-CNTR TO RS-REJ-CNT                           09920000
099300            MOVE RETURN-CODE TO RS-RETURN-CD                      09930000
099400            WRITE RS-RUNSTAT-REC                                  09940000
099500            IF NOT RS-WRITE-OK                                    09950000
099600               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   09960000
099700            END-IF                                                09970000
099800            CLOSE STATFILE                                        09980000
099900         WHEN OTHER                                               09990000
100000            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       10000000
100100      END-EVALUATE.                                               10010000
100200      EXIT.                                                       10020000
100300 9000-ERR-PARA.                                                   10030000
100400      DISPLAY WS-ERR-DESC.                                        10040000
100500      MOVE 30 TO RETURN-CODE.                                     10050000
100600      STOP RUN.                                                   10060000
