000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LVACCRUE.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : MJ24 ASSOCIATE MASTER KSDS (DDKSDS), LEAVE        00040000
000500*               ACCRUAL RULE CARDS (DDLVRULE)                     00050000
000600* OUTPUT FILE : LEAVE ENTITLEMENT LEDGER KSDS (DDLVBKS, I-O),     00060000
000700*               ACCRUAL REPORT (DDRPT), RUN STATISTICS (DDRSTAT)  00070000
000800* PRG DESC    : MONTHLY LEAVE ACCRUAL.  TAKES THE ACCRUAL MONTH   00080000
000900*               (YYYYMM) FROM THE CONSOLE - BLANK MEANS THE       00090000
001000*               CURRENT MONTH - AND CREDITS EVERY ACTIVE          00100000
001100*               ASSOCIATE (STATUS A OR SPACE) WITH THE MONTHLY    00110000
001200*               DAYS OF THEIR SERVICE BAND FROM THE RULE CARDS.   00120000
001300*               THE LEDGER RECORD FOR THE YEAR IS CREATED ON      00130000
001400*               FIRST CREDIT.  A MONTH ALREADY CREDITED IS        00140000
001500*               SKIPPED, SO THE STEP CAN BE RERUN.  A YEAR        00150000
001600*               ALREADY CLOSED BY LVYREND IS NOT TOUCHED AND IS   00160000
001700*               REPORTED (RC 4).                                  00170000
001800*               NO RULE CARDS IS A CONTROL FAILURE (RC 8).        00180000
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 15 OCT 2026                                       00200000
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00250000
002600      ORGANIZATION IS INDEXED                                     00260000
002700      ACCESS MODE IS SEQUENTIAL                                   00270000
002800      RECORD KEY IS MAASSOID                                      00280000
002900      FILE STATUS MA-STATUS.                                      00290000
003000*                                                                 00300000
003100      SELECT RULE-FILE ASSIGN TO DDLVRULE                         00310000
003200      ORGANIZATION IS SEQUENTIAL                                  00320000
003300      ACCESS MODE IS SEQUENTIAL                                   00330000
003400      FILE STATUS RL-STATUS.                                      00340000
003500*                                                                 00350000
003600      SELECT LVBAL-FILE ASSIGN TO DDLVBKS                         00360000
003700      ORGANIZATION IS INDEXED                                     00370000
003800      ACCESS MODE IS RANDOM                                       00380000
003900      RECORD KEY IS LB-BAL-KEY                                    00390000
004000      FILE STATUS LB-STATUS.                                      00400000
004100*                                                                 00410000
004200      SELECT RPTFILE ASSIGN TO DDRPT                              00420000
004300      ORGANIZATION IS SEQUENTIAL                                  00430000
004400      ACCESS MODE IS SEQUENTIAL                                   00440000
004500      FILE STATUS RP-STATUS.                                      00450000
004600*                                                                 00460000
004700      SELECT STATFILE ASSIGN TO DDRSTAT                           00470000
004800      ORGANIZATION IS SEQUENTIAL                                  00480000
004900      ACCESS MODE IS SEQUENTIAL                                   00490000
005000      FILE STATUS RS-STATUS.                                      00500000
005100*                                                                 00510000
005200 DATA DIVISION.                                                   00520000
005300 FILE SECTION.                                                    00530000
005400 FD KSDS-FILE.                                                    00540000
005500 01 MAREC.                                                        00550000
005600 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00560000
005700 FD RULE-FILE RECORDING MODE F.                                   00570000
005800 COPY LVRULREC REPLACING ==:LVR:== BY ==RL==.                     00580000
005900 FD LVBAL-FILE.                                                   00590000
006000 COPY LVBALREC REPLACING ==:LVB:== BY ==LB==.                     00600000
006100 FD RPTFILE RECORDING MODE F.                                     00610000
006200 01 RPT-REC PIC X(132).                                           00620000
006300 FD STATFILE RECORDING MODE F.                                    00630000
006400 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00640000
006500 WORKING-STORAGE SECTION.                                         00650000
006600 01 WS-FILE-STATUSES.                                             00660000
006700    05 MA-STATUS PIC XX.                                          00670000
006800    88 MA-OPEN-OK VALUE '00'.                                     00680000
006900    88 MA-READ-OK VALUE '00'.                                     00690000
007000    88 MA-EOF     VALUE '10'.                                     00700000
007100    05 RL-STATUS PIC XX.                                          00710000
007200    88 RL-OPEN-OK VALUE '00'.                                     00720000
007300    88 RL-READ-OK VALUE '00'.                                     00730000
007400    88 RL-EOF     VALUE '10'.                                     00740000
007500    05 LB-STATUS PIC XX.                                          00750000
007600    88 LB-OPEN-OK    VALUE '00'.                                  00760000
007700    88 LB-READ-OK    VALUE '00'.                                  00770000
007800    88 LB-WRITE-OK   VALUE '00'.                                  00780000
007900    88 LB-REWRITE-OK VALUE '00'.                                  00790000
008000    88 LB-KEYNF      VALUE '23'.                                  00800000
008100    05 RP-STATUS PIC XX.                                          00810000
008200    88 RP-OPEN-OK VALUE '00'.                                     00820000
008300    05 RS-STATUS PIC XX.                                          00830000
008400    88 RS-OPEN-OK  VALUE '00'.                                    00840000
008500    88 RS-WRITE-OK VALUE '00'.                                    00850000
008600 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00860000
008700 01 WS-TODAY-R REDEFINES WS-TODAY.                                00870000
008800    05 WS-TODAY-YYYYMM PIC 9(6).                                  00880000
008900    05 WS-TODAY-DD     PIC 9(2).                                  00890000
009000 01 WS-ACCR-MONTH PIC X(6) VALUE SPACES.                          00900000
009100 01 WS-ACCR-MONTH-N REDEFINES WS-ACCR-MONTH PIC 9(6).             00910000
009200 01 WS-ACCR-MONTH-R REDEFINES WS-ACCR-MONTH.                      00920000
009300    05 WS-ACCR-YYYY PIC 9(4).                                     00930000
009400    05 WS-ACCR-MM   PIC 9(2).                                     00940000
009500 01 WS-HIRE-DATE PIC X(8) VALUE SPACES.                           00950000
009600 01 WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.                        00960000
009700    05 WS-HIRE-YYYY PIC 9(4).                                     00970000
009800    05 WS-HIRE-MM   PIC 9(2).                                     00980000
009900    05 WS-HIRE-DD   PIC 9(2).                                     00990000
010000 01 WS-SVC-YEARS PIC 9(4) VALUE ZEROS.                            01000000
010100 01 WS-NEW-SW PIC X VALUE 'N'.                                    01010000
010200    88 NEW-LEDGER-REC VALUE 'Y'.                                  01020000
010300 01 RT-CNT    PIC 9(2) VALUE 0.                                   01030000
010400 01 RT-IDX    PIC 9(2) VALUE 0.                                   01040000
010500 01 RT-BAND   PIC 9(2) VALUE 0.                                   01050000
010600 01 WS-RULE-TABLE.                                                01060000
010700    05 RT-ENT OCCURS 10 TIMES.                                    01070000
010800       10 RT-MIN-YEARS    PIC 9(2).                               01080000
010900       10 RT-MONTHLY-DAYS PIC 9(2)V99.                            01090000
011000       10 RT-CARRY-CAP    PIC 9(3)V99.                            01100000
011100 01 WS-CNTRS.                                                     01110000
011200    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         01120000
011300    05 NOTACT-CNTR  PIC 9(6) VALUE ZEROS.                         01130000
011400    05 CREDIT-CNTR  PIC 9(6) VALUE ZEROS.                         01140000
011500    05 NEWREC-CNTR  PIC 9(6) VALUE ZEROS.                         01150000
011600    05 DONE-CNTR    PIC 9(6) VALUE ZEROS.                         01160000
011700    05 CLOSED-CNTR  PIC 9(6) VALUE ZEROS.                         01170000
011800    05 NORULE-CNTR  PIC 9(6) VALUE ZEROS.                         01180000
011900    05 NOHIRE-CNTR  PIC 9(6) VALUE ZEROS.                         01190000
012000 01 WS-DAYS-TOTAL PIC 9(7)V99 VALUE ZEROS.                        01200000
012100 01 WS-DAYS-TOTAL-ED PIC Z(6)9.99.                                01210000
012200 01 WS-DETAIL-LINE.                                               01220000
012300    05 FILLER      PIC X(3) VALUE SPACES.                         01230000
012400    05 DTL-ASSOID  PIC X(7).                                      01240000
012500    05 FILLER      PIC X VALUE SPACE.                             01250000
012600    05 DTL-NAME    PIC X(30).                                     01260000
012700    05 FILLER      PIC X VALUE SPACE.                             01270000
012800    05 DTL-SVC     PIC Z9.                                        01280000
012900    05 FILLER      PIC X(5) VALUE ' YRS '.                        01290000
013000    05 DTL-CREDIT  PIC Z9.99.                                     01300000
013100    05 FILLER      PIC X(3) VALUE SPACES.                         01310000
013200    05 DTL-BALANCE PIC ZZ9.99.                                    01320000
013300    05 FILLER      PIC X VALUE SPACE.                             01330000
013400    05 DTL-NOTE    PIC X(20).                                     01340000
013500 01 WS-ERR-DESC.                                                  01350000
013600    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01360000
013700    05  ERR-PARA             PIC X(30).                           01370000
013800    05  FILLER               PIC XX VALUE SPACES.                 01380000
013900    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01390000
014000    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01400000
014100    05  ERR-FILE-STATUS      PIC XX.                              01410000
014200 PROCEDURE DIVISION.                                              01420000
014300 0000-MAIN-PARA.                                                  01430000
014400      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01440000
014500      PERFORM 0500-GET-MONTH.                                     01450000
014600      PERFORM 1000-OPEN-FILES.                                    01460000
014700      PERFORM 2000-LOAD-RULES.                                    01470000
014800      PERFORM 3000-PRCS-RECS UNTIL MA-EOF.                        01480000
014900      PERFORM 5000-CLOSE-PARA.                                    01490000
015000      STOP RUN.                                                   01500000
015100 0000-MAIN-PARA-EXIT.                                             01510000
015200      EXIT.                                                       01520000
015300 0500-GET-MONTH.                                                  01530000
015400      DISPLAY 'ACCRUAL MONTH YYYYMM (BLANK = THIS MONTH) : '.     01540000
015500      ACCEPT WS-ACCR-MONTH.                                       01550000
015600      IF WS-ACCR-MONTH NOT NUMERIC                                01560000
015700         OR WS-ACCR-MM < 1 OR WS-ACCR-MM > 12                     01570000
015800         IF WS-ACCR-MONTH NOT = SPACES                            01580000
015900            DISPLAY 'INVALID MONTH ' WS-ACCR-MONTH                01590000
016000               ' - CURRENT MONTH ASSUMED'                         01600000
016100         END-IF                                                   01610000
016200         MOVE WS-TODAY-YYYYMM TO WS-ACCR-MONTH-N                  01620000
016300      END-IF.                                                     01630000
016400      DISPLAY 'ACCRUAL MONTH : ' WS-ACCR-MONTH.                   01640000
016500      EXIT.                                                       01650000
016600 1000-OPEN-FILES.                                                 01660000
016700      OPEN INPUT KSDS-FILE.                                       01670000
016800      IF NOT MA-OPEN-OK                                           01680000
016900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01690000
017000         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          01700000
017100         MOVE MA-STATUS TO ERR-FILE-STATUS                        01710000
017200         PERFORM 9000-ERR-PARA                                    01720000
017300      END-IF.                                                     01730000
017400      OPEN I-O LVBAL-FILE.                                        01740000
017500      IF NOT LB-OPEN-OK                                           01750000
017600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01760000
017700         MOVE 'LVBAL-FILE' TO ERR-FILE-ID                         01770000
017800         MOVE LB-STATUS TO ERR-FILE-STATUS                        01780000
017900         PERFORM 9000-ERR-PARA                                    01790000
018000      END-IF.                                                     01800000
018100      OPEN OUTPUT RPTFILE.                                        01810000
018200      IF NOT RP-OPEN-OK                                           01820000
018300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01830000
018400         MOVE 'RPTFILE' TO ERR-FILE-ID                            01840000
018500         MOVE RP-STATUS TO ERR-FILE-STATUS                        01850000
018600         PERFORM 9000-ERR-PARA                                    01860000
018700      END-IF.                                                     01870000
018800      MOVE SPACES TO RPT-REC.                                     01880000
018900      STRING 'LEAVE ACCRUAL FOR MONTH ' WS-ACCR-MONTH             01890000
019000             '    RUN DATE ' WS-TODAY                             01900000
019100         DELIMITED BY SIZE INTO RPT-REC                           01910000
019200      END-STRING.                                                 01920000
019300      WRITE RPT-REC.                                              01930000
019400      MOVE SPACES TO RPT-REC.                                     01940000
019500      STRING '   ASSOID  NAME                           SERVICE'  01950000
019600             '  CREDIT  BALANCE'                                  01960000
019700         DELIMITED BY SIZE INTO RPT-REC                           01970000
019800      END-STRING.                                                 01980000
019900      WRITE RPT-REC.                                              01990000
020000      EXIT.                                                       02000000
020100 2000-LOAD-RULES.                                                 02010000
020200      OPEN INPUT RULE-FILE.                                       02020000
020300      IF NOT RL-OPEN-OK                                           02030000
020400         MOVE '2000-LOAD-RULES' TO ERR-PARA                       02040000
020500         MOVE 'RULE-FILE' TO ERR-FILE-ID                          02050000
020600         MOVE RL-STATUS TO ERR-FILE-STATUS                        02060000
020700         PERFORM 9000-ERR-PARA                                    02070000
020800      END-IF.                                                     02080000
020900      PERFORM 2100-READ-RULE UNTIL RL-EOF.                        02090000
021000      CLOSE RULE-FILE.                                            02100000
021100      DISPLAY 'SERVICE BANDS LOADED : ' RT-CNT.                   02110000
021200      IF RT-CNT = 0                                               02120000
021300         DISPLAY 'NO ACCRUAL RULES - NOTHING CREDITED'            02130000
021400         CLOSE KSDS-FILE LVBAL-FILE RPTFILE                       02140000
021500         MOVE 8 TO RETURN-CODE                                    02150000
021600         STOP RUN                                                 02160000
021700      END-IF.                                                     02170000
021800      EXIT.                                                       02180000
021900 2100-READ-RULE.                                                  02190000
022000      READ RULE-FILE.                                             02200000
022100      EVALUATE TRUE                                               02210000
022200         WHEN RL-READ-OK                                          02220000
022300            IF RL-RULE-REC(1:1) = '*'                             02230000
022400               CONTINUE                                           02240000
022500            ELSE                                                  02250000
022600               IF RL-MIN-YEARS NOT NUMERIC                        02260000
022700                  OR RL-MONTHLY-DAYS NOT NUMERIC                  02270000
022800                  OR RL-CARRY-CAP NOT NUMERIC                     02280000
022900                  DISPLAY 'BAD RULE CARD SKIPPED : ' RL-RULE-REC  02290000
023000               ELSE                                               02300000
023100                  IF RT-CNT < 10                                  02310000
023200                     ADD 1 TO RT-CNT                              02320000
023300                     MOVE RL-MIN-YEARS TO RT-MIN-YEARS(RT-CNT)    02330000
023400                     MOVE RL-MONTHLY-DAYS TO                      02340000
023500                        RT-MONTHLY-DAYS(RT-CNT)                   02350000
023600                     MOVE RL-CARRY-CAP TO RT-CARRY-CAP(RT-CNT)    02360000
023700                  ELSE                                            02370000
023800                     DISPLAY 'RULE TABLE FULL - CARD SKIPPED'     02380000
023900                  END-IF                                          02390000
024000               END-IF                                             02400000
024100            END-IF                                                02410000
024200         WHEN RL-EOF                                              02420000
024300            CONTINUE                                              02430000
024400         WHEN OTHER                                               02440000
024500            MOVE '2100-READ-RULE' TO ERR-PARA                     02450000
024600            MOVE 'RULE-FILE' TO ERR-FILE-ID                       02460000
024700            MOVE RL-STATUS TO ERR-FILE-STATUS                     02470000
024800            PERFORM 9000-ERR-PARA                                 02480000
024900      END-EVALUATE.                                               02490000
025000      EXIT.                                                       02500000
025100 3000-PRCS-RECS.                                                  02510000
025200      READ KSDS-FILE.                                             02520000
025300      EVALUATE TRUE                                               02530000
025400         WHEN MA-READ-OK                                          02540000
025500            ADD 1 TO IP-CNTR                                      02550000
025600            IF MASTATUS = 'A' OR MASTATUS = SPACE                 02560000
025700               PERFORM 3100-ACCRUE-ONE THRU 3100-ACCRUE-EXIT      02570001
025800            ELSE                                                  02580000
025900               ADD 1 TO NOTACT-CNTR                               02590000
026000            END-IF                                                02600000
026100         WHEN MA-EOF                                              02610000
026200            CONTINUE                                              02620000
026300         WHEN OTHER                                               02630000
026400            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02640000
026500            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       02650000
026600            MOVE MA-STATUS TO ERR-FILE-STATUS                     02660000
026700            PERFORM 9000-ERR-PARA                                 02670000
026800      END-EVALUATE.                                               02680000
026900      EXIT.                                                       02690000
027000 3100-ACCRUE-ONE.                                                 02700000
027100      PERFORM 3200-SERVICE-BAND.                                  02710000
027200      IF RT-BAND = 0                                              02720000
027300         ADD 1 TO NORULE-CNTR                                     02730000
027400         GO TO 3100-ACCRUE-EXIT                                   02740000
027500      END-IF.                                                     02750000
027600      MOVE 'N' TO WS-NEW-SW.                                      02760000
027700      MOVE MAASSOID TO LB-ASSOID.                                 02770000
027800      MOVE WS-ACCR-YYYY TO LB-LEAVE-YEAR.                         02780000
027900      READ LVBAL-FILE.                                            02790000
028000      EVALUATE TRUE                                               02800000
028100         WHEN LB-READ-OK                                          02810000
028200            CONTINUE                                              02820000
028300         WHEN LB-KEYNF                                            02830000
028400            MOVE 'Y' TO WS-NEW-SW                                 02840000
028500            MOVE SPACES TO LB-LVBAL-REC                           02850000
028600            MOVE MAASSOID TO LB-ASSOID                            02860000
028700            MOVE WS-ACCR-YYYY TO LB-LEAVE-YEAR                    02870000
028800            MOVE ZEROS TO LB-CARRIED-IN LB-ACCRUED LB-TAKEN       02880000
028900                          LB-LAPSED LB-BALANCE LB-LAST-ACCR-MM    02890000
029000            MOVE 'O' TO LB-YEAR-STATUS                            02900000
029100         WHEN OTHER                                               02910000
029200            MOVE '3100-ACCRUE-ONE' TO ERR-PARA                    02920000
029300            MOVE 'LVBAL-FILE' TO ERR-FILE-ID                      02930000
029400            MOVE LB-STATUS TO ERR-FILE-STATUS                     02940000
029500            PERFORM 9000-ERR-PARA                                 02950000
029600      END-EVALUATE.                                               02960000
029700      IF LB-YEAR-STATUS = 'C'                                     02970000
029800         ADD 1 TO CLOSED-CNTR                                     02980000
029900         MOVE 'YEAR ALREADY CLOSED' TO DTL-NOTE                   02990000
030000         PERFORM 3400-WRITE-DETAIL                                03000000
030100         GO TO 3100-ACCRUE-EXIT                                   03010000
030200      END-IF.                                                     03020000
030300      IF LB-LAST-ACCR-MM NOT < WS-ACCR-MONTH-N                    03030000
030400         ADD 1 TO DONE-CNTR                                       03040000
030500         GO TO 3100-ACCRUE-EXIT                                   03050000
030600      END-IF.                                                     03060000
030700      ADD RT-MONTHLY-DAYS(RT-BAND) TO LB-ACCRUED LB-BALANCE.      03070000
030800      MOVE WS-ACCR-MONTH-N TO LB-LAST-ACCR-MM.                    03080000
030900      MOVE WS-TODAY TO LB-LAST-UPD-DATE.                          03090000
031000      IF NEW-LEDGER-REC                                           03100000
031100         WRITE LB-LVBAL-REC                                       03110000
031200         IF NOT LB-WRITE-OK                                       03120000
031300            MOVE '3100-ACCRUE-ONE' TO ERR-PARA                    03130000
031400            MOVE 'LVBAL-FILE' TO ERR-FILE-ID                      03140000
031500            MOVE LB-STATUS TO ERR-FILE-STATUS                     03150000
031600            PERFORM 9000-ERR-PARA                                 03160000
031700         END-IF                                                   03170000
031800         ADD 1 TO NEWREC-CNTR                                     03180000
031900         MOVE 'NEW LEDGER YEAR' TO DTL-NOTE                       03190000
032000      ELSE                                                        03200000
032100         REWRITE LB-LVBAL-REC                                     03210000
032200         IF NOT LB-REWRITE-OK                                     03220000
032300            MOVE '3100-ACCRUE-ONE' TO ERR-PARA                    03230000
032400            MOVE 'LVBAL-FILE' TO ERR-FILE-ID                      03240000
032500            MOVE LB-STATUS TO ERR-FILE-STATUS                     03250000
032600            PERFORM 9000-ERR-PARA                                 03260000
032700         END-IF                                                   03270000
032800         MOVE SPACES TO DTL-NOTE                                  03280000
032900      END-IF.                                                     03290000
033000      ADD 1 TO CREDIT-CNTR.                                       03300000
033100      ADD RT-MONTHLY-DAYS(RT-BAND) TO WS-DAYS-TOTAL.              03310000
033200      PERFORM 3400-WRITE-DETAIL.                                  03320000
033300 3100-ACCRUE-EXIT.                                                03330000
033400      EXIT.                                                       03340000
033500*  COMPLETED YEARS OF SERVICE AT THE ACCRUAL MONTH PICK THE BAND  03350000
033600*  WITH THE HIGHEST MIN-YEARS NOT ABOVE THEM.  NO HIRE DATE ON    03360000
033700*  THE MASTER COUNTS AS NO SERVICE.                               03370000
033800 3200-SERVICE-BAND.                                               03380000
033900      MOVE ZEROS TO WS-SVC-YEARS.                                 03390000
034000      IF MAHIREDT NOT NUMERIC                                     03400000
034100         ADD 1 TO NOHIRE-CNTR                                     03410000
034200      ELSE                                                        03420000
034300         MOVE MAHIREDT TO WS-HIRE-DATE                            03430000
034400         IF WS-HIRE-YYYY < WS-ACCR-YYYY                           03440000
034500            COMPUTE WS-SVC-YEARS = WS-ACCR-YYYY - WS-HIRE-YYYY    03450000
034600            IF WS-HIRE-MM > WS-ACCR-MM                            03460000
034700               SUBTRACT 1 FROM WS-SVC-YEARS                       03470000
034800            END-IF                                                03480000
034900         END-IF                                                   03490000
035000      END-IF.                                                     03500000
035100      MOVE 0 TO RT-BAND.                                          03510000
035200      PERFORM 3210-PICK-BAND                                      03520000
035300             VARYING RT-IDX FROM 1 BY 1                           03530000
035400             UNTIL RT-IDX > RT-CNT.                               03540000
035500      EXIT.                                                       03550000
035600 3210-PICK-BAND.                                                  03560000
035700      IF RT-MIN-YEARS(RT-IDX) NOT > WS-SVC-YEARS                  03570000
035800         IF RT-BAND = 0                                           03580000
035900            MOVE RT-IDX TO RT-BAND                                03590000
036000         ELSE                                                     03600000
036100            IF RT-MIN-YEARS(RT-IDX) > RT-MIN-YEARS(RT-BAND)       03610000
036200               MOVE RT-IDX TO RT-BAND                             03620000
036300            END-IF                                                03630000
036400         END-IF                                                   03640000
036500      END-IF.                                                     03650000
036600      EXIT.                                                       03660000
036700 3400-WRITE-DETAIL.                                               03670000
036800      MOVE MAASSOID TO DTL-ASSOID.                                03680000
036900      MOVE MANAME TO DTL-NAME.                                    03690000
037000      MOVE WS-SVC-YEARS TO DTL-SVC.                               03700000
037100      IF LB-YEAR-STATUS = 'C'                                     03710000
037200         MOVE ZEROS TO DTL-CREDIT                                 03720000
037300      ELSE                                                        03730000
037400         MOVE RT-MONTHLY-DAYS(RT-BAND) TO DTL-CREDIT              03740000
037500      END-IF.                                                     03750000
037600      MOVE LB-BALANCE TO DTL-BALANCE.                             03760000
037700      MOVE WS-DETAIL-LINE TO RPT-REC.                             03770000
037800      WRITE RPT-REC.                                              03780000
037900      EXIT.                                                       03790000
038000 5000-CLOSE-PARA.                                                 03800000
038100      MOVE WS-DAYS-TOTAL TO WS-DAYS-TOTAL-ED.                     03810000
038200      MOVE SPACES TO RPT-REC.                                     03820000
038300      WRITE RPT-REC.                                              03830000
038400      MOVE SPACES TO RPT-REC.                                     03840000
038500      STRING 'MASTER READ=' IP-CNTR                               03850000
038600             ' NOT ACTIVE=' NOTACT-CNTR                           03860000
038700             ' CREDITED=' CREDIT-CNTR                             03870000
038800             ' NEW LEDGER=' NEWREC-CNTR                           03880000
038900             ' ALREADY DONE=' DONE-CNTR                           03890000
039000             ' YEAR CLOSED=' CLOSED-CNTR                          03900000
039100             ' NO BAND=' NORULE-CNTR                              03910000
039200             ' DAYS=' WS-DAYS-TOTAL-ED                            03920000
039300         DELIMITED BY SIZE INTO RPT-REC                           03930000
039400      END-STRING.                                                 03940000
039500      WRITE RPT-REC.                                              03950000
039600      CLOSE KSDS-FILE LVBAL-FILE RPTFILE.                         03960000
039700      DISPLAY 'MASTER RECORDS READ : ' IP-CNTR.                   03970000
039800      DISPLAY 'ASSOCIATES CREDITED : ' CREDIT-CNTR.               03980000
039900      DISPLAY 'NEW LEDGER RECORDS  : ' NEWREC-CNTR.               03990000
040000      DISPLAY 'MONTH ALREADY DONE  : ' DONE-CNTR.                 04000000
040100      DISPLAY 'YEAR ALREADY CLOSED : ' CLOSED-CNTR.               04010000
040200      DISPLAY 'NO SERVICE BAND     : ' NORULE-CNTR.               04020000
040300      DISPLAY 'NO HIRE DATE        : ' NOHIRE-CNTR.               04030000
040400      DISPLAY 'DAYS CREDITED       : ' WS-DAYS-TOTAL-ED.          04040000
040500      IF CLOSED-CNTR > 0 OR NORULE-CNTR > 0                       04050000
040600         MOVE 4 TO RETURN-CODE                                    04060000
040700      END-IF.                                                     04070000
040800      PERFORM 5200-WRITE-RUNSTAT THRU 5200-WRITE-RUNSTAT-EXIT.    04080001
040900      EXIT.                                                       04090000
041000 5200-WRITE-RUNSTAT.                                              04100000
041100      OPEN EXTEND STATFILE.                                       04110000
041200      IF NOT RS-OPEN-OK                                           04120000
041300         DISPLAY 'ERR OPENING STATFILE ' RS-STATUS                04130000
041400         GO TO 5200-WRITE-RUNSTAT-EXIT                            04140000
041500      END-IF.                                                     04150000
041600      MOVE SPACES TO RS-RUNSTAT-REC.                              04160000
041700      MOVE 'LVACCRUE' TO RS-PGM-NAME.                             04170000
041800      ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.                      04180000
041900      ACCEPT RS-RUN-TIME FROM TIME.                               04190000
042000      MOVE IP-CNTR TO RS-READ-CNT.                                04200000
042100      MOVE CREDIT-CNTR TO RS-WRITE-CNT.                           04210000
042200      COMPUTE RS-REJ-CNT = CLOSED-CNTR + NORULE-CNTR.             04220000
042300      MOVE RETURN-CODE TO RS-RETURN-CD.                           04230000
042400      WRITE RS-RUNSTAT-REC.                                       04240000
042500      IF NOT RS-WRITE-OK                                          04250000
042600         DISPLAY 'ERR WRITING STATFILE ' RS-STATUS                04260000
042700      END-IF.                                                     04270000
042800      CLOSE STATFILE.                                             04280000
042900 5200-WRITE-RUNSTAT-EXIT.                                         04290000
043000      EXIT.                                                       04300000
043100 9000-ERR-PARA.                                                   04310000
043200      DISPLAY WS-ERR-DESC.                                        04320000
043300      MOVE 30 TO RETURN-CODE.                                     04330000
043400      STOP RUN.                                                   04340000
