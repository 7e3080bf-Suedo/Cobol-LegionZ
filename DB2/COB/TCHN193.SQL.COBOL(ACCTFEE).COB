000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ACCTFEE.                                             00020000
000300***************************************************************** 00030000
000400* TABLES USED : EXP_OUT (CUSTOMER ACCOUNT EXTRACT D2A BUILDS)     00040000
000500* INPUT FILE  : FEE SCHEDULE BY ACC_TYPE (DDFEE - TYPE, MINIMUM   00050000
000600*               BALANCE, LOW-BALANCE FEE, MONTHLY MAINTENANCE     00060000
000700*               FEE, FROZEN / DORMANT ACCOUNT FEE)                00070000
000800* OUTPUT FILE : FEE LINES APPENDED TO THE ACTIVITY JOURNAL        00080000
000900*               (DDACTV, TXNPOST'S RECORD SHAPE - CUSTSTMT AND    00090000
001000*               STMXTR PRINT THEM WITH THE PERIOD'S ACTIVITY),    00100000
001100*               CONTROL REPORT OF FEES BY TYPE AND OF FEES        00110000
001200*               WAIVED (DDRPT)                                    00120000
001300* PRG DESC    : MONTH-END ACCOUNT FEE ASSESSMENT.  EVERY OPEN     00130000
001400*               ACCOUNT PAYS ITS TYPE'S MAINTENANCE FEE (CODE     00140000
001500*               MF), A LOW-BALANCE FEE (CODE LB) WHEN THE         00150000
001600*               MONTH-END BALANCE IS BELOW THE TYPE MINIMUM,      00160000
001700*               AND A STATUS FEE (CODE SF) WHEN THE ACCOUNT IS    00170000
001800*               FROZEN (F) OR DORMANT (D).  FEES ARE TAKEN IN     00180000
001900*               THAT ORDER AND NEVER DRIVE THE BALANCE BELOW      00190000
002000*               ZERO - WHAT THE BALANCE CANNOT COVER IS WAIVED    00200000
002100*               AND LISTED.  ACCOUNTS AT STATUS C (CLOSED) ARE    00210000
002200*               SKIPPED.  A ZERO FEE IN THE SCHEDULE MEANS THE    00220000
002300*               FEE DOES NOT APPLY TO THAT TYPE.                  00230000
002400* AUTHOR      : BOOSAN                                            00240000
002500* CREATED ON  : 15 OCT 2026                                       00250000
002600***************************************************************** 00260000
002700 ENVIRONMENT DIVISION.                                            00270000
002800 INPUT-OUTPUT SECTION.                                            00280000
002900 FILE-CONTROL.                                                    00290000
003000      SELECT TF000-FEE-FILE ASSIGN TO DDFEE                       00300000
003100      ORGANIZATION IS SEQUENTIAL                                  00310000
003200      ACCESS MODE IS SEQUENTIAL                                   00320000
003300      FILE STATUS IS W01-FST-FEE.                                 00330000
003400*                                                                 00340000
003500      SELECT RP000-POST-FILE ASSIGN TO DDACTV                     00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS IS W01-FST-POST.                                00380000
003900*                                                                 00390000
004000      SELECT RO000-RPT-FILE ASSIGN TO DDRPT                       00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS IS W01-FST-RPT.                                 00430000
004400*                                                                 00440000
004500 DATA DIVISION.                                                   00450000
004600 FILE SECTION.                                                    00460000
004700 FD TF000-FEE-FILE RECORDING MODE IS F.                           00470000
004800 01 TF000-FEE-REC.                                                00480000
004900     05 TF000-ACC-TYPE   PIC X(3).                                00490000
005000     05 FILLER           PIC X.                                   00500000
005100     05 TF000-MIN-BAL    PIC 9(7)V99.                             00510000
005200     05 FILLER           PIC X.                                   00520000
005300     05 TF000-LOW-FEE    PIC 9(3)V99.                             00530000
005400     05 FILLER           PIC X.                                   00540000
005500     05 TF000-MAINT-FEE  PIC 9(3)V99.                             00550000
005600     05 FILLER           PIC X.                                   00560000
005700     05 TF000-STAT-FEE   PIC 9(3)V99.                             00570000
005800     05 FILLER           PIC X(49).                               00580000
005900 FD RP000-POST-FILE RECORDING MODE IS F.                          00590000
006000 01 RP000-POST-REC.                                               00600000
006100     05 RP000-CUST-ID    PIC X(5).                                00610000
006200     05 FILLER           PIC X.                                   00620000
006300     05 RP000-ACC-TYPE   PIC X(3).                                00630000
006400     05 FILLER           PIC X.                                   00640000
006500     05 RP000-OLD-BAL    PIC 9(7).99.                             00650000
006600     05 FILLER           PIC X.                                   00660000
006700     05 RP000-AMOUNT     PIC 9(5).99.                             00670000
006800     05 FILLER           PIC X.                                   00680000
006900     05 RP000-NEW-BAL    PIC 9(7).99.                             00690000
007000     05 FILLER           PIC X.                                   00700000
007100     05 RP000-TXN-CODE   PIC X(2).                                00710000
007200     05 RP000-DRCR       PIC X.                                   00720000
007300     05 FILLER           PIC X(36).                               00730000
007400 FD RO000-RPT-FILE RECORDING MODE IS F.                           00740000
007500 01 RO000-RPT-REC PIC X(80).                                      00750000
007600 WORKING-STORAGE SECTION.                                         00760000
007700      EXEC SQL                                                    00770000
007800        INCLUDE SQLCA                                             00780000
007900      END-EXEC.                                                   00790000
008000*                                                                 00800000
008100      EXEC SQL                                                    00810000
008200        DECLARE CUR1 CURSOR FOR                                   00820000
008300          SELECT CUST_ID, ACC_TYPE, ACCT_BAL, ACC_STATUS          00830000
008400            FROM EXP_OUT                                          00840000
008500           ORDER BY CUST_ID                                       00850000
008600      END-EXEC.                                                   00860000
008700*                                                                 00870000
008800 01 W01-HOST-VARS.                                                00880000
008900      05 HV-CUST-ID    PIC X(5).                                  00890000
009000      05 HV-ACC-TYPE   PIC X(3).                                  00900000
009100      05 HV-BAL        PIC S9(7)V99 COMP-3.                       00910000
009200      05 HV-NEW-BAL    PIC S9(7)V99 COMP-3.                       00920000
009300      05 HV-ACC-STATUS PIC X(1).                                  00930000
009400 01 W01-G-ERROR-VAR.                                              00940000
009500      05 W01-FST-FEE           PIC XX.                            00950000
009600         88 C01W-FST-FEEOK     VALUE "00".                        00960000
009700         88 C01W-FST-FEEEOF    VALUE "10".                        00970000
009800      05 W01-FST-POST          PIC XX.                            00980000
009900         88 C01W-FST-POSTOK    VALUE "00".                        00990000
010000      05 W01-FST-RPT           PIC XX.                            01000000
010100         88 C01W-FST-RPTOK     VALUE "00".                        01010000
010200      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   01020000
010300         88 C01W-SQL-SUCCESS   VALUE +000.                        01030000
010400         88 C01W-SQL-RECNF     VALUE +100.                        01040000
010500 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               01050000
010600 01 W02-FEE-TABLE.                                                01060000
010700     05 W02-FEE-CNT PIC 9(2) VALUE ZEROS.                         01070000
010800     05 W02-FEE-ENTRY OCCURS 30 TIMES.                            01080000
010900        10 W02-ENT-TYPE    PIC X(3).                              01090000
011000        10 W02-ENT-MIN-BAL PIC 9(7)V99.                           01100000
011100        10 W02-ENT-LOW-FEE PIC 9(3)V99.                           01110000
011200        10 W02-ENT-MNT-FEE PIC 9(3)V99.                           01120000
011300        10 W02-ENT-STS-FEE PIC 9(3)V99.                           01130000
011400        10 W02-ENT-CNT     PIC 9(6).                              01140000
011500        10 W02-ENT-MNT-TOT PIC S9(9)V99.                          01150000
011600        10 W02-ENT-LOW-TOT PIC S9(9)V99.                          01160000
011700        10 W02-ENT-STS-TOT PIC S9(9)V99.                          01170000
011800        10 W02-ENT-WV-CNT  PIC 9(6).                              01180000
011900        10 W02-ENT-WV-TOT  PIC S9(9)V99.                          01190000
012000 01 W02-WORK-FIELDS.                                              01200000
012100     05 W02-FEE-IDX    PIC 9(2).                                  01210000
012200     05 W02-USE-IDX    PIC 9(2).                                  01220000
012300     05 W02-OPEN-BAL   PIC S9(7)V99.                              01230000
012400     05 W02-RUN-BAL    PIC S9(7)V99.                              01240000
012500     05 W02-FEE-DUE    PIC 9(3)V99.                               01250000
012600     05 W02-FEE-CHG    PIC 9(3)V99.                               01260000
012700     05 W02-FEE-WV     PIC 9(3)V99.                               01270000
012800     05 W02-FEE-CODE   PIC X(2).                                  01280000
012900     05 W02-CHG-SW     PIC X VALUE 'N'.                           01290000
013000        88 ACCT-CHARGED VALUE 'Y'.                                01300000
013100     05 W02-MNT-ED     PIC ZZZZZ9.99.                             01310000
013200     05 W02-LOW-ED     PIC ZZZZZ9.99.                             01320000
013300     05 W02-STS-ED     PIC ZZZZZ9.99.                             01330000
013400     05 W02-WV-ED      PIC ZZZZZ9.99.                             01340000
013500     05 W02-DUE-ED     PIC ZZ9.99.                                01350000
013600     05 W02-CHG-ED     PIC ZZ9.99.                                01360000
013700     05 W02-TOT-ED     PIC ZZZZZZZZ9.99.                          01370000
013800 01 W09-CNTRS.                                                    01380000
013900     05 W09-ACCT-CNT   PIC 9(6) VALUE ZEROS.                      01390000
014000     05 W09-CHGD-CNT   PIC 9(6) VALUE ZEROS.                      01400000
014100     05 W09-POST-CNT   PIC 9(6) VALUE ZEROS.                      01410000
014200     05 W09-NOFEE-CNT  PIC 9(6) VALUE ZEROS.                      01420000
014300     05 W09-CLOSED-CNT PIC 9(6) VALUE ZEROS.                      01430000
014400     05 W09-WV-CNT     PIC 9(6) VALUE ZEROS.                      01440000
014500     05 W09-FEE-TOT    PIC S9(9)V99 VALUE ZEROS.                  01450000
014600     05 W09-WV-TOT     PIC S9(9)V99 VALUE ZEROS.                  01460000
014700 01 W99-ERROR-REC.                                                01470000
014800      05 W99-ERR-PARA     PIC X(30).                              01480000
014900      05 W99-ERR-DESC     PIC X(30).                              01490000
015000      05 W99-ERR-CODE     PIC X(7).                               01500000
015100 01 W02-SQLERR-PGM PIC X(8) VALUE 'ACCTFEE'.                      01510000
015200 PROCEDURE DIVISION.                                              01520000
015300 0000-MAIN-PARA.                                                  01530000
015400       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01540000
015500       PERFORM 1000-LOAD-FEES THRU 1000-LOAD-EXIT.                01550000
015600       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01560000
015700       PERFORM 3000-ASSESS THRU 3000-ASSESS-EXIT                  01570000
015800           UNTIL C01W-SQL-RECNF.                                  01580000
015900       PERFORM 4000-CLOSE-PARA THRU 4000-CLOSE-EXIT.              01590000
016000       STOP RUN.                                                  01600000
016100 0000-MAIN-EXIT.                                                  01610000
016200       EXIT.                                                      01620000
016300 1000-LOAD-FEES.                                                  01630000
016400       OPEN INPUT TF000-FEE-FILE.                                 01640000
016500       IF NOT C01W-FST-FEEOK                                      01650000
016600          DISPLAY "FEE FILE OPEN ERR " W01-FST-FEE                01660000
016700          MOVE 30 TO RETURN-CODE                                  01670000
016800          STOP RUN                                                01680000
016900       END-IF.                                                    01690000
017000       PERFORM 1100-READ-FEE THRU 1100-READ-EXIT                  01700000
017100           UNTIL C01W-FST-FEEEOF.                                 01710000
017200       CLOSE TF000-FEE-FILE.                                      01720000
017300       DISPLAY "FEE TYPES LOADED : " W02-FEE-CNT.                 01730000
017400 1000-LOAD-EXIT.                                                  01740000
017500       EXIT.                                                      01750000
017600 1100-READ-FEE.                                                   01760000
017700       READ TF000-FEE-FILE.                                       01770000
017800       EVALUATE TRUE                                              01780000
017900         WHEN C01W-FST-FEEOK                                      01790000
018000           IF TF000-MIN-BAL NOT NUMERIC                           01800000
018100              OR TF000-LOW-FEE NOT NUMERIC                        01810000
018200              OR TF000-MAINT-FEE NOT NUMERIC                      01820000
018300              OR TF000-STAT-FEE NOT NUMERIC                       01830000
018400              DISPLAY "INVALID FEE ENTRY SKIPPED "                01840000
018500                 TF000-FEE-REC(1:31)                              01850000
018600           ELSE                                                   01860000
018700              IF W02-FEE-CNT < 30                                 01870000
018800                 ADD 1 TO W02-FEE-CNT                             01880000
018900                 PERFORM 1200-STORE-FEE THRU 1200-STORE-EXIT      01890000
019000              ELSE                                                01900000
019100                 DISPLAY "FEE TABLE FULL - ENTRY SKIPPED"         01910000
019200              END-IF                                              01920000
019300           END-IF                                                 01930000
019400         WHEN C01W-FST-FEEEOF                                     01940000
019500           CONTINUE                                               01950000
019600         WHEN OTHER                                               01960000
019700           DISPLAY "FEE FILE READ ERR " W01-FST-FEE               01970000
019800           MOVE 30 TO RETURN-CODE                                 01980000
019900           STOP RUN                                               01990000
020000       END-EVALUATE.                                              02000000
020100 1100-READ-EXIT.                                                  02010000
020200       EXIT.                                                      02020000
020300 1200-STORE-FEE.                                                  02030000
020400       MOVE TF000-ACC-TYPE TO W02-ENT-TYPE(W02-FEE-CNT).          02040000
020500       MOVE TF000-MIN-BAL TO W02-ENT-MIN-BAL(W02-FEE-CNT).        02050000
020600       MOVE TF000-LOW-FEE TO W02-ENT-LOW-FEE(W02-FEE-CNT).        02060000
020700       MOVE TF000-MAINT-FEE TO W02-ENT-MNT-FEE(W02-FEE-CNT).      02070000
020800       MOVE TF000-STAT-FEE TO W02-ENT-STS-FEE(W02-FEE-CNT).       02080000
020900       MOVE ZEROS TO W02-ENT-CNT(W02-FEE-CNT)                     02090000
021000                     W02-ENT-MNT-TOT(W02-FEE-CNT)                 02100000
021100                     W02-ENT-LOW-TOT(W02-FEE-CNT)                 02110000
021200                     W02-ENT-STS-TOT(W02-FEE-CNT)                 02120000
021300                     W02-ENT-WV-CNT(W02-FEE-CNT)                  02130000
021400                     W02-ENT-WV-TOT(W02-FEE-CNT).                 02140000
021500 1200-STORE-EXIT.                                                 02150000
021600       EXIT.                                                      02160000
021700 2000-OPEN-PARA.                                                  02170000
021800*      FEE LINES ARE ADDED TO THE PERIOD'S ACTIVITY JOURNAL,      02180000
021900*      NOT WRITTEN OVER IT.                                       02190000
022000       OPEN EXTEND RP000-POST-FILE.                               02200000
022100       IF NOT C01W-FST-POSTOK                                     02210000
022200          DISPLAY "JOURNAL FILE OPEN ERR " W01-FST-POST           02220000
022300          MOVE 30 TO RETURN-CODE                                  02230000
022400          STOP RUN                                                02240000
022500       END-IF.                                                    02250000
022600       OPEN OUTPUT RO000-RPT-FILE.                                02260000
022700       IF NOT C01W-FST-RPTOK                                      02270000
022800          DISPLAY "REPORT FILE OPEN ERR " W01-FST-RPT             02280000
022900          MOVE 30 TO RETURN-CODE                                  02290000
023000          STOP RUN                                                02300000
023100       END-IF.                                                    02310000
023200       MOVE SPACES TO RO000-RPT-REC.                              02320000
023300       STRING "MONTH-END ACCOUNT FEE ASSESSMENT  RUN DATE "       02330000
023400              W01-TODAY                                           02340000
023500          DELIMITED BY SIZE INTO RO000-RPT-REC                    02350000
023600       END-STRING.                                                02360000
023700       WRITE RO000-RPT-REC.                                       02370000
023800       EXEC SQL                                                   02380000
023900         OPEN CUR1                                                02390000
024000       END-EXEC.                                                  02400000
024100       MOVE SQLCODE TO W01-SQLCODE.                               02410000
024200       IF NOT C01W-SQL-SUCCESS                                    02420000
024300          MOVE "2000-OPEN-PARA" TO W99-ERR-PARA                   02430000
024400          MOVE " OPENING CUR1" TO W99-ERR-DESC                    02440000
024500          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    02450000
024600          STOP RUN                                                02460000
024700       END-IF.                                                    02470000
024800 2000-OPEN-EXIT.                                                  02480000
024900       EXIT.                                                      02490000
025000 3000-ASSESS.                                                     02500000
025100       EXEC SQL                                                   02510000
025200         FETCH CUR1 INTO :HV-CUST-ID, :HV-ACC-TYPE, :HV-BAL,      02520000
025300                         :HV-ACC-STATUS                           02530000
025400       END-EXEC.                                                  02540000
025500       MOVE SQLCODE TO W01-SQLCODE.                               02550000
025600       EVALUATE TRUE                                              02560000
025700         WHEN C01W-SQL-SUCCESS                                    02570000
025800           ADD 1 TO W09-ACCT-CNT                                  02580000
025900           IF HV-ACC-STATUS = 'C'                                 02590000
026000              ADD 1 TO W09-CLOSED-CNT                             02600000
026100           ELSE                                                   02610000
026200              PERFORM 3100-FIND-FEE THRU 3100-FIND-EXIT           02620000
026300              IF W02-USE-IDX = ZEROS                              02630000
026400                 ADD 1 TO W09-NOFEE-CNT                           02640000
026500                 DISPLAY "NO FEE SCHEDULE FOR ACC TYPE "          02650000
026600                    HV-ACC-TYPE " ACCOUNT " HV-CUST-ID            02660000
026700              ELSE                                                02670000
026800                 PERFORM 3200-ASSESS-ACCOUNT                      02680000
026900                     THRU 3200-ASSESS-EXIT                        02690000
027000              END-IF                                              02700000
027100           END-IF                                                 02710000
027200         WHEN C01W-SQL-RECNF                                      02720000
027300           CONTINUE                                               02730000
027400         WHEN OTHER                                               02740000
027500           MOVE "3000-ASSESS" TO W99-ERR-PARA                     02750000
027600           MOVE " FETCHING CUR1" TO W99-ERR-DESC                  02760000
027700           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   02770000
027800           STOP RUN                                               02780000
027900       END-EVALUATE.                                              02790000
028000 3000-ASSESS-EXIT.                                                02800000
028100       EXIT.                                                      02810000
028200 3100-FIND-FEE.                                                   02820000
028300       MOVE ZEROS TO W02-USE-IDX.                                 02830000
028400       PERFORM 3110-MATCH-FEE THRU 3110-MATCH-EXIT                02840000
028500           VARYING W02-FEE-IDX FROM 1 BY 1                        02850000
028600           UNTIL W02-FEE-IDX > W02-FEE-CNT                        02860000
028700              OR W02-USE-IDX > ZEROS.                             02870000
028800 3100-FIND-EXIT.                                                  02880000
028900       EXIT.                                                      02890000
029000 3110-MATCH-FEE.                                                  02900000
029100       IF W02-ENT-TYPE(W02-FEE-IDX) = HV-ACC-TYPE                 02910000
029200          MOVE W02-FEE-IDX TO W02-USE-IDX                         02920000
029300       END-IF.                                                    02930000
029400 3110-MATCH-EXIT.                                                 02940000
029500       EXIT.                                                      02950000
029600 3200-ASSESS-ACCOUNT.                                             02960000
029700*      THE LOW-BALANCE TEST IS ON THE MONTH-END BALANCE BEFORE    02970000
029800*      ANY OF THIS RUN'S FEES ARE TAKEN.                          02980000
029900       MOVE HV-BAL TO W02-OPEN-BAL.                               02990000
030000       MOVE HV-BAL TO W02-RUN-BAL.                                03000000
030100       MOVE 'N' TO W02-CHG-SW.                                    03010000
030200       ADD 1 TO W02-ENT-CNT(W02-USE-IDX).                         03020000
030300       MOVE W02-ENT-MNT-FEE(W02-USE-IDX) TO W02-FEE-DUE.          03030000
030400       MOVE 'MF' TO W02-FEE-CODE.                                 03040000
030500       PERFORM 3300-CHARGE-FEE THRU 3300-CHARGE-EXIT.             03050000
030600       IF W02-OPEN-BAL < W02-ENT-MIN-BAL(W02-USE-IDX)             03060000
030700          MOVE W02-ENT-LOW-FEE(W02-USE-IDX) TO W02-FEE-DUE        03070000
030800          MOVE 'LB' TO W02-FEE-CODE                               03080000
030900          PERFORM 3300-CHARGE-FEE THRU 3300-CHARGE-EXIT           03090000
031000       END-IF.                                                    03100000
031100       IF HV-ACC-STATUS = 'F' OR HV-ACC-STATUS = 'D'              03110000
031200          MOVE W02-ENT-STS-FEE(W02-USE-IDX) TO W02-FEE-DUE        03120000
031300          MOVE 'SF' TO W02-FEE-CODE                               03130000
031400          PERFORM 3300-CHARGE-FEE THRU 3300-CHARGE-EXIT           03140000
031500       END-IF.                                                    03150000
031600       IF ACCT-CHARGED                                            03160000
031700          ADD 1 TO W09-CHGD-CNT                                   03170000
031800       END-IF.                                                    03180000
031900 3200-ASSESS-EXIT.                                                03190000
032000       EXIT.                                                      03200000
032100 3300-CHARGE-FEE.                                                 03210000
032200*      A FEE IS CAPPED AT THE BALANCE LEFT AFTER THE FEES         03220000
032300*      ALREADY TAKEN; THE REST IS WAIVED.                         03230000
032400       IF W02-FEE-DUE = ZEROS                                     03240000
032500          GO TO 3300-CHARGE-EXIT                                  03250000
032600       END-IF.                                                    03260000
032700       MOVE W02-FEE-DUE TO W02-FEE-CHG.                           03270000
032800       MOVE ZEROS TO W02-FEE-WV.                                  03280000
032900       IF W02-RUN-BAL NOT > ZEROS                                 03290000
033000          MOVE ZEROS TO W02-FEE-CHG                               03300000
033100          MOVE W02-FEE-DUE TO W02-FEE-WV                          03310000
033200       ELSE                                                       03320000
033300          IF W02-FEE-DUE > W02-RUN-BAL                            03330000
033400             MOVE W02-RUN-BAL TO W02-FEE-CHG                      03340000
033500             COMPUTE W02-FEE-WV = W02-FEE-DUE - W02-FEE-CHG       03350000
033600          END-IF                                                  03360000
033700       END-IF.                                                    03370000
033800       IF W02-FEE-WV > ZEROS                                      03380000
033900          PERFORM 3500-WAIVE-FEE THRU 3500-WAIVE-EXIT             03390000
034000       END-IF.                                                    03400000
034100       IF W02-FEE-CHG = ZEROS                                     03410000
034200          GO TO 3300-CHARGE-EXIT                                  03420000
034300       END-IF.                                                    03430000
034400       MOVE W02-RUN-BAL TO HV-BAL.                                03440000
034500       COMPUTE HV-NEW-BAL = W02-RUN-BAL - W02-FEE-CHG.            03450000
034600       PERFORM 3400-APPLY-FEE THRU 3400-APPLY-EXIT.               03460000
034700       MOVE HV-NEW-BAL TO W02-RUN-BAL.                            03470000
034800       MOVE 'Y' TO W02-CHG-SW.                                    03480000
034900       ADD W02-FEE-CHG TO W09-FEE-TOT.                            03490000
035000       EVALUATE W02-FEE-CODE                                      03500000
035100         WHEN 'MF'                                                03510000
035200           ADD W02-FEE-CHG TO W02-ENT-MNT-TOT(W02-USE-IDX)        03520000
035300         WHEN 'LB'                                                03530000
035400           ADD W02-FEE-CHG TO W02-ENT-LOW-TOT(W02-USE-IDX)        03540000
035500         WHEN OTHER                                               03550000
035600           ADD W02-FEE-CHG TO W02-ENT-STS-TOT(W02-USE-IDX)        03560000
035700       END-EVALUATE.                                              03570000
035800 3300-CHARGE-EXIT.                                                03580000
035900       EXIT.                                                      03590000
036000 3400-APPLY-FEE.                                                  03600000
036100       EXEC SQL                                                   03610000
036200         UPDATE EXP_OUT                                           03620000
036300            SET ACCT_BAL = :HV-NEW-BAL                            03630000
036400          WHERE CUST_ID = :HV-CUST-ID                             03640000
036500       END-EXEC.                                                  03650000
036600       MOVE SQLCODE TO W01-SQLCODE.                               03660000
036700       IF NOT C01W-SQL-SUCCESS                                    03670000
036800          MOVE "3400-APPLY-FEE" TO W99-ERR-PARA                   03680000
036900          MOVE " UPDATING EXP_OUT" TO W99-ERR-DESC                03690000
037000          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    03700000
037100          STOP RUN                                                03710000
037200       END-IF.                                                    03720000
037300       ADD 1 TO W09-POST-CNT.                                     03730000
037400       MOVE SPACES TO RP000-POST-REC.                             03740000
037500       MOVE HV-CUST-ID TO RP000-CUST-ID.                          03750000
037600       MOVE HV-ACC-TYPE TO RP000-ACC-TYPE.                        03760000
037700       MOVE HV-BAL TO RP000-OLD-BAL.                              03770000
037800       MOVE W02-FEE-CHG TO RP000-AMOUNT.                          03780000
037900       MOVE HV-NEW-BAL TO RP000-NEW-BAL.                          03790000
038000       MOVE W02-FEE-CODE TO RP000-TXN-CODE.                       03800000
038100       MOVE 'D' TO RP000-DRCR.                                    03810000
038200       WRITE RP000-POST-REC.                                      03820000
038300       IF NOT C01W-FST-POSTOK                                     03830000
038400          DISPLAY "JOURNAL WRITE ERR " W01-FST-POST               03840000
038500          MOVE 30 TO RETURN-CODE                                  03850000
038600          STOP RUN                                                03860000
038700       END-IF.                                                    03870000
038800 3400-APPLY-EXIT.                                                 03880000
038900       EXIT.                                                      03890000
039000 3500-WAIVE-FEE.                                                  03900000
039100       ADD 1 TO W09-WV-CNT.                                       03910000
039200       ADD W02-FEE-WV TO W09-WV-TOT.                              03920000
039300       ADD 1 TO W02-ENT-WV-CNT(W02-USE-IDX).                      03930000
039400       ADD W02-FEE-WV TO W02-ENT-WV-TOT(W02-USE-IDX).             03940000
039500       MOVE W02-FEE-DUE TO W02-DUE-ED.                            03950000
039600       MOVE W02-FEE-CHG TO W02-CHG-ED.                            03960000
039700       MOVE W02-FEE-WV TO W02-WV-ED.                              03970000
039800       MOVE SPACES TO RO000-RPT-REC.                              03980000
039900       STRING "WAIVED " HV-CUST-ID                                03990000
040000              " TYPE " HV-ACC-TYPE                                04000000
040100              " FEE " W02-FEE-CODE                                04010000
040200              " DUE " W02-DUE-ED                                  04020000
040300              " CHARGED " W02-CHG-ED                              04030000
040400              " WAIVED " W02-WV-ED                                04040000
040500          DELIMITED BY SIZE INTO RO000-RPT-REC                    04050000
040600       END-STRING.                                                04060000
040700       WRITE RO000-RPT-REC.                                       04070000
040800 3500-WAIVE-EXIT.                                                 04080000
040900       EXIT.                                                      04090000
041000 4000-CLOSE-PARA.                                                 04100000
041100       EXEC SQL                                                   04110000
041200         CLOSE CUR1                                               04120000
041300       END-EXEC.                                                  04130000
041400       EXEC SQL                                                   04140000
041500         COMMIT                                                   04150000
041600       END-EXEC.                                                  04160000
041700       MOVE SPACES TO RO000-RPT-REC.                              04170000
041800       MOVE "FEES BY TYPE - MF MAINT, LB LOW BAL, SF STATUS"      04180000
041900          TO RO000-RPT-REC.                                       04190000
042000       WRITE RO000-RPT-REC.                                       04200000
042100       PERFORM 4100-RPT-TYPE THRU 4100-RPT-EXIT                   04210000
042200           VARYING W02-FEE-IDX FROM 1 BY 1                        04220000
042300           UNTIL W02-FEE-IDX > W02-FEE-CNT.                       04230000
042400       PERFORM 4200-RPT-WAIVED THRU 4200-RPT-WAIVED-EXIT          04240000
042500           VARYING W02-FEE-IDX FROM 1 BY 1                        04250000
042600           UNTIL W02-FEE-IDX > W02-FEE-CNT.                       04260000
042700       MOVE W09-FEE-TOT TO W02-TOT-ED.                            04270000
042800       MOVE SPACES TO RO000-RPT-REC.                              04280000
042900       STRING "TOTAL FEES CHARGED=" W02-TOT-ED                    04290000
043000              " POSTINGS=" W09-POST-CNT                           04300000
043100          DELIMITED BY SIZE INTO RO000-RPT-REC                    04310000
043200       END-STRING.                                                04320000
043300       WRITE RO000-RPT-REC.                                       04330000
043400       MOVE W09-WV-TOT TO W02-TOT-ED.                             04340000
043500       MOVE SPACES TO RO000-RPT-REC.                              04350000
043600       STRING "TOTAL FEES WAIVED =" W02-TOT-ED                    04360000
043700              " WAIVERS=" W09-WV-CNT                              04370000
043800          DELIMITED BY SIZE INTO RO000-RPT-REC                    04380000
043900       END-STRING.                                                04390000
044000       WRITE RO000-RPT-REC.                                       04400000
044100       MOVE SPACES TO RO000-RPT-REC.                              04410000
044200       STRING "ACCOUNTS=" W09-ACCT-CNT                            04420000
044300              " CHARGED=" W09-CHGD-CNT                            04430000
044400              " NO-FEE-TYPE=" W09-NOFEE-CNT                       04440000
044500              " CLOSED-SKIPPED=" W09-CLOSED-CNT                   04450000
044600          DELIMITED BY SIZE INTO RO000-RPT-REC                    04460000
044700       END-STRING.                                                04470000
044800       WRITE RO000-RPT-REC.                                       04480000
044900       CLOSE RP000-POST-FILE RO000-RPT-FILE.                      04490000
045000       DISPLAY "ACCOUNTS READ   : " W09-ACCT-CNT.                 04500000
045100       DISPLAY "ACCOUNTS CHARGED: " W09-CHGD-CNT.                 04510000
045200       DISPLAY "FEE POSTINGS    : " W09-POST-CNT.                 04520000
045300       DISPLAY "FEES WAIVED     : " W09-WV-CNT.                   04530000
045400       DISPLAY "NO FEE SCHEDULE : " W09-NOFEE-CNT.                04540000
045500       DISPLAY "CLOSED SKIPPED  : " W09-CLOSED-CNT.               04550000
045600       IF W09-NOFEE-CNT > 0                                       04560000
045700          MOVE 4 TO RETURN-CODE                                   04570000
045800       END-IF.                                                    04580000
045900 4000-CLOSE-EXIT.                                                 04590000
046000       EXIT.                                                      04600000
046100 4100-RPT-TYPE.                                                   04610000
046200       MOVE W02-ENT-MNT-TOT(W02-FEE-IDX) TO W02-MNT-ED.           04620000
046300       MOVE W02-ENT-LOW-TOT(W02-FEE-IDX) TO W02-LOW-ED.           04630000
046400       MOVE W02-ENT-STS-TOT(W02-FEE-IDX) TO W02-STS-ED.           04640000
046500       MOVE SPACES TO RO000-RPT-REC.                              04650000
046600       STRING "TYPE " W02-ENT-TYPE(W02-FEE-IDX)                   04660000
046700              " ACCTS " W02-ENT-CNT(W02-FEE-IDX)                  04670000
046800              " MF " W02-MNT-ED                                   04680000
046900              " LB " W02-LOW-ED                                   04690000
047000              " SF " W02-STS-ED                                   04700000
047100          DELIMITED BY SIZE INTO RO000-RPT-REC                    04710000
047200       END-STRING.                                                04720000
047300       WRITE RO000-RPT-REC.                                       04730000
047400 4100-RPT-EXIT.                                                   04740000
047500       EXIT.                                                      04750000
047600 4200-RPT-WAIVED.                                                 04760000
047700       MOVE W02-ENT-WV-TOT(W02-FEE-IDX) TO W02-WV-ED.             04770000
047800       MOVE SPACES TO RO000-RPT-REC.                              04780000
047900       STRING "WAIVED TYPE " W02-ENT-TYPE(W02-FEE-IDX)            04790000
048000              " WAIVERS " W02-ENT-WV-CNT(W02-FEE-IDX)             04800000
048100              " AMOUNT " W02-WV-ED                                04810000
048200          DELIMITED BY SIZE INTO RO000-RPT-REC                    04820000
048300       END-STRING.                                                04830000
048400       WRITE RO000-RPT-REC.                                       04840000
048500 4200-RPT-WAIVED-EXIT.                                            04850000
048600       EXIT.                                                      04860000
048700 9500-SQL-ERROR-PARA.                                             04870000
048800      CALL 'SQLERRS' USING W02-SQLERR-PGM                         04880000
048900           W99-ERR-PARA W99-ERR-DESC SQLCA.                       04890000
049000 9500-SQL-ERROR-EXIT.                                             04900000
049100      EXIT.                                                       04910000
