000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. BALPROOF.                                            00020000
000300***************************************************************** 00030000
000400* TABLES USED : EXP_OUT (CUSTOMER ACCOUNT EXTRACT D2A BUILDS)     00040000
000500* INPUT FILE  : PREVIOUS DAY'S CLOSING BALANCE EXTRACT (DDPRIOR,  00050000
000600*               BALXREC LAYOUT, CUST-ID ORDER), THE DAY'S         00060000
000700*               ACTIVITY JOURNAL (DDACTV - TXNPOST, ACCTFEE AND   00070000
000800*               ANY OTHER POSTING TO IT, ANY ORDER), INTACCR      00080000
000900*               POSTINGS WHEN INTEREST RAN TODAY (DDPOST,         00090000
001000*               OPTIONAL), RUN DATE FROM SYSIN (YYYYMMDD,         00100000
001100*               BLANK = TODAY)                                    00110000
001200* OUTPUT FILE : TODAY'S CLOSING BALANCE EXTRACT (DDCLOSE, READ    00120000
001300*               AS DDPRIOR BY TOMORROW'S RUN), PROOF REPORT       00130000
001400*               (DDRPT)                                           00140000
001500* PRG DESC    : DAILY BALANCE PROOF.  FOR EVERY CUST-ID THE       00150000
001600*               PRIOR CLOSING BALANCE PLUS THE DAY'S CREDITS      00160000
001700*               LESS THE DAY'S DEBITS (JOURNAL AND INTEREST       00170000
001800*               POSTINGS) MUST EQUAL ACCT_BAL ON EXP_OUT.  EVERY  00180000
001900*               ACCOUNT THAT DOES NOT IS LISTED AS A BREAK, AS    00190000
002000*               IS ACTIVITY FOR AN ACCOUNT ON NEITHER FILE AND    00200000
002100*               AN ACCOUNT THAT HAS DROPPED OFF EXP_OUT WITH A    00210000
002200*               BALANCE.  AN ACCOUNT NEW TO EXP_OUT IS LISTED     00220000
002300*               WITH ITS OPENING BALANCE BUT IS NOT A BREAK.      00230000
002400*               THE BANK-WIDE TOTALS (PRIOR + NEW ACCOUNTS +      00240000
002500*               CREDITS - DEBITS = EXP_OUT TOTAL) ARE PRINTED     00250000
002600*               AND MUST AGREE.  ANY BREAK ENDS RC 8 SO THE       00260000
002700*               STATEMENT STEPS (CUSTSTMT, STMXTR) ARE NOT RUN.   00270000
002800*               AN EMPTY PRIOR EXTRACT IS A BASELINE RUN - NO     00280000
002900*               PROOF, RC 4.  THE CLOSING EXTRACT IS WRITTEN      00290000
003000*               EITHER WAY, SO A BREAK IS REPORTED ONCE.          00300000
003010*               A RERUN THE SAME DAY FINDS DDPRIOR ALREADY DATED  00301001
003020*               TODAY AND PROVES AGAIN FROM THE GENERATION BEFORE 00302001
003030*               IT (DDPREV, READ ONLY ON A RERUN).                00303001
003100* AUTHOR      : BOOSAN                                            00310000
003200* CREATED ON  : 15 OCT 2026                                       00320000
003210* MODIFIED ON : 15 OCT 2026 - SAME-DAY RERUN PROVES FROM THE      00321001
003220*               GENERATION BEFORE TODAY'S EXTRACT (DDPREV)        00322001
003230* MODIFIED ON : 15 OCT 2026 - RUN STATISTICS                      00323001
003240*               A RUNSTATS RECORD (DDRSTAT) IS ADDED AT END OF    00324001
003250*               RUN SO THE PREDCHK GATE CAN TELL WHEN TXNPOST     00325001
003260*               OR SISCHED HAS RUN AGAIN SINCE THE LAST PROOF.    00326001
003300***************************************************************** 00330000
003400 ENVIRONMENT DIVISION.                                            00340000
003500 INPUT-OUTPUT SECTION.                                            00350000
003600 FILE-CONTROL.                                                    00360000
003700      SELECT TI000-PRIOR-FILE ASSIGN TO DDPRIOR                   00370000
003800      ORGANIZATION IS SEQUENTIAL                                  00380000
003900      ACCESS MODE IS SEQUENTIAL                                   00390000
004000      FILE STATUS IS W01-FST-PRI.                                 00400000
004100*                                                                 00410000
004200      SELECT TI001-ACTV-FILE ASSIGN TO DDACTV                     00420000
004300      ORGANIZATION IS SEQUENTIAL                                  00430000
004400      ACCESS MODE IS SEQUENTIAL                                   00440000
004500      FILE STATUS IS W01-FST-ACTV.                                00450000
004600*                                                                 00460000
004700      SELECT TI002-POST-FILE ASSIGN TO DDPOST                     00470000
004800      ORGANIZATION IS SEQUENTIAL                                  00480000
004900      ACCESS MODE IS SEQUENTIAL                                   00490000
005000      FILE STATUS IS W01-FST-POST.                                00500000
005100*                                                                 00510000
005110      SELECT TI003-PREV-FILE ASSIGN TO DDPREV                     00511001
005120      ORGANIZATION IS SEQUENTIAL                                  00512001
005130      ACCESS MODE IS SEQUENTIAL                                   00513001
005140      FILE STATUS IS W01-FST-PREV.                                00514001
005150*                                                                 00515001
005200      SELECT TO000-CLOSE-FILE ASSIGN TO DDCLOSE                   00520000
005300      ORGANIZATION IS SEQUENTIAL                                  00530000
005400      ACCESS MODE IS SEQUENTIAL                                   00540000
005500      FILE STATUS IS W01-FST-CLS.                                 00550000
005600*                                                                 00560000
005700      SELECT RO000-RPT-FILE ASSIGN TO DDRPT                       00570000
005800      ORGANIZATION IS SEQUENTIAL                                  00580000
005900      ACCESS MODE IS SEQUENTIAL                                   00590000
006000      FILE STATUS IS W01-FST-RPT.                                 00600000
006100*                                                                 00610000
006110      SELECT ST000-STAT-FILE ASSIGN TO DDRSTAT                    00611001
006120      ORGANIZATION IS SEQUENTIAL                                  00612001
006130      ACCESS MODE IS SEQUENTIAL                                   00613001
006140      FILE STATUS IS W01-FST-STAT.                                00614001
006150*                                                                 00615001
006200 DATA DIVISION.                                                   00620000
006300 FILE SECTION.                                                    00630000
006400 FD TI000-PRIOR-FILE RECORDING MODE IS F.                         00640000
006500 COPY BALXREC REPLACING ==:BLX:== BY ==BP==.                      00650000
006510 FD TI003-PREV-FILE RECORDING MODE IS F.                          00651001
006520 01 TI003-PREV-REC PIC X(80).                                     00652001
006600 FD TI001-ACTV-FILE RECORDING MODE IS F.                          00660000
006700 01 TI001-ACTV-REC.                                               00670000
006800     05 TI001-CUST-ID    PIC X(5).                                00680000
006900     05 FILLER           PIC X.                                   00690000
007000     05 TI001-ACC-TYPE   PIC X(3).                                00700000
007100     05 FILLER           PIC X.                                   00710000
007200     05 TI001-OLD-BAL    PIC 9(7).99.                             00720000
007300     05 FILLER           PIC X.                                   00730000
007400     05 TI001-AMOUNT     PIC 9(5).99.                             00740000
007500     05 FILLER           PIC X.                                   00750000
007600     05 TI001-NEW-BAL    PIC 9(7).99.                             00760000
007700     05 FILLER           PIC X.                                   00770000
007800     05 TI001-TXN-CODE   PIC X(2).                                00780000
007900     05 TI001-DRCR       PIC X.                                   00790000
008000     05 FILLER           PIC X(36).                               00800000
008100 FD TI002-POST-FILE RECORDING MODE IS F.                          00810000
008200 01 TI002-POST-REC.                                               00820000
008300     05 TI002-CUST-ID    PIC X(5).                                00830000
008400     05 FILLER           PIC X.                                   00840000
008500     05 TI002-ACC-TYPE   PIC X(3).                                00850000
008600     05 FILLER           PIC X.                                   00860000
008700     05 TI002-OLD-BAL    PIC 9(7).99.                             00870000
008800     05 FILLER           PIC X.                                   00880000
008900     05 TI002-INTEREST   PIC 9(5).99.                             00890000
009000     05 FILLER           PIC X.                                   00900000
009100     05 TI002-NEW-BAL    PIC 9(7).99.                             00910000
009200     05 FILLER           PIC X.                                   00920000
009300     05 TI002-POST-CODE  PIC X(2).                                00930000
009400     05 TI002-DRCR       PIC X.                                   00940000
009500     05 FILLER           PIC X(36).                               00950000
009600 FD TO000-CLOSE-FILE RECORDING MODE IS F.                         00960000
009700 COPY BALXREC REPLACING ==:BLX:== BY ==BC==.                      00970000
009800 FD RO000-RPT-FILE RECORDING MODE IS F.                           00980000
009900 01 RO000-RPT-REC PIC X(80).                                      00990000
009910 FD ST000-STAT-FILE RECORDING MODE IS F.                          00991001
009920 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00992001
010000 WORKING-STORAGE SECTION.                                         01000000
010100      EXEC SQL                                                    01010000
010200        INCLUDE SQLCA                                             01020000
010300      END-EXEC.                                                   01030000
010400*                                                                 01040000
010500      EXEC SQL                                                    01050000
010600        DECLARE CUR1 CURSOR FOR                                   01060000
010700          SELECT CUST_ID, ACC_TYPE, ACCT_BAL, ACC_STATUS          01070000
010800            FROM EXP_OUT                                          01080000
010900           ORDER BY CUST_ID                                       01090000
011000      END-EXEC.                                                   01100000
011100*                                                                 01110000
011200 01 W01-HOST-VARS.                                                01120000
011300      05 HV-CUST-ID    PIC X(5).                                  01130000
011400      05 HV-ACC-TYPE   PIC X(3).                                  01140000
011500      05 HV-BAL        PIC S9(7)V99 COMP-3.                       01150000
011600      05 HV-ACC-STATUS PIC X(1).                                  01160000
011700 01 W01-G-ERROR-VAR.                                              01170000
011800      05 W01-FST-PRI           PIC XX.                            01180000
011900         88 C01W-FST-PRIOK     VALUE "00".                        01190000
012000         88 C01W-FST-PRIEOF    VALUE "10".                        01200000
012010      05 W01-FST-PREV          PIC XX.                            01201001
012020         88 C01W-FST-PREVOK    VALUE "00".                        01202001
012100      05 W01-FST-ACTV          PIC XX.                            01210000
012200         88 C01W-FST-ACTVOK    VALUE "00".                        01220000
012300         88 C01W-FST-ACTVEOF   VALUE "10".                        01230000
012400      05 W01-FST-POST          PIC XX.                            01240000
012500         88 C01W-FST-POSTOK    VALUE "00".                        01250000
012600         88 C01W-FST-POSTEOF   VALUE "10".                        01260000
012700      05 W01-FST-CLS           PIC XX.                            01270000
012800         88 C01W-FST-CLSOK     VALUE "00".                        01280000
012900      05 W01-FST-RPT           PIC XX.                            01290000
013000         88 C01W-FST-RPTOK     VALUE "00".                        01300000
013010      05 W01-FST-STAT          PIC XX.                            01301001
013020         88 C01W-FST-STATOK    VALUE "00".                        01302001
013100      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   01310000
013200         88 C01W-SQL-SUCCESS   VALUE +000.                        01320000
013300         88 C01W-SQL-RECNF     VALUE +100.                        01330000
013400 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               01340000
013500 01 W02-RUN-WORK.                                                 01350000
013600      05 W02-RUN-X      PIC X(8) VALUE SPACES.                    01360000
013700      05 W02-RUN-DATE   PIC 9(8) VALUE ZEROS.                     01370000
013800      05 W02-RUN-R REDEFINES W02-RUN-DATE.                        01380000
013900         10 W02-RUN-YYYY PIC 9(4).                                01390000
014000         10 W02-RUN-MM   PIC 9(2).                                01400000
014100         10 W02-RUN-DD   PIC 9(2).                                01410000
014200 01 W02-ACT-TABLE.                                                01420000
014300      05 W02-ACT-CNT PIC 9(5) VALUE ZEROS.                        01430000
014400      05 W02-ACT-ENTRY OCCURS 5000 TIMES.                         01440000
014500         10 W02-ENT-CUST-ID  PIC X(5).                            01450000
014600         10 W02-ENT-CR       PIC S9(9)V99.                        01460000
014700         10 W02-ENT-DR       PIC S9(9)V99.                        01470000
014800         10 W02-ENT-USED-SW  PIC X.                               01480000
014900 01 W02-WORK-FIELDS.                                              01490000
015000      05 W02-ACT-IDX    PIC 9(5).                                 01500000
015100      05 W02-USE-IDX    PIC 9(5).                                 01510000
015200      05 W02-KEY        PIC X(5).                                 01520000
015300      05 W02-TYPE       PIC X(3).                                 01530000
015400      05 W02-AMOUNT     PIC 9(5)V99.                              01540000
015500      05 W02-DRCR       PIC X.                                    01550000
015600      05 W02-PRI-KEY    PIC X(5).                                 01560000
015700      05 W02-CUR-KEY    PIC X(5).                                 01570000
015800      05 W02-PRI-DATE   PIC 9(8) VALUE ZEROS.                     01580000
015900      05 W02-BASE-SW    PIC X VALUE 'N'.                          01590000
016000         88 BASELINE-RUN VALUE 'Y'.                               01600000
016010      05 W02-PREV-SW    PIC X VALUE 'N'.                          01601001
016020         88 PROVE-FROM-PREV VALUE 'Y'.                            01602001
016100      05 W02-OPEN-BAL   PIC S9(9)V99.                             01610000
016200      05 W02-NET        PIC S9(9)V99.                             01620000
016300      05 W02-EXPECT     PIC S9(9)V99.                             01630000
016400      05 W02-ACTUAL     PIC S9(9)V99.                             01640000
016500      05 W02-DIFF       PIC S9(9)V99.                             01650000
016600      05 W02-REASON     PIC X(12).                                01660000
016700      05 W02-ED1        PIC -ZZZZZZZ9.99.                         01670000
016800      05 W02-ED2        PIC -ZZZZZZZ9.99.                         01680000
016900      05 W02-ED3        PIC -ZZZZZZZ9.99.                         01690000
017000      05 W02-ED4        PIC -ZZZZZZZ9.99.                         01700000
017100      05 W02-TOT-ED     PIC -ZZZ,ZZZ,ZZ9.99.                      01710000
017200 01 W09-CNTRS.                                                    01720000
017300      05 W09-PRI-CNT    PIC 9(6) VALUE ZEROS.                     01730000
017400      05 W09-ACCT-CNT   PIC 9(6) VALUE ZEROS.                     01740000
017500      05 W09-ACTV-CNT   PIC 9(6) VALUE ZEROS.                     01750000
017600      05 W09-POST-CNT   PIC 9(6) VALUE ZEROS.                     01760000
017700      05 W09-NEW-CNT    PIC 9(6) VALUE ZEROS.                     01770000
017800      05 W09-BRK-CNT    PIC 9(6) VALUE ZEROS.                     01780000
017900      05 W09-PRI-TOT    PIC S9(11)V99 VALUE ZEROS.                01790000
018000      05 W09-NEW-TOT    PIC S9(11)V99 VALUE ZEROS.                01800000
018100      05 W09-CR-TOT     PIC S9(11)V99 VALUE ZEROS.                01810000
018200      05 W09-DR-TOT     PIC S9(11)V99 VALUE ZEROS.                01820000
018300      05 W09-EXP-TOT    PIC S9(11)V99 VALUE ZEROS.                01830000
018400      05 W09-CALC-TOT   PIC S9(11)V99 VALUE ZEROS.                01840000
018500      05 W09-BRK-TOT    PIC S9(11)V99 VALUE ZEROS.                01850000
018600 01 W99-ERROR-REC.                                                01860000
018700      05 W99-ERR-PARA     PIC X(30).                              01870000
018800      05 W99-ERR-DESC     PIC X(30).                              01880000
018900      05 W99-ERR-CODE     PIC X(7).                               01890000
019000 01 W02-SQLERR-PGM PIC X(8) VALUE 'BALPROOF'.                     01900000
019100 PROCEDURE DIVISION.                                              01910000
019200 0000-MAIN-PARA.                                                  01920000
019300       PERFORM 0500-GET-DATE THRU 0500-DATE-EXIT.                 01930000
019400       PERFORM 1000-LOAD-ACTIVITY THRU 1000-LOAD-EXIT.            01940000
019500       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01950000
019600       PERFORM 3000-PROVE-PARA THRU 3000-PROVE-EXIT               01960000
019700           UNTIL W02-PRI-KEY = HIGH-VALUES                        01970000
019800             AND W02-CUR-KEY = HIGH-VALUES.                       01980000
019900       PERFORM 3800-ORPHAN-CHECK THRU 3800-ORPHAN-EXIT            01990000
020000           VARYING W02-ACT-IDX FROM 1 BY 1                        02000000
020100           UNTIL W02-ACT-IDX > W02-ACT-CNT.                       02010000
020200       PERFORM 4000-CLOSE-PARA THRU 4000-CLOSE-EXIT.              02020000
020300       STOP RUN.                                                  02030000
020400 0000-MAIN-EXIT.                                                  02040000
020500       EXIT.                                                      02050000
020600 0500-GET-DATE.                                                   02060000
020700       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       02070000
020800       DISPLAY "ENTER RUN DATE (YYYYMMDD) : ".                    02080000
020900       ACCEPT W02-RUN-X.                                          02090000
021000       IF W02-RUN-X NUMERIC                                       02100000
021100          MOVE W02-RUN-X TO W02-RUN-DATE                          02110000
021200       END-IF.                                                    02120000
021300       IF W02-RUN-MM < 1 OR W02-RUN-MM > 12                       02130000
021400          OR W02-RUN-DD < 1 OR W02-RUN-DD > 31                    02140000
021500          OR W02-RUN-YYYY < 1900                                  02150000
021600          MOVE W01-TODAY TO W02-RUN-DATE                          02160000
021700       END-IF.                                                    02170000
021800       DISPLAY "RUN DATE : " W02-RUN-DATE.                        02180000
021900 0500-DATE-EXIT.                                                  02190000
022000       EXIT.                                                      02200000
022100*---------------------------------------------------------------- 02210000
022200* THE JOURNAL IS IN POSTING ORDER AND INTACCR'S POSTINGS IN       02220000
022300* CUST-ID ORDER, SO BOTH ARE TABLED BY CUST-ID WITH THE DAY'S     02230000
022400* CREDITS AND DEBITS FOR EACH.                                    02240000
022500*---------------------------------------------------------------- 02250000
022600 1000-LOAD-ACTIVITY.                                              02260000
022700       OPEN INPUT TI001-ACTV-FILE.                                02270000
022800       IF NOT C01W-FST-ACTVOK                                     02280000
022900          DISPLAY "ACTIVITY JOURNAL OPEN ERR " W01-FST-ACTV       02290000
023000          MOVE 30 TO RETURN-CODE                                  02300000
023100          STOP RUN                                                02310000
023200       END-IF.                                                    02320000
023300       PERFORM 1100-READ-ACTV THRU 1100-READ-EXIT                 02330000
023400           UNTIL C01W-FST-ACTVEOF.                                02340000
023500       CLOSE TI001-ACTV-FILE.                                     02350000
023600       OPEN INPUT TI002-POST-FILE.                                02360000
023700       IF C01W-FST-POSTOK                                         02370000
023800          PERFORM 1200-READ-POST THRU 1200-READ-EXIT              02380000
023900              UNTIL C01W-FST-POSTEOF                              02390000
024000          CLOSE TI002-POST-FILE                                   02400000
024100       ELSE                                                       02410000
024200          DISPLAY "NO INTEREST POSTING FILE - NONE PROVED"        02420000
024300       END-IF.                                                    02430000
024400       DISPLAY "JOURNAL LINES     : " W09-ACTV-CNT.               02440000
024500       DISPLAY "INTEREST POSTINGS : " W09-POST-CNT.               02450000
024600 1000-LOAD-EXIT.                                                  02460000
024700       EXIT.                                                      02470000
024800 1100-READ-ACTV.                                                  02480000
024900       READ TI001-ACTV-FILE.                                      02490000
025000       EVALUATE TRUE                                              02500000
025100         WHEN C01W-FST-ACTVOK                                     02510000
025200           ADD 1 TO W09-ACTV-CNT                                  02520000
025300           MOVE TI001-CUST-ID TO W02-KEY                          02530000
025400           MOVE TI001-AMOUNT TO W02-AMOUNT                        02540000
025500           MOVE TI001-DRCR TO W02-DRCR                            02550000
025600*          JOURNAL LINES WRITTEN BEFORE THE DR/CR FLAG WERE       02560000
025700*          DEBITS ONLY FOR WITHDRAWALS AND TRANSFERS OUT.         02570000
025800           IF W02-DRCR = SPACE                                    02580000
025900              IF TI001-TXN-CODE = 'WD' OR TI001-TXN-CODE = 'TO'   02590000
026000                 MOVE 'D' TO W02-DRCR                             02600000
026100              ELSE                                                02610000
026200                 MOVE 'C' TO W02-DRCR                             02620000
026300              END-IF                                              02630000
026400           END-IF                                                 02640000
026500           PERFORM 1300-ADD-ACTIVITY THRU 1300-ADD-EXIT           02650000
026600         WHEN C01W-FST-ACTVEOF                                    02660000
026700           CONTINUE                                               02670000
026800         WHEN OTHER                                               02680000
026900           DISPLAY "ACTIVITY JOURNAL READ ERR " W01-FST-ACTV      02690000
027000           MOVE 30 TO RETURN-CODE                                 02700000
027100           STOP RUN                                               02710000
027200       END-EVALUATE.                                              02720000
027300 1100-READ-EXIT.                                                  02730000
027400       EXIT.                                                      02740000
027500 1200-READ-POST.                                                  02750000
027600       READ TI002-POST-FILE.                                      02760000
027700       EVALUATE TRUE                                              02770000
027800         WHEN C01W-FST-POSTOK                                     02780000
027900           ADD 1 TO W09-POST-CNT                                  02790000
028000           MOVE TI002-CUST-ID TO W02-KEY                          02800000
028100           MOVE TI002-INTEREST TO W02-AMOUNT                      02810000
028200           MOVE TI002-DRCR TO W02-DRCR                            02820000
028300           IF W02-DRCR = SPACE                                    02830000
028400              MOVE 'C' TO W02-DRCR                                02840000
028500           END-IF                                                 02850000
028600           PERFORM 1300-ADD-ACTIVITY THRU 1300-ADD-EXIT           02860000
028700         WHEN C01W-FST-POSTEOF                                    02870000
028800           CONTINUE                                               02880000
028900         WHEN OTHER                                               02890000
029000           DISPLAY "INTEREST POSTING READ ERR " W01-FST-POST      02900000
029100           MOVE 30 TO RETURN-CODE                                 02910000
029200           STOP RUN                                               02920000
029300       END-EVALUATE.                                              02930000
029400 1200-READ-EXIT.                                                  02940000
029500       EXIT.                                                      02950000
029600 1300-ADD-ACTIVITY.                                               02960000
029700       PERFORM 1400-FIND-CUST THRU 1400-FIND-EXIT.                02970000
029800       IF W02-USE-IDX = ZEROS                                     02980000
029900          IF W02-ACT-CNT NOT < 5000                               02990000
030000             DISPLAY "ACTIVITY TABLE FULL - PROOF NOT POSSIBLE"   03000000
030100             MOVE 30 TO RETURN-CODE                               03010000
030200             STOP RUN                                             03020000
030300          END-IF                                                  03030000
030400          ADD 1 TO W02-ACT-CNT                                    03040000
030500          MOVE W02-ACT-CNT TO W02-USE-IDX                         03050000
030600          MOVE W02-KEY TO W02-ENT-CUST-ID(W02-USE-IDX)            03060000
030700          MOVE ZEROS TO W02-ENT-CR(W02-USE-IDX)                   03070000
030800          MOVE ZEROS TO W02-ENT-DR(W02-USE-IDX)                   03080000
030900          MOVE 'N' TO W02-ENT-USED-SW(W02-USE-IDX)                03090000
031000       END-IF.                                                    03100000
031100       IF W02-DRCR = 'D'                                          03110000
031200          ADD W02-AMOUNT TO W02-ENT-DR(W02-USE-IDX)               03120000
031300          ADD W02-AMOUNT TO W09-DR-TOT                            03130000
031400       ELSE                                                       03140000
031500          ADD W02-AMOUNT TO W02-ENT-CR(W02-USE-IDX)               03150000
031600          ADD W02-AMOUNT TO W09-CR-TOT                            03160000
031700       END-IF.                                                    03170000
031800 1300-ADD-EXIT.                                                   03180000
031900       EXIT.                                                      03190000
032000 1400-FIND-CUST.                                                  03200000
032100       MOVE ZEROS TO W02-USE-IDX.                                 03210000
032200       PERFORM 1410-MATCH-CUST THRU 1410-MATCH-EXIT               03220000
032300           VARYING W02-ACT-IDX FROM 1 BY 1                        03230000
032400           UNTIL W02-ACT-IDX > W02-ACT-CNT                        03240000
032500              OR W02-USE-IDX > ZEROS.                             03250000
032600 1400-FIND-EXIT.                                                  03260000
032700       EXIT.                                                      03270000
032800 1410-MATCH-CUST.                                                 03280000
032900       IF W02-ENT-CUST-ID(W02-ACT-IDX) = W02-KEY                  03290000
033000          MOVE W02-ACT-IDX TO W02-USE-IDX                         03300000
033100       END-IF.                                                    03310000
033200 1410-MATCH-EXIT.                                                 03320000
033300       EXIT.                                                      03330000
033400 2000-OPEN-PARA.                                                  03340000
033500       OPEN INPUT TI000-PRIOR-FILE.                               03350000
033600       IF NOT C01W-FST-PRIOK                                      03360000
033700          DISPLAY "PRIOR BALANCE EXTRACT OPEN ERR " W01-FST-PRI   03370000
033800          MOVE 30 TO RETURN-CODE                                  03380000
033900          STOP RUN                                                03390000
034000       END-IF.                                                    03400000
034100       OPEN OUTPUT TO000-CLOSE-FILE.                              03410000
034200       IF NOT C01W-FST-CLSOK                                      03420000
034300          DISPLAY "CLOSING EXTRACT OPEN ERR " W01-FST-CLS         03430000
034400          MOVE 30 TO RETURN-CODE                                  03440000
034500          STOP RUN                                                03450000
034600       END-IF.                                                    03460000
034700       OPEN OUTPUT RO000-RPT-FILE.                                03470000
034800       IF NOT C01W-FST-RPTOK                                      03480000
034900          DISPLAY "REPORT FILE OPEN ERR " W01-FST-RPT             03490000
035000          MOVE 30 TO RETURN-CODE                                  03500000
035100          STOP RUN                                                03510000
035200       END-IF.                                                    03520000
035300       EXEC SQL                                                   03530000
035400         OPEN CUR1                                                03540000
035500       END-EXEC.                                                  03550000
035600       MOVE SQLCODE TO W01-SQLCODE.                               03560000
035700       IF NOT C01W-SQL-SUCCESS                                    03570000
035800          MOVE "2000-OPEN-PARA" TO W99-ERR-PARA                   03580000
035900          MOVE " OPENING CUR1" TO W99-ERR-DESC                    03590000
036000          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    03600000
036100          STOP RUN                                                03610000
036200       END-IF.                                                    03620000
036300       MOVE SPACES TO BC-BAL-REC.                                 03630000
036400       MOVE 'H' TO BC-REC-TYPE.                                   03640000
036500       MOVE ZEROS TO BC-CLOSE-BAL.                                03650000
036600       MOVE W02-RUN-DATE TO BC-BAL-DATE.                          03660000
036700       WRITE BC-BAL-REC.                                          03670000
036800       PERFORM 2100-READ-PRIOR THRU 2100-READ-EXIT.               03680000
036900       IF BP-HDR AND W02-PRI-KEY NOT = HIGH-VALUES                03690000
037000          MOVE BP-BAL-DATE TO W02-PRI-DATE                        03700000
037100          PERFORM 2100-READ-PRIOR THRU 2100-READ-EXIT             03710000
037200       END-IF.                                                    03720000
037210       IF W02-PRI-DATE = W02-RUN-DATE                             03721001
037220          PERFORM 2050-OPEN-PREV THRU 2050-OPEN-EXIT              03722001
037230       END-IF.                                                    03723001
037300       IF W02-PRI-KEY = HIGH-VALUES AND NOT PROVE-FROM-PREV       03730001
037400          MOVE 'Y' TO W02-BASE-SW                                 03740000
037500       END-IF.                                                    03750000
037600       MOVE SPACES TO RO000-RPT-REC.                              03760000
037700       STRING "DAILY BALANCE PROOF  RUN DATE " W02-RUN-DATE       03770000
037800              "  PRIOR EXTRACT DATED " W02-PRI-DATE               03780000
037900          DELIMITED BY SIZE INTO RO000-RPT-REC                    03790000
038000       END-STRING.                                                03800000
038100       WRITE RO000-RPT-REC.                                       03810000
038200       IF BASELINE-RUN                                            03820000
038300          MOVE "NO PRIOR BALANCES - BASELINE RUN, NOTHING PROVED" 03830000
038400             TO RO000-RPT-REC                                     03840000
038500          WRITE RO000-RPT-REC                                     03850000
038600       END-IF.                                                    03860000
038610       IF PROVE-FROM-PREV                                         03861001
038620          MOVE "RERUN - DDPRIOR DATED TODAY, PROVED FROM DDPREV"  03862001
038630             TO RO000-RPT-REC                                     03863001
038640          WRITE RO000-RPT-REC                                     03864001
038650       END-IF.                                                    03865001
038700*      A PRIOR EXTRACT DATED TODAY MEANS THE PROOF HAS ALREADY    03870000
038800*      RUN AND TODAY'S ACTIVITY WOULD BE COUNTED TWICE.           03880000
038900       IF NOT BASELINE-RUN AND W02-PRI-DATE NOT < W02-RUN-DATE    03890000
039000          ADD 1 TO W09-BRK-CNT                                    03900000
039100          MOVE "PRIOR EXTRACT NOT BEFORE RUN DATE - WRONG FILE"   03910000
039200             TO RO000-RPT-REC                                     03920000
039300          WRITE RO000-RPT-REC                                     03930000
039400       END-IF.                                                    03940000
039500       MOVE SPACES TO RO000-RPT-REC.                              03950000
039600       STRING "     CUST  TYP        PRIOR     ACTIVITY"          03960000
039700              "      EXP_OUT   DIFFERENCE"                        03970000
039800          DELIMITED BY SIZE INTO RO000-RPT-REC                    03980000
039900       END-STRING.                                                03990000
040000       WRITE RO000-RPT-REC.                                       04000000
040100       PERFORM 2200-FETCH-ACCT THRU 2200-FETCH-EXIT.              04010000
040200 2000-OPEN-EXIT.                                                  04020000
040300       EXIT.                                                      04030000
040305*---------------------------------------------------------------- 04030501
040310* TODAY'S PROOF HAS ALREADY RUN AND CATALOGED ITS CLOSING         04031001
040315* EXTRACT, WHICH IS NOW DDPRIOR.  A RERUN PROVES AGAIN FROM THE   04031501
040320* GENERATION BEFORE IT (DDPREV) SO TODAY'S ACTIVITY IS NOT        04032001
040325* COUNTED TWICE.  DDPRIOR STAYS OPEN - ITS RECORD AREA TAKES      04032501
040330* THE DDPREV RECORDS.                                             04033001
040335*---------------------------------------------------------------- 04033501
040340 2050-OPEN-PREV.                                                  04034001
040345       OPEN INPUT TI003-PREV-FILE.                                04034501
040350       IF NOT C01W-FST-PREVOK                                     04035001
040355          DISPLAY "PREVIOUS CLOSING EXTRACT OPEN ERR "            04035501
040360                  W01-FST-PREV                                    04036001
040365          GO TO 2050-OPEN-EXIT                                    04036501
040370       END-IF.                                                    04037001
040375       MOVE 'Y' TO W02-PREV-SW.                                   04037501
040380       MOVE ZEROS TO W02-PRI-DATE W09-PRI-CNT W09-PRI-TOT.        04038001
040385       PERFORM 2100-READ-PRIOR THRU 2100-READ-EXIT.               04038501
040390       IF BP-HDR AND W02-PRI-KEY NOT = HIGH-VALUES                04039001
040395          MOVE BP-BAL-DATE TO W02-PRI-DATE                        04039501
040400          PERFORM 2100-READ-PRIOR THRU 2100-READ-EXIT             04040001
040405       END-IF.                                                    04040501
040410*      AN EMPTY GENERATION BEFORE IS NOT A BASELINE - LET THE     04041001
040415*      DATE CHECK FAIL THE PROOF.                                 04041501
040420       IF W02-PRI-KEY = HIGH-VALUES                               04042001
040425          DISPLAY "PREVIOUS CLOSING EXTRACT IS EMPTY"             04042501
040430          MOVE W02-RUN-DATE TO W02-PRI-DATE                       04043001
040435       END-IF.                                                    04043501
040440 2050-OPEN-EXIT.                                                  04044001
040445       EXIT.                                                      04044501
040450 2100-READ-PRIOR.                                                 04045001
040455       IF PROVE-FROM-PREV                                         04045501
040460          READ TI003-PREV-FILE INTO BP-BAL-REC                    04046001
040465          MOVE W01-FST-PREV TO W01-FST-PRI                        04046501
040470       ELSE                                                       04047001
040475          READ TI000-PRIOR-FILE                                   04047501
040480       END-IF.                                                    04048001
040600       EVALUATE TRUE                                              04060000
040700         WHEN C01W-FST-PRIOK                                      04070000
040800           MOVE BP-CUST-ID TO W02-PRI-KEY                         04080000
040900           IF BP-ACCT                                             04090000
041000              ADD 1 TO W09-PRI-CNT                                04100000
041100              ADD BP-CLOSE-BAL TO W09-PRI-TOT                     04110000
041200           END-IF                                                 04120000
041300         WHEN C01W-FST-PRIEOF                                     04130000
041400           MOVE HIGH-VALUES TO W02-PRI-KEY                        04140000
041500         WHEN OTHER                                               04150000
041600           DISPLAY "PRIOR BALANCE EXTRACT READ ERR " W01-FST-PRI  04160000
041700           MOVE 30 TO RETURN-CODE                                 04170000
041800           STOP RUN                                               04180000
041900       END-EVALUATE.                                              04190000
042000 2100-READ-EXIT.                                                  04200000
042100       EXIT.                                                      04210000
042200 2200-FETCH-ACCT.                                                 04220000
042300       EXEC SQL                                                   04230000
042400         FETCH CUR1 INTO :HV-CUST-ID, :HV-ACC-TYPE, :HV-BAL,      04240000
042500                         :HV-ACC-STATUS                           04250000
042600       END-EXEC.                                                  04260000
042700       MOVE SQLCODE TO W01-SQLCODE.                               04270000
042800       EVALUATE TRUE                                              04280000
042900         WHEN C01W-SQL-SUCCESS                                    04290000
043000           ADD 1 TO W09-ACCT-CNT                                  04300000
043100           ADD HV-BAL TO W09-EXP-TOT                              04310000
043200           MOVE HV-CUST-ID TO W02-CUR-KEY                         04320000
043300           MOVE SPACES TO BC-BAL-REC                              04330000
043400           MOVE 'D' TO BC-REC-TYPE                                04340000
043500           MOVE HV-CUST-ID TO BC-CUST-ID                          04350000
043600           MOVE HV-ACC-TYPE TO BC-ACC-TYPE                        04360000
043700           MOVE HV-ACC-STATUS TO BC-ACC-STATUS                    04370000
043800           MOVE HV-BAL TO BC-CLOSE-BAL                            04380000
043900           MOVE W02-RUN-DATE TO BC-BAL-DATE                       04390000
044000           WRITE BC-BAL-REC                                       04400000
044100           IF NOT C01W-FST-CLSOK                                  04410000
044200              DISPLAY "CLOSING EXTRACT WRITE ERR " W01-FST-CLS    04420000
044300              MOVE 30 TO RETURN-CODE                              04430000
044400              STOP RUN                                            04440000
044500           END-IF                                                 04450000
044600         WHEN C01W-SQL-RECNF                                      04460000
044700           MOVE HIGH-VALUES TO W02-CUR-KEY                        04470000
044800         WHEN OTHER                                               04480000
044900           MOVE "2200-FETCH-ACCT" TO W99-ERR-PARA                 04490000
045000           MOVE " FETCHING CUR1" TO W99-ERR-DESC                  04500000
045100           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   04510000
045200           STOP RUN                                               04520000
045300       END-EVALUATE.                                              04530000
045400 2200-FETCH-EXIT.                                                 04540000
045500       EXIT.                                                      04550000
045600*---------------------------------------------------------------- 04560000
045700* MATCH THE PRIOR EXTRACT AGAINST EXP_OUT ON CUST-ID.             04570000
045800*---------------------------------------------------------------- 04580000
045900 3000-PROVE-PARA.                                                 04590000
046000       EVALUATE TRUE                                              04600000
046100         WHEN W02-PRI-KEY = W02-CUR-KEY                           04610000
046200           MOVE W02-CUR-KEY TO W02-KEY                            04620000
046300           MOVE HV-ACC-TYPE TO W02-TYPE                           04630000
046400           MOVE BP-CLOSE-BAL TO W02-OPEN-BAL                      04640000
046500           MOVE HV-BAL TO W02-ACTUAL                              04650000
046600           MOVE "OUT OF BAL" TO W02-REASON                        04660000
046700           PERFORM 3100-PROVE-ACCT THRU 3100-PROVE-EXIT           04670000
046800           PERFORM 2100-READ-PRIOR THRU 2100-READ-EXIT            04680000
046900           PERFORM 2200-FETCH-ACCT THRU 2200-FETCH-EXIT           04690000
047000         WHEN W02-PRI-KEY < W02-CUR-KEY                           04700000
047100           MOVE W02-PRI-KEY TO W02-KEY                            04710000
047200           MOVE BP-ACC-TYPE TO W02-TYPE                           04720000
047300           MOVE BP-CLOSE-BAL TO W02-OPEN-BAL                      04730000
047400           MOVE ZEROS TO W02-ACTUAL                               04740000
047500           MOVE "NOT ON TABLE" TO W02-REASON                      04750000
047600           PERFORM 3100-PROVE-ACCT THRU 3100-PROVE-EXIT           04760000
047700           PERFORM 2100-READ-PRIOR THRU 2100-READ-EXIT            04770000
047800         WHEN OTHER                                               04780000
047900           MOVE W02-CUR-KEY TO W02-KEY                            04790000
048000           MOVE HV-ACC-TYPE TO W02-TYPE                           04800000
048100           PERFORM 3200-NEW-ACCT THRU 3200-NEW-EXIT               04810000
048200           PERFORM 2200-FETCH-ACCT THRU 2200-FETCH-EXIT           04820000
048300       END-EVALUATE.                                              04830000
048400 3000-PROVE-EXIT.                                                 04840000
048500       EXIT.                                                      04850000
048600 3100-PROVE-ACCT.                                                 04860000
048700       PERFORM 3300-GET-NET THRU 3300-GET-EXIT.                   04870000
048800       IF BASELINE-RUN                                            04880000
048900          GO TO 3100-PROVE-EXIT                                   04890000
049000       END-IF.                                                    04900000
049100       COMPUTE W02-EXPECT = W02-OPEN-BAL + W02-NET.               04910000
049200       IF W02-EXPECT NOT = W02-ACTUAL                             04920000
049300          PERFORM 3900-WRITE-BREAK THRU 3900-BREAK-EXIT           04930000
049400       END-IF.                                                    04940000
049500 3100-PROVE-EXIT.                                                 04950000
049600       EXIT.                                                      04960000
049700 3200-NEW-ACCT.                                                   04970000
049800*      AN ACCOUNT NEW TO EXP_OUT OPENS AT WHATEVER BALANCE IT     04980000
049900*      HAD BEFORE TODAY'S ACTIVITY - LISTED, NOT A BREAK.         04990000
050000       PERFORM 3300-GET-NET THRU 3300-GET-EXIT.                   05000000
050100       COMPUTE W02-OPEN-BAL = HV-BAL - W02-NET.                   05010000
050200       ADD W02-OPEN-BAL TO W09-NEW-TOT.                           05020000
050300       IF BASELINE-RUN                                            05030000
050400          GO TO 3200-NEW-EXIT                                     05040000
050500       END-IF.                                                    05050000
050600       ADD 1 TO W09-NEW-CNT.                                      05060000
050700       MOVE W02-OPEN-BAL TO W02-ED1.                              05070000
050800       MOVE W02-NET TO W02-ED2.                                   05080000
050900       MOVE HV-BAL TO W02-ED3.                                    05090000
051000       MOVE SPACES TO RO000-RPT-REC.                              05100000
051100       STRING "NEW  " W02-KEY " " W02-TYPE " " W02-ED1 " "        05110000
051200              W02-ED2 " " W02-ED3 " OPENED"                       05120000
051300          DELIMITED BY SIZE INTO RO000-RPT-REC                    05130000
051400       END-STRING.                                                05140000
051500       WRITE RO000-RPT-REC.                                       05150000
051600 3200-NEW-EXIT.                                                   05160000
051700       EXIT.                                                      05170000
051800 3300-GET-NET.                                                    05180000
051900       PERFORM 1400-FIND-CUST THRU 1400-FIND-EXIT.                05190000
052000       IF W02-USE-IDX = ZEROS                                     05200000
052100          MOVE ZEROS TO W02-NET                                   05210000
052200       ELSE                                                       05220000
052300          COMPUTE W02-NET = W02-ENT-CR(W02-USE-IDX)               05230000
052400                          - W02-ENT-DR(W02-USE-IDX)               05240000
052500          MOVE 'Y' TO W02-ENT-USED-SW(W02-USE-IDX)                05250000
052600       END-IF.                                                    05260000
052700 3300-GET-EXIT.                                                   05270000
052800       EXIT.                                                      05280000
052900 3800-ORPHAN-CHECK.                                               05290000
053000*      ACTIVITY FOR AN ACCOUNT ON NEITHER FILE WENT NOWHERE.      05300000
053100       IF W02-ENT-USED-SW(W02-ACT-IDX) = 'Y' OR BASELINE-RUN      05310000
053200          GO TO 3800-ORPHAN-EXIT                                  05320000
053300       END-IF.                                                    05330000
053400       MOVE W02-ENT-CUST-ID(W02-ACT-IDX) TO W02-KEY.              05340000
053500       MOVE SPACES TO W02-TYPE.                                   05350000
053600       COMPUTE W02-NET = W02-ENT-CR(W02-ACT-IDX)                  05360000
053700                       - W02-ENT-DR(W02-ACT-IDX).                 05370000
053800       MOVE ZEROS TO W02-OPEN-BAL.                                05380000
053900       MOVE ZEROS TO W02-ACTUAL.                                  05390000
054000       MOVE W02-NET TO W02-EXPECT.                                05400000
054100       MOVE "NO ACCOUNT" TO W02-REASON.                           05410000
054200       PERFORM 3900-WRITE-BREAK THRU 3900-BREAK-EXIT.             05420000
054300 3800-ORPHAN-EXIT.                                                05430000
054400       EXIT.                                                      05440000
054500 3900-WRITE-BREAK.                                                05450000
054600       ADD 1 TO W09-BRK-CNT.                                      05460000
054700       COMPUTE W02-DIFF = W02-ACTUAL - W02-EXPECT.                05470000
054800       ADD W02-DIFF TO W09-BRK-TOT.                               05480000
054900       MOVE W02-OPEN-BAL TO W02-ED1.                              05490000
055000       MOVE W02-NET TO W02-ED2.                                   05500000
055100       MOVE W02-ACTUAL TO W02-ED3.                                05510000
055200       MOVE W02-DIFF TO W02-ED4.                                  05520000
055300       MOVE SPACES TO RO000-RPT-REC.                              05530000
055400       STRING "BRK  " W02-KEY " " W02-TYPE " " W02-ED1 " "        05540000
055500              W02-ED2 " " W02-ED3 " " W02-ED4 " "                 05550000
055600              W02-REASON                                          05560000
055700          DELIMITED BY SIZE INTO RO000-RPT-REC                    05570000
055800       END-STRING.                                                05580000
055900       WRITE RO000-RPT-REC.                                       05590000
056000 3900-BREAK-EXIT.                                                 05600000
056100       EXIT.                                                      05610000
056200 4000-CLOSE-PARA.                                                 05620000
056300       EXEC SQL                                                   05630000
056400         CLOSE CUR1                                               05640000
056500       END-EXEC.                                                  05650000
056600       COMPUTE W09-CALC-TOT = W09-PRI-TOT + W09-NEW-TOT           05660000
056700                            + W09-CR-TOT - W09-DR-TOT.            05670000
056800       MOVE SPACES TO RO000-RPT-REC.                              05680000
056900       WRITE RO000-RPT-REC.                                       05690000
057000       MOVE W09-PRI-TOT TO W02-TOT-ED.                            05700000
057100       MOVE SPACES TO RO000-RPT-REC.                              05710000
057200       STRING "PRIOR CLOSING BALANCES    " W02-TOT-ED             05720000
057300          DELIMITED BY SIZE INTO RO000-RPT-REC                    05730000
057400       END-STRING.                                                05740000
057500       WRITE RO000-RPT-REC.                                       05750000
057600       MOVE W09-NEW-TOT TO W02-TOT-ED.                            05760000
057700       MOVE SPACES TO RO000-RPT-REC.                              05770000
057800       STRING "+ NEW ACCOUNT OPENINGS    " W02-TOT-ED             05780000
057900          DELIMITED BY SIZE INTO RO000-RPT-REC                    05790000
058000       END-STRING.                                                05800000
058100       WRITE RO000-RPT-REC.                                       05810000
058200       MOVE W09-CR-TOT TO W02-TOT-ED.                             05820000
058300       MOVE SPACES TO RO000-RPT-REC.                              05830000
058400       STRING "+ CREDITS                 " W02-TOT-ED             05840000
058500          DELIMITED BY SIZE INTO RO000-RPT-REC                    05850000
058600       END-STRING.                                                05860000
058700       WRITE RO000-RPT-REC.                                       05870000
058800       MOVE W09-DR-TOT TO W02-TOT-ED.                             05880000
058900       MOVE SPACES TO RO000-RPT-REC.                              05890000
059000       STRING "- DEBITS                  " W02-TOT-ED             05900000
059100          DELIMITED BY SIZE INTO RO000-RPT-REC                    05910000
059200       END-STRING.                                                05920000
059300       WRITE RO000-RPT-REC.                                       05930000
059400       MOVE W09-CALC-TOT TO W02-TOT-ED.                           05940000
059500       MOVE SPACES TO RO000-RPT-REC.                              05950000
059600       STRING "= EXPECTED BALANCES       " W02-TOT-ED             05960000
059700          DELIMITED BY SIZE INTO RO000-RPT-REC                    05970000
059800       END-STRING.                                                05980000
059900       WRITE RO000-RPT-REC.                                       05990000
060000       MOVE W09-EXP-TOT TO W02-TOT-ED.                            06000000
060100       MOVE SPACES TO RO000-RPT-REC.                              06010000
060200       STRING "EXP_OUT BALANCES          " W02-TOT-ED             06020000
060300          DELIMITED BY SIZE INTO RO000-RPT-REC                    06030000
060400       END-STRING.                                                06040000
060500       WRITE RO000-RPT-REC.                                       06050000
060600       MOVE W09-BRK-TOT TO W02-TOT-ED.                            06060000
060700       MOVE SPACES TO RO000-RPT-REC.                              06070000
060800       STRING "NET OF ACCOUNT BREAKS     " W02-TOT-ED             06080000
060900          DELIMITED BY SIZE INTO RO000-RPT-REC                    06090000
061000       END-STRING.                                                06100000
061100       WRITE RO000-RPT-REC.                                       06110000
061200       IF W09-CALC-TOT NOT = W09-EXP-TOT AND NOT BASELINE-RUN     06120000
061300          MOVE "*** BANK TOTALS DO NOT AGREE ***" TO RO000-RPT-REC06130000
061400          WRITE RO000-RPT-REC                                     06140000
061500          IF W09-BRK-CNT = ZEROS                                  06150000
061600             ADD 1 TO W09-BRK-CNT                                 06160000
061700          END-IF                                                  06170000
061800       END-IF.                                                    06180000
061900       MOVE SPACES TO RO000-RPT-REC.                              06190000
062000       STRING "PRIOR=" W09-PRI-CNT                                06200000
062100              " ACCOUNTS=" W09-ACCT-CNT                           06210000
062200              " NEW=" W09-NEW-CNT                                 06220000
062300              " JOURNAL=" W09-ACTV-CNT                            06230000
062400              " INTEREST=" W09-POST-CNT                           06240000
062500              " BREAKS=" W09-BRK-CNT                              06250000
062600          DELIMITED BY SIZE INTO RO000-RPT-REC                    06260000
062700       END-STRING.                                                06270000
062800       WRITE RO000-RPT-REC.                                       06280000
062900       CLOSE TI000-PRIOR-FILE TO000-CLOSE-FILE RO000-RPT-FILE.    06290000
062910       IF PROVE-FROM-PREV                                         06291001
062920          CLOSE TI003-PREV-FILE                                   06292001
062930       END-IF.                                                    06293001
063000       DISPLAY "ACCOUNTS PROVED  : " W09-ACCT-CNT.                06300000
063100       DISPLAY "NEW ACCOUNTS     : " W09-NEW-CNT.                 06310000
063200       DISPLAY "BREAKS           : " W09-BRK-CNT.                 06320000
063300       EVALUATE TRUE                                              06330000
063400         WHEN W09-BRK-CNT > 0                                     06340000
063500           DISPLAY "BALANCE PROOF FAILED - STATEMENTS HELD"       06350000
063600           MOVE 8 TO RETURN-CODE                                  06360000
063700         WHEN BASELINE-RUN                                        06370000
063800           MOVE 4 TO RETURN-CODE                                  06380000
063900         WHEN OTHER                                               06390000
064000           CONTINUE                                               06400000
064100       END-EVALUATE.                                              06410000
064150       PERFORM 4100-RUNSTAT-PARA THRU 4100-RUNSTAT-EXIT.          06415001
064200 4000-CLOSE-EXIT.                                                 06420000
064300       EXIT.                                                      06430000
064302 4100-RUNSTAT-PARA.                                               06430201
064304*      A RUNSTATS FAILURE IS REPORTED BUT DOES NOT FAIL THE RUN.  06430401
064306       OPEN EXTEND ST000-STAT-FILE.                               06430601
064308       IF NOT C01W-FST-STATOK                                     06430801
064310          DISPLAY "RUNSTATS OPEN ERR " W01-FST-STAT               06431001
064312          GO TO 4100-RUNSTAT-EXIT                                 06431201
064314       END-IF.                                                    06431401
064316       MOVE SPACES TO RS-RUNSTAT-REC.                             06431601
064318       MOVE 'BALPROOF' TO RS-PGM-NAME.                            06431801
064320       ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.                     06432001
064322       ACCEPT RS-RUN-TIME FROM TIME.                              06432201
064324       MOVE W09-PRI-CNT TO RS-READ-CNT.                           06432401
064326       MOVE W09-ACCT-CNT TO RS-WRITE-CNT.                         06432601
064328       MOVE W09-BRK-CNT TO RS-REJ-CNT.                            06432801
064330       MOVE RETURN-CODE TO RS-RETURN-CD.                          06433001
064332       WRITE RS-RUNSTAT-REC.                                      06433201
064334       IF NOT C01W-FST-STATOK                                     06433401
064336          DISPLAY "RUNSTATS WRITE ERR " W01-FST-STAT              06433601
064338       END-IF.                                                    06433801
064340       CLOSE ST000-STAT-FILE.                                     06434001
064342 4100-RUNSTAT-EXIT.                                               06434201
064344       EXIT.                                                      06434401
064400 9500-SQL-ERROR-PARA.                                             06440000
064500      CALL 'SQLERRS' USING W02-SQLERR-PGM                         06450000
064600           W99-ERR-PARA W99-ERR-DESC SQLCA.                       06460000
064700 9500-SQL-ERROR-EXIT.                                             06470000
064800      EXIT.                                                       06480000
