000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. EMPRECN.                                             00020000
000300***************************************************************** 00030000
000400* TABLES USED : TB_EMPLOYEE                                       00040000
000500* INPUT FILE  : HPRAC1 SALARY KSDS (DDKSDS), D7EMP/B4MOCK         00050000
000600*               EMPLOYEE FILE (DDEMP)                             00060000
000700* OUTPUT FILE : RECONCILIATION REPORT (DDRPT), Q3 REPAIR BATCH    00070000
000800*               (DDFIX)                                           00080000
000900* PRG DESC    : NIGHTLY THREE-WAY RECONCILIATION OF THE SAME      00090000
001000*               EMPLOYEES HELD IN THE HPRAC1 KSDS, THE D7EMP      00100000
001100*               EMPLOYEE FILE AND THE DB2 TB_EMPLOYEE TABLE.  THE 00110000
001200*               EMPLOYEE FILE IS SORTED BY EMPLOYEE ID AND MATCH- 00120000
001300*               MERGED WITH THE KSDS AND A TB_EMPLOYEE CURSOR.    00130000
001400*               REPORTED - EMPLOYEES MISSING FROM ANY STORE, NAME 00140000
001500*               MISMATCHES (KSDS AGAINST FILE, DB2 AGAINST THE    00150000
001600*               FILE NAME), SALARY MISMATCHES (KSDS AGAINST FILE  00160000
001700*               IN WHOLE UNITS - TB_EMPLOYEE HOLDS NO SALARY) AND 00170000
001800*               DUPLICATE IDS ON THE FILE, WITH COUNTS BY TYPE.   00180000
001900*               A REPAIR BATCH OF Q3 TRANSACTIONS (HEADER, 'I'    00190000
002000*               FOR EMPLOYEES MISSING ON DB2, 'U' FOR DB2 NAME    00200000
002100*               MISMATCHES, TRAILER) IS WRITTEN FOR THE DB2 SIDE. 00210000
002200*               THE FILE IS THE SOURCE OF TRUTH FOR THE NAME, THE 00220000
002300*               KSDS WHEN THE FILE DOES NOT HAVE THE EMPLOYEE.    00230000
002400*               DB2 ROWS ON NEITHER FILE ARE REPORTED, NEVER      00240000
002500*               DELETED.  TB_EMPLOYEE KEYS ARE 4 DIGITS, SO AN ID 00250000
002600*               THAT IS NOT NUMERIC OR ABOVE 09999 CANNOT BE      00260000
002700*               REPAIRED AND IS REPORTED AS NO-DB2-KEY.           00270000
002800* AUTHOR      : BOOSAN                                            00280000
002900* CREATED ON  : 15 OCT 2026                                       00290000
003000***************************************************************** 00300000
003100 ENVIRONMENT DIVISION.                                            00310000
003200 INPUT-OUTPUT SECTION.                                            00320000
003300 FILE-CONTROL.                                                    00330000
003400      SELECT TI001-KSDS-FILE ASSIGN TO DDKSDS                     00340000
003500      ORGANIZATION IS INDEXED                                     00350000
003600      ACCESS MODE IS SEQUENTIAL                                   00360000
003700      RECORD KEY IS KSDS-EMPID                                    00370000
003800      FILE STATUS IS W01-KS-STATUS.                               00380000
003900*                                                                 00390000
004000      SELECT TI002-EMP-FILE ASSIGN TO DDEMP                       00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS IS W01-EM-STATUS.                               00430000
004400*                                                                 00440000
004500      SELECT TO001-RPT-FILE ASSIGN TO DDRPT                       00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS IS W01-RP-STATUS.                               00480000
004900*                                                                 00490000
005000      SELECT TO002-FIX-FILE ASSIGN TO DDFIX                       00500000
005100      ORGANIZATION IS SEQUENTIAL                                  00510000
005200      ACCESS MODE IS SEQUENTIAL                                   00520000
005300      FILE STATUS IS W01-FX-STATUS.                               00530000
005400*                                                                 00540000
005500      SELECT SORT-WORK ASSIGN TO DDSORT.                          00550000
005600*                                                                 00560000
005700 DATA DIVISION.                                                   00570000
005800 FILE SECTION.                                                    00580000
005900 FD TI001-KSDS-FILE.                                              00590000
006000 01 W01-KSDS-REC.                                                 00600000
006100     05 KSDS-EMPID        PIC X(5).                               00610000
006200     05 FILLER            PIC X.                                  00620000
006300     05 KSDS-EMPNAME      PIC X(30).                              00630000
006400     05 FILLER            PIC X.                                  00640000
006500     05 KSDS-EMPSAL.                                              00650000
006600        10 KSDS-SAL-INT   PIC 9(6).                               00660000
006700        10 FILLER         PIC X.                                  00670000
006800        10 KSDS-SAL-DEC   PIC 9(2).                               00680000
006900     05 FILLER            PIC X(34).                              00690000
007000 FD TI002-EMP-FILE RECORDING MODE IS F.                           00700000
007100 01 W01-EMP-REC           PIC X(80).                              00710000
007200 FD TO001-RPT-FILE RECORDING MODE IS F.                           00720000
007300 01 W01-RPT-REC           PIC X(132).                             00730000
007400 FD TO002-FIX-FILE RECORDING MODE IS F.                           00740000
007500*    Q3 TRANSACTION LAYOUT                                        00750000
007600 01 W01-FIX-REC.                                                  00760000
007700     05 FIX-EMP-NUM       PIC 9(4).                               00770000
007800     05 FILLER            PIC X.                                  00780000
007900     05 FIX-NAME          PIC X(6).                               00790000
008000     05 FILLER            PIC X.                                  00800000
008100     05 FIX-ADDR          PIC X(8).                               00810000
008200     05 FILLER            PIC X.                                  00820000
008300     05 FIX-FLAG          PIC X.                                  00830000
008400     05 FILLER            PIC X.                                  00840000
008500     05 FIX-LNAME         PIC X(20).                              00850000
008600     05 FILLER            PIC X.                                  00860000
008700     05 FIX-LADDR         PIC X(20).                              00870000
008800     05 FILLER            PIC X(16).                              00880000
008900 01 W01-FIX-CTL-REC REDEFINES W01-FIX-REC.                        00890000
009000     05 FIX-BATCH-ID      PIC X(8).                               00900000
009100     05 FIX-BUS-DATE      PIC 9(8).                               00910000
009200     05 FILLER            PIC X(5).                               00920000
009300     05 FIX-CTL-FLAG      PIC X.                                  00930000
009400     05 FIX-REC-COUNT     PIC 9(6).                               00940000
009500     05 FIX-HASH-TOT      PIC 9(10).                              00950000
009600     05 FILLER            PIC X(42).                              00960000
009700 SD SORT-WORK.                                                    00970000
009800 01 SRT-EMP-REC.                                                  00980000
009900     05 SRT-EID           PIC X(5).                               00990000
010000     05 FILLER            PIC X.                                  01000000
010100     05 SRT-FNAME         PIC X(10).                              01010000
010200     05 FILLER            PIC X.                                  01020000
010300     05 SRT-LNAME         PIC X(10).                              01030000
010400     05 FILLER            PIC X.                                  01040000
010500     05 SRT-SAL           PIC 9(5).                               01050000
010600     05 FILLER            PIC X(6).                               01060000
010700     05 SRT-GRADE         PIC X(2).                               01070000
010800     05 FILLER            PIC X(39).                              01080000
010900 WORKING-STORAGE SECTION.                                         01090000
011000      EXEC SQL                                                    01100000
011100        INCLUDE SQLCA                                             01110000
011200      END-EXEC.                                                   01120000
011300*                                                                 01130000
011400      EXEC SQL                                                    01140000
011500        INCLUDE Q3                                                01150000
011600      END-EXEC.                                                   01160000
011700*                                                                 01170000
011800      EXEC SQL                                                    01180000
011900        DECLARE CUR1 CURSOR FOR                                   01190000
012000          SELECT EMPID, EMPNAME, EMPADDR                          01200000
012100            FROM TB_EMPLOYEE                                      01210000
012200           ORDER BY EMPID                                         01220000
012300      END-EXEC.                                                   01230000
012400*                                                                 01240000
012500 01 W01-G-NULL-INDICATORS.                                        01250000
012600      05 HV-IND-EMPNAME PIC S9(4) COMP.                           01260000
012700      05 HV-IND-EMPADDR PIC S9(4) COMP.                           01270000
012800 01 W01-G-ERROR-VAR.                                              01280000
012900      05 W01-KS-STATUS         PIC XX.                            01290000
013000         88 C01W-KS-OK         VALUE '00'.                        01300000
013100         88 C01W-KS-EOF        VALUE '10'.                        01310000
013200      05 W01-EM-STATUS         PIC XX.                            01320000
013300         88 C01W-EM-OK         VALUE '00'.                        01330000
013400         88 C01W-EM-EOF        VALUE '10'.                        01340000
013500      05 W01-RP-STATUS         PIC XX.                            01350000
013600         88 C01W-RP-OK         VALUE '00'.                        01360000
013700      05 W01-FX-STATUS         PIC XX.                            01370000
013800         88 C01W-FX-OK         VALUE '00'.                        01380000
013900      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   01390000
014000         88 C01W-SQL-OK        VALUE +000.                        01400000
014100         88 C01W-SQL-EOT       VALUE +100.                        01410000
014200 01 W01-SIDE-KEYS.                                                01420000
014300      05 W01-KS-KEY            PIC X(5).                          01430000
014400         88 C01W-KS-SIDE-EOF   VALUE HIGH-VALUES.                 01440000
014500      05 W01-FL-KEY            PIC X(5).                          01450000
014600         88 C01W-FL-SIDE-EOF   VALUE HIGH-VALUES.                 01460000
014700      05 W01-DB-KEY            PIC X(5).                          01470000
014800         88 C01W-DB-SIDE-EOF   VALUE HIGH-VALUES.                 01480000
014900      05 W01-LOW-KEY           PIC X(5).                          01490000
015000 01 W01-LOW-KEY-N REDEFINES W01-SIDE-KEYS.                        01500000
015100      05 FILLER                PIC X(15).                         01510000
015200      05 W01-LOW-LEAD          PIC X.                             01520000
015300      05 W01-LOW-DB-NUM        PIC X(4).                          01530000
015400 01 W01-SIDE-SWITCHES.                                            01540000
015500      05 W01-KS-ON-SW          PIC X.                             01550000
015600         88 C01W-ON-KS         VALUE 'Y'.                         01560000
015700      05 W01-FL-ON-SW          PIC X.                             01570000
015800         88 C01W-ON-FL         VALUE 'Y'.                         01580000
015900      05 W01-DB-ON-SW          PIC X.                             01590000
016000         88 C01W-ON-DB         VALUE 'Y'.                         01600000
016100      05 W01-DUP-SW            PIC X.                             01610000
016200         88 C01W-FL-DUP        VALUE 'Y'.                         01620000
016300 01 W01-DB-ID-NUM              PIC 9(5).                          01630000
016400 01 W01-DB-ID-X REDEFINES W01-DB-ID-NUM PIC X(5).                 01640000
016500 01 W01-COMPARE-VARS.                                             01650000
016600      05 W01-FL-NAME           PIC X(30).                         01660000
016700      05 W01-MASTER-NAME       PIC X(30).                         01670000
016800      05 W01-DB-NAME           PIC X(20).                         01680000
016900      05 W01-DB-ADDR           PIC X(20).                         01690000
017000      05 W01-KS-SAL            PIC 9(6)V99.                       01700000
017100      05 W01-SAL-ED            PIC ZZZ,ZZ9.99.                    01710000
017200 01 W01-RUN-DATE               PIC 9(8).                          01720000
017300 01 W01-RUN-DATE-X REDEFINES W01-RUN-DATE.                        01730000
017400      05 FILLER                PIC X(2).                          01740000
017500      05 W01-RUN-YYMMDD        PIC X(6).                          01750000
017600 01 WS-CNTRS.                                                     01760000
017700      05 KS-CNTR               PIC 9(6) VALUE ZEROS.              01770000
017800      05 FL-CNTR               PIC 9(6) VALUE ZEROS.              01780000
017900      05 DB-CNTR               PIC 9(6) VALUE ZEROS.              01790000
018000      05 EMP-CNTR              PIC 9(6) VALUE ZEROS.              01800000
018100      05 CLEAN-CNTR            PIC 9(6) VALUE ZEROS.              01810000
018200      05 DIFF-CNTR             PIC 9(6) VALUE ZEROS.              01820000
018300      05 MISS-KS-CNTR          PIC 9(6) VALUE ZEROS.              01830000
018400      05 MISS-FL-CNTR          PIC 9(6) VALUE ZEROS.              01840000
018500      05 MISS-DB-CNTR          PIC 9(6) VALUE ZEROS.              01850000
018600      05 NAME-KF-CNTR          PIC 9(6) VALUE ZEROS.              01860000
018700      05 NAME-DB-CNTR          PIC 9(6) VALUE ZEROS.              01870000
018800      05 SAL-CNTR              PIC 9(6) VALUE ZEROS.              01880000
018900      05 DUP-CNTR              PIC 9(6) VALUE ZEROS.              01890000
019000      05 NOKEY-CNTR            PIC 9(6) VALUE ZEROS.              01900000
019100      05 FIX-I-CNTR            PIC 9(6) VALUE ZEROS.              01910000
019200      05 FIX-U-CNTR            PIC 9(6) VALUE ZEROS.              01920000
019300      05 FIX-HASH              PIC 9(10) VALUE ZEROS.             01930000
019400 01 WS-DIFF-SW                 PIC X VALUE 'N'.                   01940000
019500      88 REC-HAS-DIFF          VALUE 'Y'.                         01950000
019600 01 WS-RPT-HDG.                                                   01960000
019700      05 FILLER                PIC X(30)                          01970000
019800         VALUE 'DIFFERENCE     EMPID FIELD   '.                   01980000
019900      05 FILLER                PIC X(31)                          01990000
020000         VALUE 'HPRAC1 KSDS                    '.                 02000000
020100      05 FILLER                PIC X(31)                          02010000
020200         VALUE 'D7EMP FILE                     '.                 02020000
020300      05 FILLER                PIC X(40)                          02030000
020400         VALUE 'TB_EMPLOYEE'.                                     02040000
020500 01 WS-RPT-LINE.                                                  02050000
020600      05 RPT-TAG               PIC X(14).                         02060000
020700      05 FILLER                PIC X VALUE SPACE.                 02070000
020800      05 RPT-KEY               PIC X(5).                          02080000
020900      05 FILLER                PIC X VALUE SPACE.                 02090000
021000      05 RPT-FIELD             PIC X(8).                          02100000
021100      05 FILLER                PIC X VALUE SPACE.                 02110000
021200      05 RPT-KS-VAL            PIC X(30).                         02120000
021300      05 FILLER                PIC X VALUE SPACE.                 02130000
021400      05 RPT-FL-VAL            PIC X(30).                         02140000
021500      05 FILLER                PIC X VALUE SPACE.                 02150000
021600      05 RPT-DB-VAL            PIC X(30).                         02160000
021700      05 FILLER                PIC X(10).                         02170000
021800 01 WS-SUM-LINE.                                                  02180000
021900      05 SUM-DESC              PIC X(30).                         02190000
022000      05 SUM-CNT               PIC ZZZ,ZZ9.                       02200000
022100      05 FILLER                PIC X(95).                         02210000
022200 01 W99-ERROR-REC.                                                02220000
022300      05 W99-ERR-PARA     PIC X(30).                              02230000
022400      05 W99-ERR-DESC     PIC X(30).                              02240000
022500      05 W99-ERR-CODE     PIC X(7).                               02250000
022600 01 W02-SQLERR-PGM PIC X(8).                                      02260000
022700 PROCEDURE DIVISION.                                              02270000
022800 0000-MAIN-PARA.                                                  02280000
022900       PERFORM 1000-INIT-PARA THRU 1000-INIT-EXIT.                02290000
023000       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                02300000
023100       SORT SORT-WORK                                             02310000
023200            ON ASCENDING KEY SRT-EID                              02320000
023300            INPUT PROCEDURE IS 2500-RELEASE-EMP                   02330000
023400               THRU 2500-RELEASE-EXIT                             02340000
023500            OUTPUT PROCEDURE IS 3000-RECON-PARA                   02350000
023600               THRU 3000-RECON-EXIT.                              02360000
023700       PERFORM 4000-CLOSE-PARA THRU 4000-CLOSE-EXIT.              02370000
023800       STOP RUN.                                                  02380000
023900 0000-MAIN-EXIT.                                                  02390000
024000       EXIT.                                                      02400000
024100 1000-INIT-PARA.                                                  02410000
024200       INITIALIZE W99-ERROR-REC WS-CNTRS.                         02420000
024300       MOVE SPACES TO W01-SIDE-KEYS W01-SIDE-SWITCHES.            02430000
024400       ACCEPT W01-RUN-DATE FROM DATE YYYYMMDD.                    02440000
024500 1000-INIT-EXIT.                                                  02450000
024600      EXIT.                                                       02460000
024700 2000-OPEN-PARA.                                                  02470000
024800       OPEN INPUT TI001-KSDS-FILE.                                02480000
024900       EVALUATE TRUE                                              02490000
025000         WHEN C01W-KS-OK                                          02500000
025100           DISPLAY 'KSDS FILE OPENED SUCCESSFULLY'                02510000
025200         WHEN OTHER                                               02520000
025300           MOVE '2000-OPEN-PARA' TO W99-ERR-PARA                  02530000
025400           MOVE ' WHILE OPENING KSDS FILE' TO W99-ERR-DESC        02540000
025500           MOVE W01-KS-STATUS TO W99-ERR-CODE                     02550000
025600           PERFORM 9000-ERROR-PARA THRU 9000-ERROR-EXIT           02560000
025700       END-EVALUATE.                                              02570000
025800       OPEN INPUT TI002-EMP-FILE.                                 02580000
025900       EVALUATE TRUE                                              02590000
026000         WHEN C01W-EM-OK                                          02600000
026100           DISPLAY 'EMP FILE OPENED SUCCESSFULLY'                 02610000
026200         WHEN OTHER                                               02620000
026300           MOVE '2000-OPEN-PARA' TO W99-ERR-PARA                  02630000
026400           MOVE ' WHILE OPENING EMP FILE' TO W99-ERR-DESC         02640000
026500           MOVE W01-EM-STATUS TO W99-ERR-CODE                     02650000
026600           PERFORM 9000-ERROR-PARA THRU 9000-ERROR-EXIT           02660000
026700       END-EVALUATE.                                              02670000
026800       OPEN OUTPUT TO001-RPT-FILE.                                02680000
026900       EVALUATE TRUE                                              02690000
027000         WHEN C01W-RP-OK                                          02700000
027100           DISPLAY 'RPT FILE OPENED SUCCESSFULLY'                 02710000
027200         WHEN OTHER                                               02720000
027300           MOVE '2000-OPEN-PARA' TO W99-ERR-PARA                  02730000
027400           MOVE ' WHILE OPENING RPT FILE' TO W99-ERR-DESC         02740000
027500           MOVE W01-RP-STATUS TO W99-ERR-CODE                     02750000
027600           PERFORM 9000-ERROR-PARA THRU 9000-ERROR-EXIT           02760000
027700       END-EVALUATE.                                              02770000
027800       OPEN OUTPUT TO002-FIX-FILE.                                02780000
027900       EVALUATE TRUE                                              02790000
028000         WHEN C01W-FX-OK                                          02800000
028100           DISPLAY 'FIX FILE OPENED SUCCESSFULLY'                 02810000
028200         WHEN OTHER                                               02820000
028300           MOVE '2000-OPEN-PARA' TO W99-ERR-PARA                  02830000
028400           MOVE ' WHILE OPENING FIX FILE' TO W99-ERR-DESC         02840000
028500           MOVE W01-FX-STATUS TO W99-ERR-CODE                     02850000
028600           PERFORM 9000-ERROR-PARA THRU 9000-ERROR-EXIT           02860000
028700       END-EVALUATE.                                              02870000
028800*      Q3 BATCH HEADER - ONE REPAIR BATCH PER RUN DATE, SO Q3'S   02880000
028900*      BATCH LOG REFUSES A SECOND APPLY OF THE SAME NIGHT.        02890000
029000       MOVE SPACES TO W01-FIX-REC.                                02900000
029100       STRING 'ER' W01-RUN-YYMMDD                                 02910000
029200          DELIMITED BY SIZE INTO FIX-BATCH-ID                     02920000
029300       END-STRING.                                                02930000
029400       MOVE W01-RUN-DATE TO FIX-BUS-DATE.                         02940000
029500       MOVE 'H' TO FIX-CTL-FLAG.                                  02950000
029600       PERFORM 3900-WRITE-FIX THRU 3900-WRITE-FIX-EXIT.           02960000
029700       MOVE WS-RPT-HDG TO W01-RPT-REC.                            02970000
029800       PERFORM 3960-WRITE-RPT-REC THRU 3960-WRITE-RPT-REC-EXIT.   02980000
029900       EXEC SQL                                                   02990000
030000         OPEN CUR1                                                03000000
030100       END-EXEC.                                                  03010000
030200       MOVE SQLCODE TO W01-SQLCODE.                               03020000
030300       EVALUATE TRUE                                              03030000
030400         WHEN C01W-SQL-OK                                         03040000
030500           DISPLAY 'CURSOR OPENED SUCCESSFULLY'                   03050000
030600         WHEN OTHER                                               03060000
030700           MOVE '2000-OPEN-PARA' TO W99-ERR-PARA                  03070000
030800           MOVE ' WHILE OPENING CUR1' TO W99-ERR-DESC             03080000
030900           MOVE W01-SQLCODE TO W99-ERR-CODE                       03090000
031000           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   03100000
031100           MOVE 30 TO RETURN-CODE                                 03110000
031200           STOP RUN                                               03120000
031300       END-EVALUATE.                                              03130000
031400 2000-OPEN-EXIT.                                                  03140000
031500        EXIT.                                                     03150000
031600 2500-RELEASE-EMP.                                                03160000
031700       PERFORM 2510-RELEASE-ONE THRU 2510-RELEASE-ONE-EXIT        03170000
031800           UNTIL C01W-EM-EOF.                                     03180000
031900 2500-RELEASE-EXIT.                                               03190000
032000       EXIT.                                                      03200000
032100 2510-RELEASE-ONE.                                                03210000
032200       READ TI002-EMP-FILE.                                       03220000
032300       EVALUATE TRUE                                              03230000
032400         WHEN C01W-EM-OK                                          03240000
032500           MOVE W01-EMP-REC TO SRT-EMP-REC                        03250000
032600           RELEASE SRT-EMP-REC                                    03260000
032700         WHEN C01W-EM-EOF                                         03270000
032800           CONTINUE                                               03280000
032900         WHEN OTHER                                               03290000
033000           MOVE '2510-RELEASE-ONE' TO W99-ERR-PARA                03300000
033100           MOVE ' WHILE READING EMP FILE' TO W99-ERR-DESC         03310000
033200           MOVE W01-EM-STATUS TO W99-ERR-CODE                     03320000
033300           PERFORM 9000-ERROR-PARA THRU 9000-ERROR-EXIT           03330000
033400       END-EVALUATE.                                              03340000
033500 2510-RELEASE-ONE-EXIT.                                           03350000
033600       EXIT.                                                      03360000
033700 3000-RECON-PARA.                                                 03370000
033800       PERFORM 3100-READ-KSDS THRU 3100-READ-KSDS-EXIT.           03380000
033900       PERFORM 3200-RETURN-EMP THRU 3200-RETURN-EMP-EXIT.         03390000
034000       PERFORM 3300-FETCH-DB2 THRU 3300-FETCH-DB2-EXIT.           03400000
034100       PERFORM 3400-MATCH-PARA THRU 3400-MATCH-EXIT               03410000
034200           UNTIL C01W-KS-SIDE-EOF AND C01W-FL-SIDE-EOF            03420000
034300             AND C01W-DB-SIDE-EOF.                                03430000
034400 3000-RECON-EXIT.                                                 03440000
034500       EXIT.                                                      03450000
034600 3100-READ-KSDS.                                                  03460000
034700       READ TI001-KSDS-FILE.                                      03470000
034800       EVALUATE TRUE                                              03480000
034900         WHEN C01W-KS-OK                                          03490000
035000           ADD 1 TO KS-CNTR                                       03500000
035100           MOVE KSDS-EMPID TO W01-KS-KEY                          03510000
035200         WHEN C01W-KS-EOF                                         03520000
035300           MOVE HIGH-VALUES TO W01-KS-KEY                         03530000
035400         WHEN OTHER                                               03540000
035500           MOVE '3100-READ-KSDS' TO W99-ERR-PARA                  03550000
035600           MOVE ' WHILE READING KSDS FILE' TO W99-ERR-DESC        03560000
035700           MOVE W01-KS-STATUS TO W99-ERR-CODE                     03570000
035800           PERFORM 9000-ERROR-PARA THRU 9000-ERROR-EXIT           03580000
035900       END-EVALUATE.                                              03590000
036000 3100-READ-KSDS-EXIT.                                             03600000
036100       EXIT.                                                      03610000
036200 3200-RETURN-EMP.                                                 03620000
036300*      A SECOND RECORD FOR AN ID ALREADY MATCHED IS REPORTED AND  03630000
036400*      SKIPPED - ONLY THE FIRST TAKES PART IN THE MATCH.          03640000
036500       MOVE 'Y' TO W01-DUP-SW.                                    03650000
036600       PERFORM 3210-RETURN-ONE THRU 3210-RETURN-ONE-EXIT          03660000
036700           UNTIL NOT C01W-FL-DUP.                                 03670000
036800 3200-RETURN-EMP-EXIT.                                            03680000
036900       EXIT.                                                      03690000
037000 3210-RETURN-ONE.                                                 03700000
037100       MOVE 'N' TO W01-DUP-SW.                                    03710000
037200       RETURN SORT-WORK                                           03720000
037300         AT END                                                   03730000
037400           MOVE HIGH-VALUES TO W01-FL-KEY                         03740000
037500           GO TO 3210-RETURN-ONE-EXIT                             03750000
037600       END-RETURN.                                                03760000
037700       ADD 1 TO FL-CNTR.                                          03770000
037800       IF SRT-EID = W01-FL-KEY                                    03780000
037900          MOVE 'Y' TO W01-DUP-SW                                  03790000
038000          ADD 1 TO DUP-CNTR                                       03800000
038100          MOVE SPACES TO WS-RPT-LINE                              03810000
038200          MOVE 'DUPLICATE-FILE' TO RPT-TAG                        03820000
038300          MOVE SRT-EID TO RPT-KEY                                 03830000
038400          MOVE 'NAME    ' TO RPT-FIELD                            03840000
038500          STRING SRT-FNAME DELIMITED BY '  '                      03850000
038600                 ' ' DELIMITED BY SIZE                            03860000
038700                 SRT-LNAME DELIMITED BY '  '                      03870000
038800             INTO RPT-FL-VAL                                      03880000
038900          END-STRING                                              03890000
039000          PERFORM 3950-WRITE-RPT THRU 3950-WRITE-RPT-EXIT         03900000
039100       ELSE                                                       03910000
039200          MOVE SRT-EID TO W01-FL-KEY                              03920000
039300       END-IF.                                                    03930000
039400 3210-RETURN-ONE-EXIT.                                            03940000
039500       EXIT.                                                      03950000
039600 3300-FETCH-DB2.                                                  03960000
039700       EXEC SQL                                                   03970000
039800         FETCH CUR1 INTO :HV-EMPID,                               03980000
039900                         :HV-EMPNAME:HV-IND-EMPNAME,              03990000
040000                         :HV-EMPADDR:HV-IND-EMPADDR               04000000
040100       END-EXEC.                                                  04010000
040200       MOVE SQLCODE TO W01-SQLCODE.                               04020000
040300       EVALUATE TRUE                                              04030000
040400         WHEN C01W-SQL-OK                                         04040000
040500           ADD 1 TO DB-CNTR                                       04050000
040600           MOVE HV-EMPID TO W01-DB-ID-NUM                         04060000
040700           MOVE W01-DB-ID-X TO W01-DB-KEY                         04070000
040800           PERFORM 3350-DB-VALUES THRU 3350-DB-VALUES-EXIT        04080000
040900         WHEN C01W-SQL-EOT                                        04090000
041000           MOVE HIGH-VALUES TO W01-DB-KEY                         04100000
041100         WHEN OTHER                                               04110000
041200           MOVE '3300-FETCH-DB2' TO W99-ERR-PARA                  04120000
041300           MOVE ' WHILE FETCHING CUR1' TO W99-ERR-DESC            04130000
041400           MOVE W01-SQLCODE TO W99-ERR-CODE                       04140000
041500           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   04150000
041600           MOVE 30 TO RETURN-CODE                                 04160000
041700           STOP RUN                                               04170000
041800       END-EVALUATE.                                              04180000
041900 3300-FETCH-DB2-EXIT.                                             04190000
042000       EXIT.                                                      04200000
042100 3350-DB-VALUES.                                                  04210000
042200*      A NULL OR EMPTY VARCHAR COMPARES AS SPACES.                04220000
042300       MOVE SPACES TO W01-DB-NAME W01-DB-ADDR.                    04230000
042400       IF HV-IND-EMPNAME >= 0 AND HV-EMPNAME-LEN > 0              04240000
042500          MOVE HV-EMPNAME-TEXT(1:HV-EMPNAME-LEN) TO W01-DB-NAME   04250000
042600       END-IF.                                                    04260000
042700       IF HV-IND-EMPADDR >= 0 AND HV-EMPADDR-LEN > 0              04270000
042800          MOVE HV-EMPADDR-TEXT(1:HV-EMPADDR-LEN) TO W01-DB-ADDR   04280000
042900       END-IF.                                                    04290000
043000 3350-DB-VALUES-EXIT.                                             04300000
043100       EXIT.                                                      04310000
043200 3400-MATCH-PARA.                                                 04320000
043300*      THE LOWEST KEY OF THE THREE SIDES IS THE EMPLOYEE IN HAND; 04330000
043400*      EVERY SIDE HOLDING THAT KEY TAKES PART AND IS ADVANCED.    04340000
043500       MOVE W01-KS-KEY TO W01-LOW-KEY.                            04350000
043600       IF W01-FL-KEY < W01-LOW-KEY                                04360000
043700          MOVE W01-FL-KEY TO W01-LOW-KEY                          04370000
043800       END-IF.                                                    04380000
043900       IF W01-DB-KEY < W01-LOW-KEY                                04390000
044000          MOVE W01-DB-KEY TO W01-LOW-KEY                          04400000
044100       END-IF.                                                    04410000
044200       MOVE 'N' TO W01-KS-ON-SW W01-FL-ON-SW W01-DB-ON-SW.        04420000
044300       IF W01-KS-KEY = W01-LOW-KEY                                04430000
044400          MOVE 'Y' TO W01-KS-ON-SW                                04440000
044500       END-IF.                                                    04450000
044600       IF W01-FL-KEY = W01-LOW-KEY                                04460000
044700          MOVE 'Y' TO W01-FL-ON-SW                                04470000
044800       END-IF.                                                    04480000
044900       IF W01-DB-KEY = W01-LOW-KEY                                04490000
045000          MOVE 'Y' TO W01-DB-ON-SW                                04500000
045100       END-IF.                                                    04510000
045200       ADD 1 TO EMP-CNTR.                                         04520000
045300       PERFORM 3500-COMPARE-PARA THRU 3500-COMPARE-EXIT.          04530000
045400       IF C01W-ON-KS                                              04540000
045500          PERFORM 3100-READ-KSDS THRU 3100-READ-KSDS-EXIT         04550000
045600       END-IF.                                                    04560000
045700       IF C01W-ON-FL                                              04570000
045800          PERFORM 3200-RETURN-EMP THRU 3200-RETURN-EMP-EXIT       04580000
045900       END-IF.                                                    04590000
046000       IF C01W-ON-DB                                              04600000
046100          PERFORM 3300-FETCH-DB2 THRU 3300-FETCH-DB2-EXIT         04610000
046200       END-IF.                                                    04620000
046300 3400-MATCH-EXIT.                                                 04630000
046400       EXIT.                                                      04640000
046500 3500-COMPARE-PARA.                                               04650000
046600       MOVE 'N' TO WS-DIFF-SW.                                    04660000
046700       MOVE SPACES TO W01-FL-NAME W01-MASTER-NAME.                04670000
046800       IF C01W-ON-FL                                              04680000
046900          STRING SRT-FNAME DELIMITED BY '  '                      04690000
047000                 ' ' DELIMITED BY SIZE                            04700000
047100                 SRT-LNAME DELIMITED BY '  '                      04710000
047200             INTO W01-FL-NAME                                     04720000
047300          END-STRING                                              04730000
047400          MOVE W01-FL-NAME TO W01-MASTER-NAME                     04740000
047500       ELSE                                                       04750000
047600          IF C01W-ON-KS                                           04760000
047700             MOVE KSDS-EMPNAME TO W01-MASTER-NAME                 04770000
047800          END-IF                                                  04780000
047900       END-IF.                                                    04790000
048000       IF NOT C01W-ON-KS                                          04800000
048100          ADD 1 TO MISS-KS-CNTR                                   04810000
048200          MOVE 'MISSING-ON-KS ' TO RPT-TAG                        04820000
048300          PERFORM 3600-MISSING-LINE THRU 3600-MISSING-EXIT        04830000
048400       END-IF.                                                    04840000
048500       IF NOT C01W-ON-FL                                          04850000
048600          ADD 1 TO MISS-FL-CNTR                                   04860000
048700          MOVE 'MISSING-ON-FL ' TO RPT-TAG                        04870000
048800          PERFORM 3600-MISSING-LINE THRU 3600-MISSING-EXIT        04880000
048900       END-IF.                                                    04890000
049000       IF NOT C01W-ON-DB                                          04900000
049100          ADD 1 TO MISS-DB-CNTR                                   04910000
049200          MOVE 'MISSING-ON-DB2' TO RPT-TAG                        04920000
049300          PERFORM 3600-MISSING-LINE THRU 3600-MISSING-EXIT        04930000
049400          PERFORM 3700-FIX-INSERT THRU 3700-FIX-INSERT-EXIT       04940000
049500       END-IF.                                                    04950000
049600       IF C01W-ON-KS AND C01W-ON-FL                               04960000
049700          PERFORM 3550-KS-FL-COMPARE THRU 3550-KS-FL-EXIT         04970000
049800       END-IF.                                                    04980000
049900       IF C01W-ON-DB AND (C01W-ON-KS OR C01W-ON-FL)               04990000
050000          AND W01-DB-NAME NOT = W01-MASTER-NAME(1:20)             05000000
050100          MOVE 'Y' TO WS-DIFF-SW                                  05010000
050200          ADD 1 TO NAME-DB-CNTR                                   05020000
050300          MOVE SPACES TO WS-RPT-LINE                              05030000
050400          MOVE 'NAME-MISMATCH ' TO RPT-TAG                        05040000
050500          MOVE W01-LOW-KEY TO RPT-KEY                             05050000
050600          MOVE 'DB2 NAME' TO RPT-FIELD                            05060000
050700          IF C01W-ON-KS                                           05070000
050800             MOVE KSDS-EMPNAME TO RPT-KS-VAL                      05080000
050900          END-IF                                                  05090000
051000          MOVE W01-FL-NAME TO RPT-FL-VAL                          05100000
051100          MOVE W01-DB-NAME TO RPT-DB-VAL                          05110000
051200          PERFORM 3950-WRITE-RPT THRU 3950-WRITE-RPT-EXIT         05120000
051300          PERFORM 3750-FIX-UPDATE THRU 3750-FIX-UPDATE-EXIT       05130000
051400       END-IF.                                                    05140000
051500       IF REC-HAS-DIFF                                            05150000
051600          ADD 1 TO DIFF-CNTR                                      05160000
051700       ELSE                                                       05170000
051800          ADD 1 TO CLEAN-CNTR                                     05180000
051900       END-IF.                                                    05190000
052000 3500-COMPARE-EXIT.                                               05200000
052100       EXIT.                                                      05210000
052200 3550-KS-FL-COMPARE.                                              05220000
052300*      THE KSDS CARRIES PENCE; D7EMP AND B4MOCK TRUNCATE TO WHOLE 05230000
052400*      UNITS, SO THE SALARIES ARE COMPARED IN WHOLE UNITS.        05240000
052500       IF KSDS-EMPNAME NOT = W01-FL-NAME                          05250000
052600          MOVE 'Y' TO WS-DIFF-SW                                  05260000
052700          ADD 1 TO NAME-KF-CNTR                                   05270000
052800          MOVE SPACES TO WS-RPT-LINE                              05280000
052900          MOVE 'NAME-MISMATCH ' TO RPT-TAG                        05290000
053000          MOVE W01-LOW-KEY TO RPT-KEY                             05300000
053100          MOVE 'NAME    ' TO RPT-FIELD                            05310000
053200          MOVE KSDS-EMPNAME TO RPT-KS-VAL                         05320000
053300          MOVE W01-FL-NAME TO RPT-FL-VAL                          05330000
053400          PERFORM 3950-WRITE-RPT THRU 3950-WRITE-RPT-EXIT         05340000
053500       END-IF.                                                    05350000
053600       IF KSDS-SAL-INT NUMERIC AND KSDS-SAL-DEC NUMERIC           05360000
053700          AND SRT-SAL NUMERIC                                     05370000
053800          IF KSDS-SAL-INT = SRT-SAL                               05380000
053900             GO TO 3550-KS-FL-EXIT                                05390000
054000          END-IF                                                  05400000
054100       END-IF.                                                    05410000
054200       MOVE 'Y' TO WS-DIFF-SW.                                    05420000
054300       ADD 1 TO SAL-CNTR.                                         05430000
054400       MOVE SPACES TO WS-RPT-LINE.                                05440000
054500       MOVE 'SAL-MISMATCH  ' TO RPT-TAG.                          05450000
054600       MOVE W01-LOW-KEY TO RPT-KEY.                               05460000
054700       MOVE 'SALARY  ' TO RPT-FIELD.                              05470000
054800       IF KSDS-SAL-INT NUMERIC AND KSDS-SAL-DEC NUMERIC           05480000
054900          COMPUTE W01-KS-SAL = KSDS-SAL-INT + KSDS-SAL-DEC / 100  05490000
055000          MOVE W01-KS-SAL TO W01-SAL-ED                           05500000
055100          MOVE W01-SAL-ED TO RPT-KS-VAL                           05510000
055200       ELSE                                                       05520000
055300          MOVE KSDS-EMPSAL TO RPT-KS-VAL                          05530000
055400       END-IF.                                                    05540000
055500       IF SRT-SAL NUMERIC                                         05550000
055600          MOVE SRT-SAL TO W01-SAL-ED                              05560000
055700          MOVE W01-SAL-ED TO RPT-FL-VAL                           05570000
055800       ELSE                                                       05580000
055900          MOVE SRT-SAL TO RPT-FL-VAL                              05590000
056000       END-IF.                                                    05600000
056100       PERFORM 3950-WRITE-RPT THRU 3950-WRITE-RPT-EXIT.           05610000
056200 3550-KS-FL-EXIT.                                                 05620000
056300       EXIT.                                                      05630000
056400 3600-MISSING-LINE.                                               05640000
056500       MOVE 'Y' TO WS-DIFF-SW.                                    05650000
056600       MOVE SPACES TO RPT-KEY RPT-FIELD RPT-KS-VAL RPT-FL-VAL     05660000
056700                      RPT-DB-VAL.                                 05670000
056800       MOVE W01-LOW-KEY TO RPT-KEY.                               05680000
056900       MOVE 'NAME    ' TO RPT-FIELD.                              05690000
057000       IF C01W-ON-KS                                              05700000
057100          MOVE KSDS-EMPNAME TO RPT-KS-VAL                         05710000
057200       END-IF.                                                    05720000
057300       IF C01W-ON-FL                                              05730000
057400          MOVE W01-FL-NAME TO RPT-FL-VAL                          05740000
057500       END-IF.                                                    05750000
057600       IF C01W-ON-DB                                              05760000
057700          MOVE W01-DB-NAME TO RPT-DB-VAL                          05770000
057800       END-IF.                                                    05780000
057900       PERFORM 3950-WRITE-RPT THRU 3950-WRITE-RPT-EXIT.           05790000
058000 3600-MISSING-EXIT.                                               05800000
058100       EXIT.                                                      05810000
058200 3700-FIX-INSERT.                                                 05820000
058300*      THE NEW ROW CARRIES THE NAME ONLY - NO OTHER STORE HOLDS AN05830000
058400*      ADDRESS, SO EMPADDR GOES IN NULL.                          05840000
058500       IF W01-LOW-KEY NOT NUMERIC OR W01-LOW-LEAD NOT = '0'       05850000
058600          ADD 1 TO NOKEY-CNTR                                     05860000
058700          MOVE SPACES TO WS-RPT-LINE                              05870000
058800          MOVE 'NO-DB2-KEY    ' TO RPT-TAG                        05880000
058900          MOVE W01-LOW-KEY TO RPT-KEY                             05890000
059000          MOVE 'EMPID   ' TO RPT-FIELD                            05900000
059100          MOVE 'ID CANNOT BE HELD ON TB_EMPLOYEE' TO RPT-DB-VAL   05910000
059200          PERFORM 3950-WRITE-RPT THRU 3950-WRITE-RPT-EXIT         05920000
059300          GO TO 3700-FIX-INSERT-EXIT                              05930000
059400       END-IF.                                                    05940000
059500       MOVE SPACES TO W01-FIX-REC.                                05950000
059600       MOVE W01-LOW-DB-NUM TO FIX-EMP-NUM.                        05960000
059700       MOVE W01-MASTER-NAME TO FIX-NAME FIX-LNAME.                05970000
059800       MOVE 'I' TO FIX-FLAG.                                      05980000
059900       PERFORM 3900-WRITE-FIX THRU 3900-WRITE-FIX-EXIT.           05990000
060000       ADD 1 TO FIX-I-CNTR.                                       06000000
060100       ADD FIX-EMP-NUM TO FIX-HASH.                               06010000
060200 3700-FIX-INSERT-EXIT.                                            06020000
060300       EXIT.                                                      06030000
060400 3750-FIX-UPDATE.                                                 06040000
060500*      Q3 SETS NAME AND ADDRESS TOGETHER, SO THE ADDRESS NOW ON   06050000
060600*      TB_EMPLOYEE IS CARRIED THROUGH UNCHANGED.                  06060000
060700       MOVE SPACES TO W01-FIX-REC.                                06070000
060800       MOVE W01-LOW-DB-NUM TO FIX-EMP-NUM.                        06080000
060900       MOVE W01-MASTER-NAME TO FIX-NAME FIX-LNAME.                06090000
061000       MOVE W01-DB-ADDR TO FIX-ADDR FIX-LADDR.                    06100000
061100       MOVE 'U' TO FIX-FLAG.                                      06110000
061200       PERFORM 3900-WRITE-FIX THRU 3900-WRITE-FIX-EXIT.           06120000
061300       ADD 1 TO FIX-U-CNTR.                                       06130000
061400       ADD FIX-EMP-NUM TO FIX-HASH.                               06140000
061500 3750-FIX-UPDATE-EXIT.                                            06150000
061600       EXIT.                                                      06160000
061700 3900-WRITE-FIX.                                                  06170000
061800       WRITE W01-FIX-REC.                                         06180000
061900       EVALUATE TRUE                                              06190000
062000         WHEN C01W-FX-OK                                          06200000
062100           CONTINUE                                               06210000
062200         WHEN OTHER                                               06220000
062300           MOVE '3900-WRITE-FIX' TO W99-ERR-PARA                  06230000
062400           MOVE ' WHILE WRITING FIX FILE' TO W99-ERR-DESC         06240000
062500           MOVE W01-FX-STATUS TO W99-ERR-CODE                     06250000
062600           PERFORM 9000-ERROR-PARA THRU 9000-ERROR-EXIT           06260000
062700       END-EVALUATE.                                              06270000
062800 3900-WRITE-FIX-EXIT.                                             06280000
062900       EXIT.                                                      06290000
063000 3950-WRITE-RPT.                                                  06300000
063100       MOVE WS-RPT-LINE TO W01-RPT-REC.                           06310000
063200       PERFORM 3960-WRITE-RPT-REC THRU 3960-WRITE-RPT-REC-EXIT.   06320000
063300 3950-WRITE-RPT-EXIT.                                             06330000
063400       EXIT.                                                      06340000
063500 3960-WRITE-RPT-REC.                                              06350000
063600       WRITE W01-RPT-REC.                                         06360000
063700       EVALUATE TRUE                                              06370000
063800         WHEN C01W-RP-OK                                          06380000
063900           CONTINUE                                               06390000
064000         WHEN OTHER                                               06400000
064100           MOVE '3960-WRITE-RPT-REC' TO W99-ERR-PARA              06410000
064200           MOVE ' WHILE WRITING RPT FILE' TO W99-ERR-DESC         06420000
064300           MOVE W01-RP-STATUS TO W99-ERR-CODE                     06430000
064400           PERFORM 9000-ERROR-PARA THRU 9000-ERROR-EXIT           06440000
064500       END-EVALUATE.                                              06450000
064600 3960-WRITE-RPT-REC-EXIT.                                         06460000
064700       EXIT.                                                      06470000
064800 4000-CLOSE-PARA.                                                 06480000
064900       MOVE SPACES TO W01-FIX-REC.                                06490000
065000       STRING 'ER' W01-RUN-YYMMDD                                 06500000
065100          DELIMITED BY SIZE INTO FIX-BATCH-ID                     06510000
065200       END-STRING.                                                06520000
065300       MOVE W01-RUN-DATE TO FIX-BUS-DATE.                         06530000
065400       MOVE 'T' TO FIX-CTL-FLAG.                                  06540000
065500       COMPUTE FIX-REC-COUNT = FIX-I-CNTR + FIX-U-CNTR.           06550000
065600       MOVE FIX-HASH TO FIX-HASH-TOT.                             06560000
065700       PERFORM 3900-WRITE-FIX THRU 3900-WRITE-FIX-EXIT.           06570000
065800       MOVE SPACES TO W01-RPT-REC.                                06580000
065900       PERFORM 3960-WRITE-RPT-REC THRU 3960-WRITE-RPT-REC-EXIT.   06590000
066000       MOVE 'COUNTS BY DIFFERENCE TYPE' TO W01-RPT-REC.           06600000
066100       PERFORM 3960-WRITE-RPT-REC THRU 3960-WRITE-RPT-REC-EXIT.   06610000
066200       MOVE 'KSDS RECORDS READ' TO SUM-DESC.                      06620000
066300       MOVE KS-CNTR TO SUM-CNT.                                   06630000
066400       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06640000
066500       MOVE 'FILE RECORDS READ' TO SUM-DESC.                      06650000
066600       MOVE FL-CNTR TO SUM-CNT.                                   06660000
066700       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06670000
066800       MOVE 'DB2 ROWS FETCHED' TO SUM-DESC.                       06680000
066900       MOVE DB-CNTR TO SUM-CNT.                                   06690000
067000       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06700000
067100       MOVE 'EMPLOYEES RECONCILED' TO SUM-DESC.                   06710000
067200       MOVE EMP-CNTR TO SUM-CNT.                                  06720000
067300       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06730000
067400       MOVE '  AGREEING IN ALL STORES' TO SUM-DESC.               06740000
067500       MOVE CLEAN-CNTR TO SUM-CNT.                                06750000
067600       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06760000
067700       MOVE '  WITH DIFFERENCES' TO SUM-DESC.                     06770000
067800       MOVE DIFF-CNTR TO SUM-CNT.                                 06780000
067900       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06790000
068000       MOVE 'MISSING ON KSDS' TO SUM-DESC.                        06800000
068100       MOVE MISS-KS-CNTR TO SUM-CNT.                              06810000
068200       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06820000
068300       MOVE 'MISSING ON FILE' TO SUM-DESC.                        06830000
068400       MOVE MISS-FL-CNTR TO SUM-CNT.                              06840000
068500       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06850000
068600       MOVE 'MISSING ON DB2' TO SUM-DESC.                         06860000
068700       MOVE MISS-DB-CNTR TO SUM-CNT.                              06870000
068800       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06880000
068900       MOVE 'NAME MISMATCH KSDS/FILE' TO SUM-DESC.                06890000
069000       MOVE NAME-KF-CNTR TO SUM-CNT.                              06900000
069100       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06910000
069200       MOVE 'NAME MISMATCH DB2' TO SUM-DESC.                      06920000
069300       MOVE NAME-DB-CNTR TO SUM-CNT.                              06930000
069400       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06940000
069500       MOVE 'SALARY MISMATCH KSDS/FILE' TO SUM-DESC.              06950000
069600       MOVE SAL-CNTR TO SUM-CNT.                                  06960000
069700       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           06970000
069800       MOVE 'DUPLICATE ID ON FILE' TO SUM-DESC.                   06980000
069900       MOVE DUP-CNTR TO SUM-CNT.                                  06990000
070000       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           07000000
070100       MOVE 'NO DB2 KEY POSSIBLE' TO SUM-DESC.                    07010000
070200       MOVE NOKEY-CNTR TO SUM-CNT.                                07020000
070300       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           07030000
070400       MOVE 'Q3 INSERTS WRITTEN' TO SUM-DESC.                     07040000
070500       MOVE FIX-I-CNTR TO SUM-CNT.                                07050000
070600       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           07060000
070700       MOVE 'Q3 UPDATES WRITTEN' TO SUM-DESC.                     07070000
070800       MOVE FIX-U-CNTR TO SUM-CNT.                                07080000
070900       PERFORM 4100-WRITE-SUM THRU 4100-WRITE-SUM-EXIT.           07090000
071000       EXEC SQL                                                   07100000
071100         CLOSE CUR1                                               07110000
071200       END-EXEC.                                                  07120000
071300       CLOSE TI001-KSDS-FILE TI002-EMP-FILE TO001-RPT-FILE        07130000
071400             TO002-FIX-FILE.                                      07140000
071500       DISPLAY 'KSDS RECORDS READ   : ' KS-CNTR.                  07150000
071600       DISPLAY 'FILE RECORDS READ   : ' FL-CNTR.                  07160000
071700       DISPLAY 'DB2 ROWS FETCHED    : ' DB-CNTR.                  07170000
071800       DISPLAY 'EMPLOYEES RECONCILED: ' EMP-CNTR.                 07180000
071900       DISPLAY 'WITH DIFFERENCES    : ' DIFF-CNTR.                07190000
072000       DISPLAY 'MISSING ON KSDS     : ' MISS-KS-CNTR.             07200000
072100       DISPLAY 'MISSING ON FILE     : ' MISS-FL-CNTR.             07210000
072200       DISPLAY 'MISSING ON DB2      : ' MISS-DB-CNTR.             07220000
072300       DISPLAY 'NAME MISMATCHES     : ' NAME-KF-CNTR              07230000
072400               ' KSDS/FILE ' NAME-DB-CNTR ' DB2'.                 07240000
072500       DISPLAY 'SALARY MISMATCHES   : ' SAL-CNTR.                 07250000
072600       DISPLAY 'DUPLICATE IDS       : ' DUP-CNTR.                 07260000
072700       DISPLAY 'REPAIR TXNS WRITTEN : ' FIX-I-CNTR ' I '          07270000
072800               FIX-U-CNTR ' U'.                                   07280000
072900       IF DIFF-CNTR > 0 OR DUP-CNTR > 0                           07290000
073000          MOVE 4 TO RETURN-CODE                                   07300000
073100       END-IF.                                                    07310000
073200 4000-CLOSE-EXIT.                                                 07320000
073300        EXIT.                                                     07330000
073400 4100-WRITE-SUM.                                                  07340000
073500       MOVE WS-SUM-LINE TO W01-RPT-REC.                           07350000
073600       PERFORM 3960-WRITE-RPT-REC THRU 3960-WRITE-RPT-REC-EXIT.   07360000
073700 4100-WRITE-SUM-EXIT.                                             07370000
073800       EXIT.                                                      07380000
073900 9000-ERROR-PARA.                                                 07390000
074000         DISPLAY W99-ERROR-REC.                                   07400000
074100         MOVE 30 TO RETURN-CODE.                                  07410000
074200         STOP RUN.                                                07420000
074300 9000-ERROR-EXIT.                                                 07430000
074400         EXIT.                                                    07440000
074500 9500-SQL-ERROR-PARA.                                             07450000
074600      MOVE 'EMPRECN' TO W02-SQLERR-PGM.                           07460000
074700      CALL 'SQLERRS' USING W02-SQLERR-PGM                         07470000
074800           W99-ERR-PARA W99-ERR-DESC SQLCA.                       07480000
074900 9500-SQL-ERROR-EXIT.                                             07490000
075000      EXIT.                                                       07500000
