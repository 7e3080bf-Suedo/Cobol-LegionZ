000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CLMLIAB.                                             00020000
000300***************************************************************** 00030000
000400* TABLES USED : TB_MEDBILL (OPEN CLAIMS), TB_CITYLOSS (RATES)     00040000
000500* INPUT FILE  : CLAIMS AUDIT LOG (DDAUDIT), LIABILITY CONTROL     00050000
000600*               (DDLIABI - ONE RECORD PER MONTH REPORTED)         00060000
000700* OUTPUT FILE : LIABILITY REPORT (DDRPT), UPDATED LIABILITY       00070000
000800*               CONTROL (DDLIABO), ACCRUAL JOURNAL LINE (DDJRNL)  00080000
000900* PRG DESC    : MONTH-END OUTSTANDING CLAIMS LIABILITY FOR        00090000
001000*               FINANCE.  EVERY OPEN CLAIM (RECEIVED, UNDER-      00100000
001100*               REVIEW, APPROVED) IS VALUED AT ITS PRICED         00110000
001200*               LOSSAMT; A CLAIM NOT YET PRICED (NULL OR ZERO)    00120000
001300*               IS VALUED AT ITS CITY'S EXPECTED LOSS, 360 X THE  00130000
001400*               TB_CITYLOSS FACTOR, THE DEFAULT FACTOR OF 10      00140000
001500*               WHEN NO CITY MATCHES - THE SAME BASIS D3Q3        00150000
001600*               PRICES ON.  THE CITY IS FOUND INSIDE CLMADDRESS,  00160000
001700*               THE LONGEST MATCHING CITY NAME WINNING.  TOTALS   00170000
001800*               PRINT BY STATUS AND BY CITY.  THE MOVEMENT FROM   00180000
001900*               LAST MONTH'S FIGURE (HELD ON THE CONTROL) SHOWS   00190000
002000*               NEW CLAIMS DATED IN THE MONTH, AND PAYMENTS,      00200000
002100*               DENIALS AND BANK RETURNS FROM THE MONTH'S STATUS  00210000
002200*               ENTRIES ON THE AUDIT LOG; WHAT IS LEFT IS SHOWN   00220000
002300*               AS REPRICING AND OTHER.  ONE ACCRUAL JOURNAL      00230000
002400*               LINE IS WRITTEN WITH THE CITY CROSS-FOOT AS ITS   00240000
002500*               CONTROL TOTAL AND A HASH OF THE CLAIM IDS.  THE   00250000
002600*               MONTH IS ENTERED AS YYYYMM; BLANK OR INVALID      00260000
002700*               REPORTS THE PREVIOUS CALENDAR MONTH.  RC 4 WHEN   00270000
002800*               THERE IS NO PRIOR MONTH FIGURE, RC 8 WHEN THE     00280000
002900*               STATUS AND CITY TOTALS DO NOT AGREE.              00290000
003000* AUTHOR      : BOOSAN                                            00300000
003100* CREATED ON  : 15 OCT 2026                                       00310000
003110* MODIFIED ON : 15 OCT 2026 - UNPRICED CLAIMS VALUED AT THE CITY  00311001
003120*               RATE IN FORCE ON THE CLAIM DATE (DATED RATE       00312001
003130*               PERIODS), THE CURRENT RATE WHEN NONE COVERS IT    00313001
003200***************************************************************** 00320000
003300 ENVIRONMENT DIVISION.                                            00330000
003400 INPUT-OUTPUT SECTION.                                            00340000
003500 FILE-CONTROL.                                                    00350000
003600      SELECT AUDFILE ASSIGN TO DDAUDIT                            00360000
003700      ORGANIZATION IS SEQUENTIAL                                  00370000
003800      ACCESS MODE IS SEQUENTIAL                                   00380000
003900      FILE STATUS IS W01-AU-STATUS.                               00390000
004000*                                                                 00400000
004100      SELECT LIABIN ASSIGN TO DDLIABI                             00410000
004200      ORGANIZATION IS SEQUENTIAL                                  00420000
004300      ACCESS MODE IS SEQUENTIAL                                   00430000
004400      FILE STATUS IS W01-LI-STATUS.                               00440000
004500*                                                                 00450000
004600      SELECT LIABOUT ASSIGN TO DDLIABO                            00460000
004700      ORGANIZATION IS SEQUENTIAL                                  00470000
004800      ACCESS MODE IS SEQUENTIAL                                   00480000
004900      FILE STATUS IS W01-LO-STATUS.                               00490000
005000*                                                                 00500000
005100      SELECT JRNLFILE ASSIGN TO DDJRNL                            00510000
005200      ORGANIZATION IS SEQUENTIAL                                  00520000
005300      ACCESS MODE IS SEQUENTIAL                                   00530000
005400      FILE STATUS IS W01-JR-STATUS.                               00540000
005500*                                                                 00550000
005600      SELECT RPTFILE ASSIGN TO DDRPT                              00560000
005700      ORGANIZATION IS SEQUENTIAL                                  00570000
005800      ACCESS MODE IS SEQUENTIAL                                   00580000
005900      FILE STATUS IS W01-RP-STATUS.                               00590000
006000 DATA DIVISION.                                                   00600000
006100 FILE SECTION.                                                    00610000
006200 FD AUDFILE RECORDING MODE IS F.                                  00620000
006300 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00630000
006400 FD LIABIN RECORDING MODE IS F.                                   00640000
006500 01 LI-LIAB-REC.                                                  00650000
006600      05 LI-MONTH       PIC 9(6).                                 00660000
006700      05 LI-CLM-CNT     PIC 9(8).                                 00670000
006800      05 LI-LIAB-AMT    PIC 9(11)V99.                             00680000
006900      05 LI-RUN-DATE    PIC 9(8).                                 00690000
007000      05 FILLER         PIC X(45).                                00700000
007100 FD LIABOUT RECORDING MODE IS F.                                  00710000
007200 01 LO-LIAB-REC.                                                  00720000
007300      05 LO-MONTH       PIC 9(6).                                 00730000
007400      05 LO-CLM-CNT     PIC 9(8).                                 00740000
007500      05 LO-LIAB-AMT    PIC 9(11)V99.                             00750000
007600      05 LO-RUN-DATE    PIC 9(8).                                 00760000
007700      05 FILLER         PIC X(45).                                00770000
007800*  ACCRUAL JOURNAL LINE - DEBIT CLAIMS EXPENSE, CREDIT CLAIMS     00780000
007900*  LIABILITY.  CTL-AMT IS THE SAME FIGURE FOOTED BY CITY.         00790000
008000 FD JRNLFILE RECORDING MODE IS F.                                 00800000
008100 01 JR-ACCR-REC.                                                  00810000
008200      05 JR-REC-TYPE    PIC X(4).                                 00820000
008300      05 JR-MONTH       PIC 9(6).                                 00830000
008400      05 JR-DR-ACCT     PIC X(10).                                00840000
008500      05 JR-CR-ACCT     PIC X(10).                                00850000
008600      05 JR-AMOUNT      PIC 9(11)V99.                             00860000
008700      05 JR-CTL-AMT     PIC 9(11)V99.                             00870000
008800      05 JR-CLM-CNT     PIC 9(8).                                 00880000
008900      05 JR-HASH-TOT    PIC 9(15).                                00890000
009000      05 FILLER         PIC X(1).                                 00900000
009100 FD RPTFILE RECORDING MODE IS F.                                  00910000
009200 01 W01-RPT-REC PIC X(100).                                       00920000
009300 WORKING-STORAGE SECTION.                                         00930000
009400      EXEC SQL                                                    00940000
009500        INCLUDE SQLCA                                             00950000
009600      END-EXEC.                                                   00960000
009700      EXEC SQL                                                    00970000
009800        DECLARE CURC CURSOR FOR                                   00980000
009900          SELECT CITY, CITYLOSS                                   00990000
010000            FROM TB_CITYLOSS                                      01000000
010010           WHERE EFF_TO_DATE = '9999-12-31'                       01001001
010100           ORDER BY CITY                                          01010000
010200      END-EXEC.                                                   01020000
010300      EXEC SQL                                                    01030000
010400        DECLARE CURL CURSOR FOR                                   01040000
010500          SELECT MEDBILL_CLMID, MEDBILL_STATUS,                   01050000
010600                 MEDBILL_LOSSAMT, MEDBILL_CLMADDRESS,             01060000
010700                 CHAR(MEDBILL_CLMDATE)                            01070000
010800            FROM TB_MEDBILL                                       01080000
010900           WHERE MEDBILL_STATUS IN ('RECEIVED', 'UNDER-REVIEW',   01090000
011000                                    'APPROVED')                   01100000
011100              OR (MEDBILL_CLMDATE >= :HV-FROM-DATE                01110000
011200             AND  MEDBILL_CLMDATE <  :HV-TO-DATE)                 01120000
011300           ORDER BY MEDBILL_CLMID                                 01130000
011400      END-EXEC.                                                   01140000
011500 01 W01-G-ERROR-VAR.                                              01150000
011600      05 W01-AU-STATUS         PIC XX.                            01160000
011700         88 C01W-AU-OK         VALUE '00'.                        01170000
011800         88 C01W-AU-EOF        VALUE '10'.                        01180000
011900      05 W01-LI-STATUS         PIC XX.                            01190000
012000         88 C01W-LI-OK         VALUE '00'.                        01200000
012100         88 C01W-LI-EOF        VALUE '10'.                        01210000
012200      05 W01-LO-STATUS         PIC XX.                            01220000
012300         88 C01W-LO-OK         VALUE '00'.                        01230000
012400      05 W01-JR-STATUS         PIC XX.                            01240000
012500         88 C01W-JR-OK         VALUE '00'.                        01250000
012600      05 W01-RP-STATUS         PIC XX.                            01260000
012700         88 C01W-RP-OK         VALUE '00'.                        01270000
012800      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   01280000
012900         88 C01W-SQL-OK        VALUE +000.                        01290000
013000         88 C01W-SQL-EOT       VALUE +100.                        01300000
013100         88 C01W-SQL-NOTFND    VALUE +100.                        01310000
013200 01 HV-CITY       PIC X(14).                                      01320000
013300 01 HV-FACTOR     PIC S9(4) COMP.                                 01330000
013400 01 HV-CLMID      PIC S9(9) COMP.                                 01340000
013500 01 HV-STATUS     PIC X(12).                                      01350000
013600 01 HV-LOSSAMT    PIC S9(9)V99 COMP-3.                            01360000
013700 01 HV-IND-LOSS   PIC S9(4) COMP.                                 01370000
013800 01 HV-CLMADDRESS.                                                01380000
013900      49 HV-CLMADDRESS-LEN  PIC S9(4) COMP.                       01390000
014000      49 HV-CLMADDRESS-TEXT PIC X(60).                            01400000
014100 01 HV-IND-ADDRESS PIC S9(4) COMP.                                01410000
014200 01 HV-CLMDATE-CH PIC X(10).                                      01420000
014300 01 HV-FROM-DATE  PIC X(10).                                      01430000
014400 01 HV-TO-DATE    PIC X(10).                                      01440000
014500 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               01450000
014600 01 W02-MONTH-WORK.                                               01460000
014700      05 W02-MONTH-X   PIC X(6) VALUE SPACES.                     01470000
014800      05 W02-MONTH     PIC 9(6) VALUE ZEROS.                      01480000
014900      05 W02-MONTH-R REDEFINES W02-MONTH.                         01490000
015000         10 W02-MON-YYYY PIC 9(4).                                01500000
015100         10 W02-MON-MM   PIC 9(2).                                01510000
015200      05 W02-NEXT-YYYY PIC 9(4) VALUE ZEROS.                      01520000
015300      05 W02-NEXT-MM   PIC 9(2) VALUE ZEROS.                      01530000
015400      05 W02-PRIOR     PIC 9(6) VALUE ZEROS.                      01540000
015500      05 W02-PRIOR-R REDEFINES W02-PRIOR.                         01550000
015600         10 W02-PRI-YYYY PIC 9(4).                                01560000
015700         10 W02-PRI-MM   PIC 9(2).                                01570000
015800*  CITY RATES, HELD FOR THE RUN WITH THE LIABILITY PER CITY.      01580000
015900 01 W03-CITY-CTLS.                                                01590000
016000      05 CT-CNT        PIC 9(4) VALUE 0.                          01600000
016100      05 W03-CT-IDX    PIC 9(4) VALUE 0.                          01610000
016200      05 W03-CT-BEST   PIC 9(4) VALUE 0.                          01620000
016300      05 W03-BEST-LEN  PIC 9(2) VALUE 0.                          01630000
016400      05 W03-TALLY     PIC 9(4) VALUE 0.                          01640000
016500      05 W03-TRIM-SW   PIC X VALUE 'N'.                           01650000
016600         88 CITY-TRIMMED VALUE 'Y'.                               01660000
016700 01 W03-CITY-TABLE.                                               01670000
016800      05 W03-CT-ENT OCCURS 500 TIMES DEPENDING ON CT-CNT.         01680000
016900         10 W03-CT-CITY   PIC X(14).                              01690000
017000         10 W03-CT-LEN    PIC 9(2).                               01700000
017100         10 W03-CT-FACTOR PIC 9(4).                               01710000
017200         10 W03-CT-CLMS   PIC 9(6).                               01720000
017300         10 W03-CT-AMT    PIC 9(11)V99.                           01730000
017400 01 W03-NOCITY-TOTS.                                              01740000
017500      05 W03-NC-CLMS   PIC 9(6) VALUE ZEROS.                      01750000
017600      05 W03-NC-AMT    PIC 9(11)V99 VALUE ZEROS.                  01760000
017700*  OPEN STATUSES, IN LIFECYCLE ORDER.                             01770000
017800 01 W03-STAT-NAMES.                                               01780000
017900      05 FILLER PIC X(12) VALUE 'RECEIVED'.                       01790000
018000      05 FILLER PIC X(12) VALUE 'UNDER-REVIEW'.                   01800000
018100      05 FILLER PIC X(12) VALUE 'APPROVED'.                       01810000
018200 01 W03-STAT-TABLE REDEFINES W03-STAT-NAMES.                      01820000
018300      05 W03-ST-NAME PIC X(12) OCCURS 3 TIMES.                    01830000
018400 01 W03-STAT-TOTS.                                                01840000
018500      05 W03-ST-ENT OCCURS 3 TIMES.                               01850000
018600         10 W03-ST-CLMS   PIC 9(6).                               01860000
018700         10 W03-ST-UNPR   PIC 9(6).                               01870000
018800         10 W03-ST-AMT    PIC 9(11)V99.                           01880000
018900 01 W03-ST-IDX PIC 9(2) VALUE 0.                                  01890000
019000*  THE CLAIM BEING VALUED.                                        01900000
019100 01 W02-VALUE-WORK.                                               01910000
019200      05 W02-CLM-VALUE  PIC 9(9)V99 VALUE ZEROS.                  01920000
019300      05 W02-FACTOR     PIC 9(4) VALUE ZEROS.                     01930000
019400      05 W02-DFLT-FACTOR PIC 9(4) VALUE 10.                       01940000
019500      05 W02-PRICED-SW  PIC X VALUE 'Y'.                          01950000
019600         88 CLAIM-PRICED  VALUE 'Y'.                              01960000
019700      05 W02-AU-CLMID   PIC 9(6) VALUE ZEROS.                     01970000
019800*  MOVEMENT FROM LAST MONTH.                                      01980000
019900 01 W04-MOVEMENT.                                                 01990000
020000      05 W04-OPEN-CLMS  PIC 9(8) VALUE ZEROS.                     02000000
020100      05 W04-OPEN-AMT   PIC 9(11)V99 VALUE ZEROS.                 02010000
020200      05 W04-NEW-CLMS   PIC 9(6) VALUE ZEROS.                     02020000
020300      05 W04-NEW-AMT    PIC 9(11)V99 VALUE ZEROS.                 02030000
020400      05 W04-PAID-CLMS  PIC 9(6) VALUE ZEROS.                     02040000
020500      05 W04-PAID-AMT   PIC 9(11)V99 VALUE ZEROS.                 02050000
020600      05 W04-DENY-CLMS  PIC 9(6) VALUE ZEROS.                     02060000
020700      05 W04-DENY-AMT   PIC 9(11)V99 VALUE ZEROS.                 02070000
020800      05 W04-RTN-CLMS   PIC 9(6) VALUE ZEROS.                     02080000
020900      05 W04-RTN-AMT    PIC 9(11)V99 VALUE ZEROS.                 02090000
021000      05 W04-OTHER-AMT  PIC S9(11)V99 VALUE ZEROS.                02100000
021100      05 W04-PRIOR-SW   PIC X VALUE 'N'.                          02110000
021200         88 PRIOR-FOUND   VALUE 'Y'.                              02120000
021300      05 W04-NOTFND-CNT PIC 9(6) VALUE ZEROS.                     02130000
021400 01 W09-CNTRS.                                                    02140000
021500      05 W09-CLM-CNT   PIC 9(8) VALUE ZEROS.                      02150000
021600      05 W09-UNPR-CNT  PIC 9(6) VALUE ZEROS.                      02160000
021700      05 W09-TOT-AMT   PIC 9(11)V99 VALUE ZEROS.                  02170000
021800      05 W09-CITY-AMT  PIC 9(11)V99 VALUE ZEROS.                  02180000
021900      05 W09-HASH-TOT  PIC 9(15) VALUE ZEROS.                     02190000
022000 01 W02-EDIT-FLDS.                                                02200000
022100      05 W02-AMT-ED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.                    02210000
022200      05 W02-SAMT-ED    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.                   02220000
022300      05 W02-CNT-ED     PIC ZZZZZZZ9.                             02230000
022400      05 W02-UNPR-ED    PIC ZZZZZ9.                               02240000
022500      05 W02-FACT-ED    PIC ZZZ9.                                 02250000
022600 01 W99-ERROR-REC.                                                02260000
022700      05 W99-ERR-PARA     PIC X(30).                              02270000
022800      05 W99-ERR-DESC     PIC X(30).                              02280000
022900      05 W99-ERR-CODE     PIC X(7).                               02290000
023000 01 W02-SQLERR-PGM PIC X(8) VALUE 'CLMLIAB'.                      02300000
023100 PROCEDURE DIVISION.                                              02310000
023200 0000-MAIN-PARA.                                                  02320000
023300       PERFORM 0500-GET-MONTH THRU 0500-MONTH-EXIT.               02330000
023400       PERFORM 1000-LOAD-CITIES THRU 1000-LOAD-EXIT.              02340000
023500       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                02350000
023600       PERFORM 3000-NEXT-CLAIM THRU 3000-NEXT-EXIT                02360000
023700           UNTIL C01W-SQL-EOT.                                    02370000
023800       PERFORM 4000-AUDIT-MOVES THRU 4000-AUDIT-EXIT.             02380000
023900       PERFORM 6000-CLOSE-PARA THRU 6000-CLOSE-EXIT.              02390000
024000       STOP RUN.                                                  02400000
024100 0000-MAIN-EXIT.                                                  02410000
024200       EXIT.                                                      02420000
024300 0500-GET-MONTH.                                                  02430000
024400       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       02440000
024500       DISPLAY "ENTER REPORT MONTH (YYYYMM) : ".                  02450000
024600       ACCEPT W02-MONTH-X.                                        02460000
024700       IF W02-MONTH-X NUMERIC                                     02470000
024800          MOVE W02-MONTH-X TO W02-MONTH                           02480000
024900       END-IF.                                                    02490000
025000       IF W02-MON-MM < 1 OR W02-MON-MM > 12                       02500000
025100          OR W02-MON-YYYY < 1900                                  02510000
025200          MOVE W01-TODAY(1:6) TO W02-MONTH                        02520000
025300          IF W02-MON-MM = 1                                       02530000
025400             MOVE 12 TO W02-MON-MM                                02540000
025500             SUBTRACT 1 FROM W02-MON-YYYY                         02550000
025600          ELSE                                                    02560000
025700             SUBTRACT 1 FROM W02-MON-MM                           02570000
025800          END-IF                                                  02580000
025900          DISPLAY "NO VALID MONTH - PREVIOUS MONTH REPORTED"      02590000
026000       END-IF.                                                    02600000
026100       MOVE W02-MON-YYYY TO W02-NEXT-YYYY.                        02610000
026200       COMPUTE W02-NEXT-MM = W02-MON-MM + 1.                      02620000
026300       IF W02-NEXT-MM > 12                                        02630000
026400          MOVE 1 TO W02-NEXT-MM                                   02640000
026500          ADD 1 TO W02-NEXT-YYYY                                  02650000
026600       END-IF.                                                    02660000
026700       MOVE W02-MONTH TO W02-PRIOR.                               02670000
026800       IF W02-PRI-MM = 1                                          02680000
026900          MOVE 12 TO W02-PRI-MM                                   02690000
027000          SUBTRACT 1 FROM W02-PRI-YYYY                            02700000
027100       ELSE                                                       02710000
027200          SUBTRACT 1 FROM W02-PRI-MM                              02720000
027300       END-IF.                                                    02730000
027400       STRING W02-MON-YYYY '-' W02-MON-MM '-01'                   02740000
027500          DELIMITED BY SIZE INTO HV-FROM-DATE                     02750000
027600       END-STRING.                                                02760000
027700       STRING W02-NEXT-YYYY '-' W02-NEXT-MM '-01'                 02770000
027800          DELIMITED BY SIZE INTO HV-TO-DATE                       02780000
027900       END-STRING.                                                02790000
028000       DISPLAY "REPORT MONTH : " W02-MONTH.                       02800000
028100 0500-MONTH-EXIT.                                                 02810000
028200       EXIT.                                                      02820000
028300 1000-LOAD-CITIES.                                                02830000
028400       EXEC SQL                                                   02840000
028500         OPEN CURC                                                02850000
028600       END-EXEC.                                                  02860000
028700       MOVE SQLCODE TO W01-SQLCODE.                               02870000
028800       IF NOT C01W-SQL-OK                                         02880000
028900          MOVE '1000-LOAD-CITIES' TO W99-ERR-PARA                 02890000
029000          MOVE ' OPENING CURC' TO W99-ERR-DESC                    02900000
029100          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    02910000
029200          STOP RUN                                                02920000
029300       END-IF.                                                    02930000
029400       PERFORM 1100-NEXT-CITY THRU 1100-NEXT-EXIT                 02940000
029500           UNTIL C01W-SQL-EOT.                                    02950000
029600       EXEC SQL                                                   02960000
029700         CLOSE CURC                                               02970000
029800       END-EXEC.                                                  02980000
029900       DISPLAY 'CITY RATES LOADED : ' CT-CNT.                     02990000
030000 1000-LOAD-EXIT.                                                  03000000
030100       EXIT.                                                      03010000
030200 1100-NEXT-CITY.                                                  03020000
030300       EXEC SQL                                                   03030000
030400         FETCH CURC INTO :HV-CITY, :HV-FACTOR                     03040000
030500       END-EXEC.                                                  03050000
030600       MOVE SQLCODE TO W01-SQLCODE.                               03060000
030700       EVALUATE TRUE                                              03070000
030800         WHEN C01W-SQL-OK                                         03080000
030900           IF CT-CNT < 500 AND HV-CITY NOT = SPACES               03090000
031000              ADD 1 TO CT-CNT                                     03100000
031100              MOVE HV-CITY TO W03-CT-CITY(CT-CNT)                 03110000
031200              MOVE HV-FACTOR TO W03-CT-FACTOR(CT-CNT)             03120000
031300              MOVE ZEROS TO W03-CT-CLMS(CT-CNT)                   03130000
031400                            W03-CT-AMT(CT-CNT)                    03140000
031500              MOVE 14 TO W03-CT-LEN(CT-CNT)                       03150000
031600              MOVE 'N' TO W03-TRIM-SW                             03160000
031700              PERFORM 1110-TRIM-CITY THRU 1110-TRIM-EXIT          03170000
031800                  UNTIL CITY-TRIMMED                              03180000
031900           END-IF                                                 03190000
032000         WHEN C01W-SQL-EOT                                        03200000
032100           CONTINUE                                               03210000
032200         WHEN OTHER                                               03220000
032300           MOVE '1100-NEXT-CITY' TO W99-ERR-PARA                  03230000
032400           MOVE ' FETCHING CURC' TO W99-ERR-DESC                  03240000
032500           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   03250000
032600           STOP RUN                                               03260000
032700       END-EVALUATE.                                              03270000
032800 1100-NEXT-EXIT.                                                  03280000
032900       EXIT.                                                      03290000
033000 1110-TRIM-CITY.                                                  03300000
033100       IF W03-CT-CITY(CT-CNT)(W03-CT-LEN(CT-CNT):1) = SPACE       03310000
033200          SUBTRACT 1 FROM W03-CT-LEN(CT-CNT)                      03320000
033300       ELSE                                                       03330000
033400          MOVE 'Y' TO W03-TRIM-SW                                 03340000
033500       END-IF.                                                    03350000
033600 1110-TRIM-EXIT.                                                  03360000
033700       EXIT.                                                      03370000
033800 2000-OPEN-PARA.                                                  03380000
033900       OPEN OUTPUT RPTFILE LIABOUT JRNLFILE.                      03390000
034000       IF NOT C01W-RP-OK OR NOT C01W-LO-OK OR NOT C01W-JR-OK      03400000
034100          DISPLAY 'OUTPUT OPEN ERR ' W01-RP-STATUS ' '            03410000
034200                  W01-LO-STATUS ' ' W01-JR-STATUS                 03420000
034300          MOVE 30 TO RETURN-CODE                                  03430000
034400          STOP RUN                                                03440000
034500       END-IF.                                                    03450000
034600       PERFORM 2100-CARRY-CONTROL THRU 2100-CARRY-EXIT.           03460000
034700       INITIALIZE W03-STAT-TOTS.                                  03470000
034800       EXEC SQL                                                   03480000
034900         OPEN CURL                                                03490000
035000       END-EXEC.                                                  03500000
035100       MOVE SQLCODE TO W01-SQLCODE.                               03510000
035200       IF NOT C01W-SQL-OK                                         03520000
035300          MOVE '2000-OPEN-PARA' TO W99-ERR-PARA                   03530000
035400          MOVE ' OPENING CURL' TO W99-ERR-DESC                    03540000
035500          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    03550000
035600          STOP RUN                                                03560000
035700       END-IF.                                                    03570000
035800       MOVE SPACES TO W01-RPT-REC.                                03580000
035900       STRING 'OUTSTANDING CLAIMS LIABILITY - MONTH END '         03590000
036000              W02-MONTH '   RUN ' W01-TODAY                       03600000
036100          DELIMITED BY SIZE INTO W01-RPT-REC                      03610000
036200       END-STRING.                                                03620000
036300       WRITE W01-RPT-REC.                                         03630000
036400 2000-OPEN-EXIT.                                                  03640000
036500       EXIT.                                                      03650000
036600*  THE CONTROL IS CARRIED FORWARD WITHOUT ANY EARLIER FIGURE      03660000
036700*  FOR THIS MONTH, SO A RERUN REPLACES IT.  THE PRIOR MONTH'S     03670000
036800*  FIGURE IS THE OPENING LIABILITY.                               03680000
036900 2100-CARRY-CONTROL.                                              03690000
037000       OPEN INPUT LIABIN.                                         03700000
037100       IF NOT C01W-LI-OK                                          03710000
037200          DISPLAY 'NO LIABILITY CONTROL - OPENING TAKEN AS ZERO'  03720000
037300          GO TO 2100-CARRY-EXIT                                   03730000
037400       END-IF.                                                    03740000
037500       PERFORM 2110-READ-CONTROL THRU 2110-READ-EXIT              03750000
037600           UNTIL C01W-LI-EOF.                                     03760000
037700       CLOSE LIABIN.                                              03770000
037800 2100-CARRY-EXIT.                                                 03780000
037900       EXIT.                                                      03790000
038000 2110-READ-CONTROL.                                               03800000
038100       READ LIABIN.                                               03810000
038200       EVALUATE TRUE                                              03820000
038300         WHEN C01W-LI-OK                                          03830000
038400           IF LI-MONTH = W02-PRIOR                                03840000
038500              MOVE 'Y' TO W04-PRIOR-SW                            03850000
038600              MOVE LI-CLM-CNT TO W04-OPEN-CLMS                    03860000
038700              MOVE LI-LIAB-AMT TO W04-OPEN-AMT                    03870000
038800           END-IF                                                 03880000
038900           IF LI-MONTH NOT = W02-MONTH                            03890000
039000              WRITE LO-LIAB-REC FROM LI-LIAB-REC                  03900000
039100           END-IF                                                 03910000
039200         WHEN C01W-LI-EOF                                         03920000
039300           CONTINUE                                               03930000
039400         WHEN OTHER                                               03940000
039500           DISPLAY 'LIABILITY CONTROL READ ERR ' W01-LI-STATUS    03950000
039600           MOVE 30 TO RETURN-CODE                                 03960000
039700           STOP RUN                                               03970000
039800       END-EVALUATE.                                              03980000
039900 2110-READ-EXIT.                                                  03990000
040000       EXIT.                                                      04000000
040100 3000-NEXT-CLAIM.                                                 04010000
040200       MOVE SPACES TO HV-CLMADDRESS-TEXT.                         04020000
040300       EXEC SQL                                                   04030000
040400         FETCH CURL INTO :HV-CLMID,                               04040000
040500                         :HV-STATUS,                              04050000
040600                         :HV-LOSSAMT:HV-IND-LOSS,                 04060000
040700                         :HV-CLMADDRESS:HV-IND-ADDRESS,           04070000
040800                         :HV-CLMDATE-CH                           04080000
040900       END-EXEC.                                                  04090000
041000       MOVE SQLCODE TO W01-SQLCODE.                               04100000
041100       EVALUATE TRUE                                              04110000
041200         WHEN C01W-SQL-OK                                         04120000
041300           PERFORM 5000-VALUE-CLAIM THRU 5000-VALUE-EXIT          04130000
041400           PERFORM 3100-OPEN-CLAIM THRU 3100-OPEN-EXIT            04140000
041500           IF HV-CLMDATE-CH >= HV-FROM-DATE                       04150000
041600              AND HV-CLMDATE-CH < HV-TO-DATE                      04160000
041700              ADD 1 TO W04-NEW-CLMS                               04170000
041800              ADD W02-CLM-VALUE TO W04-NEW-AMT                    04180000
041900           END-IF                                                 04190000
042000         WHEN C01W-SQL-EOT                                        04200000
042100           CONTINUE                                               04210000
042200         WHEN OTHER                                               04220000
042300           MOVE '3000-NEXT-CLAIM' TO W99-ERR-PARA                 04230000
042400           MOVE ' FETCHING CURL' TO W99-ERR-DESC                  04240000
042500           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   04250000
042600           STOP RUN                                               04260000
042700       END-EVALUATE.                                              04270000
042800 3000-NEXT-EXIT.                                                  04280000
042900       EXIT.                                                      04290000
043000*  A CLAIM DATED IN THE MONTH BUT ALREADY PAID OR DENIED COUNTS   04300000
043100*  ONLY AS A NEW CLAIM, NOT IN THE LIABILITY.                     04310000
043200 3100-OPEN-CLAIM.                                                 04320000
043300       MOVE 0 TO W03-ST-IDX.                                      04330000
043400       EVALUATE HV-STATUS                                         04340000
043500         WHEN 'RECEIVED'                                          04350000
043600           MOVE 1 TO W03-ST-IDX                                   04360000
043700         WHEN 'UNDER-REVIEW'                                      04370000
043800           MOVE 2 TO W03-ST-IDX                                   04380000
043900         WHEN 'APPROVED'                                          04390000
044000           MOVE 3 TO W03-ST-IDX                                   04400000
044100         WHEN OTHER                                               04410000
044200           GO TO 3100-OPEN-EXIT                                   04420000
044300       END-EVALUATE.                                              04430000
044400       ADD 1 TO W09-CLM-CNT W03-ST-CLMS(W03-ST-IDX).              04440000
044500       ADD W02-CLM-VALUE TO W09-TOT-AMT W03-ST-AMT(W03-ST-IDX).   04450000
044600       ADD HV-CLMID TO W09-HASH-TOT.                              04460000
044700       IF NOT CLAIM-PRICED                                        04470000
044800          ADD 1 TO W09-UNPR-CNT W03-ST-UNPR(W03-ST-IDX)           04480000
044900       END-IF.                                                    04490000
045000       IF W03-CT-BEST = 0                                         04500000
045100          ADD 1 TO W03-NC-CLMS                                    04510000
045200          ADD W02-CLM-VALUE TO W03-NC-AMT                         04520000
045300       ELSE                                                       04530000
045400          ADD 1 TO W03-CT-CLMS(W03-CT-BEST)                       04540000
045500          ADD W02-CLM-VALUE TO W03-CT-AMT(W03-CT-BEST)            04550000
045600       END-IF.                                                    04560000
045700 3100-OPEN-EXIT.                                                  04570000
045800       EXIT.                                                      04580000
045900*  PAYMENTS, DENIALS AND BANK RETURNS ARE THE MONTH'S STATUS      04590000
046000*  ENTRIES FOR TB_MEDBILL, VALUED AT THE CLAIM'S CURRENT PRICE.   04600000
046100 4000-AUDIT-MOVES.                                                04610000
046200       OPEN INPUT AUDFILE.                                        04620000
046300       IF NOT C01W-AU-OK                                          04630000
046400          DISPLAY 'AUDIT LOG OPEN ERR ' W01-AU-STATUS             04640000
046500          MOVE 30 TO RETURN-CODE                                  04650000
046600          STOP RUN                                                04660000
046700       END-IF.                                                    04670000
046800       PERFORM 4100-NEXT-ENTRY THRU 4100-NEXT-EXIT                04680000
046900           UNTIL C01W-AU-EOF.                                     04690000
047000       CLOSE AUDFILE.                                             04700000
047100 4000-AUDIT-EXIT.                                                 04710000
047200       EXIT.                                                      04720000
047300 4100-NEXT-ENTRY.                                                 04730000
047400       READ AUDFILE.                                              04740000
047500       EVALUATE TRUE                                              04750000
047600         WHEN C01W-AU-OK                                          04760000
047700           IF NOT AU-CTL-REC                                      04770000
047800              AND AU-FILE-ID = 'TBMEDBIL'                         04780000
047900              AND AU-ACTION = 'S'                                 04790000
048000              AND AU-CHG-DATE(1:6) = W02-MONTH                    04800000
048100              PERFORM 4200-STATUS-MOVE THRU 4200-MOVE-EXIT        04810000
048200           END-IF                                                 04820000
048300         WHEN C01W-AU-EOF                                         04830000
048400           CONTINUE                                               04840000
048500         WHEN OTHER                                               04850000
048600           DISPLAY 'AUDIT LOG READ ERR ' W01-AU-STATUS            04860000
048700           MOVE 30 TO RETURN-CODE                                 04870000
048800           STOP RUN                                               04880000
048900       END-EVALUATE.                                              04890000
049000 4100-NEXT-EXIT.                                                  04900000
049100       EXIT.                                                      04910000
049200 4200-STATUS-MOVE.                                                04920000
049300       IF AU-NEW-VALUE(1:12) NOT = 'PAID'                         04930000
049400          AND AU-NEW-VALUE(1:12) NOT = 'DENIED'                   04940000
049500          AND (AU-NEW-VALUE(1:12) NOT = 'APPROVED'                04950000
049600               OR AU-OLD-VALUE(1:12) NOT = 'PAID')                04960000
049700          GO TO 4200-MOVE-EXIT                                    04970000
049800       END-IF.                                                    04980000
049900       IF AU-REC-KEY(1:6) NOT NUMERIC                             04990000
050000          GO TO 4200-MOVE-EXIT                                    05000000
050100       END-IF.                                                    05010000
050200       MOVE AU-REC-KEY(1:6) TO W02-AU-CLMID.                      05020000
050300       MOVE W02-AU-CLMID TO HV-CLMID.                             05030000
050400       MOVE SPACES TO HV-CLMADDRESS-TEXT.                         05040000
050500       EXEC SQL                                                   05050000
050510         SELECT MEDBILL_LOSSAMT, MEDBILL_CLMADDRESS,              05051001
050520                CHAR(MEDBILL_CLMDATE)                             05052001
050700           INTO :HV-LOSSAMT:HV-IND-LOSS,                          05070000
050710                :HV-CLMADDRESS:HV-IND-ADDRESS,                    05071001
050720                :HV-CLMDATE-CH                                    05072001
050900           FROM TB_MEDBILL                                        05090000
051000          WHERE MEDBILL_CLMID = :HV-CLMID                         05100000
051100       END-EXEC.                                                  05110000
051200       MOVE SQLCODE TO W01-SQLCODE.                               05120000
051300       EVALUATE TRUE                                              05130000
051400         WHEN C01W-SQL-OK                                         05140000
051500           CONTINUE                                               05150000
051600         WHEN C01W-SQL-NOTFND                                     05160000
051700           ADD 1 TO W04-NOTFND-CNT                                05170000
051800           GO TO 4200-MOVE-EXIT                                   05180000
051900         WHEN OTHER                                               05190000
052000           MOVE '4200-STATUS-MOVE' TO W99-ERR-PARA                05200000
052100           MOVE ' READING TB_MEDBILL' TO W99-ERR-DESC             05210000
052200           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   05220000
052300           STOP RUN                                               05230000
052400       END-EVALUATE.                                              05240000
052500       PERFORM 5000-VALUE-CLAIM THRU 5000-VALUE-EXIT.             05250000
052600       EVALUATE AU-NEW-VALUE(1:12)                                05260000
052700         WHEN 'PAID'                                              05270000
052800           ADD 1 TO W04-PAID-CLMS                                 05280000
052900           ADD W02-CLM-VALUE TO W04-PAID-AMT                      05290000
053000         WHEN 'DENIED'                                            05300000
053100           ADD 1 TO W04-DENY-CLMS                                 05310000
053200           ADD W02-CLM-VALUE TO W04-DENY-AMT                      05320000
053300         WHEN OTHER                                               05330000
053400           ADD 1 TO W04-RTN-CLMS                                  05340000
053500           ADD W02-CLM-VALUE TO W04-RTN-AMT                       05350000
053600       END-EVALUATE.                                              05360000
053700 4200-MOVE-EXIT.                                                  05370000
053800       EXIT.                                                      05380000
053900*  VALUE THE CLAIM IN HV-LOSSAMT/HV-CLMADDRESS - THE PRICED       05390000
054000*  AMOUNT, OR 360 X THE CITY FACTOR WHEN NOT YET PRICED.          05400000
054100 5000-VALUE-CLAIM.                                                05410000
054200       IF HV-IND-ADDRESS < 0                                      05420000
054300          MOVE SPACES TO HV-CLMADDRESS-TEXT                       05430000
054400       END-IF.                                                    05440000
054500       MOVE 0 TO W03-CT-BEST W03-BEST-LEN.                        05450000
054600       PERFORM 5100-MATCH-CITY THRU 5100-MATCH-EXIT               05460000
054700           VARYING W03-CT-IDX FROM 1 BY 1                         05470000
054800           UNTIL W03-CT-IDX > CT-CNT.                             05480000
054900       IF HV-IND-LOSS < 0 OR HV-LOSSAMT NOT > 0                   05490000
055000          MOVE 'N' TO W02-PRICED-SW                               05500000
055100          IF W03-CT-BEST = 0                                      05510000
055200             MOVE W02-DFLT-FACTOR TO W02-FACTOR                   05520000
055300          ELSE                                                    05530000
055310             MOVE W03-CT-FACTOR(W03-CT-BEST) TO W02-FACTOR        05531001
055320             PERFORM 5200-RATE-ON-DATE THRU 5200-RATE-EXIT        05532001
055500          END-IF                                                  05550000
055600          COMPUTE W02-CLM-VALUE = 360 * W02-FACTOR                05560000
055700       ELSE                                                       05570000
055800          MOVE 'Y' TO W02-PRICED-SW                               05580000
055900          MOVE HV-LOSSAMT TO W02-CLM-VALUE                        05590000
056000       END-IF.                                                    05600000
056100 5000-VALUE-EXIT.                                                 05610000
056200       EXIT.                                                      05620000
056300 5100-MATCH-CITY.                                                 05630000
056400       IF W03-CT-LEN(W03-CT-IDX) NOT > W03-BEST-LEN               05640000
056500          GO TO 5100-MATCH-EXIT                                   05650000
056600       END-IF.                                                    05660000
056700       MOVE 0 TO W03-TALLY.                                       05670000
056800       INSPECT HV-CLMADDRESS-TEXT TALLYING W03-TALLY              05680000
056900          FOR ALL W03-CT-CITY(W03-CT-IDX)                         05690000
057000                  (1:W03-CT-LEN(W03-CT-IDX)).                     05700000
057100       IF W03-TALLY > 0                                           05710000
057200          MOVE W03-CT-IDX TO W03-CT-BEST                          05720000
057300          MOVE W03-CT-LEN(W03-CT-IDX) TO W03-BEST-LEN             05730000
057400       END-IF.                                                    05740000
057500 5100-MATCH-EXIT.                                                 05750000
057600       EXIT.                                                      05760000
057601*  THE MATCHED CITY'S RATE IN FORCE ON THE CLAIM DATE REPLACES    05760101
057602*  THE CURRENT FACTOR WHEN A DATED PERIOD COVERS THE CLAIM.       05760201
057603 5200-RATE-ON-DATE.                                               05760301
057604       IF HV-CLMDATE-CH = SPACES                                  05760401
057605          GO TO 5200-RATE-EXIT                                    05760501
057606       END-IF.                                                    05760601
057607       MOVE W03-CT-CITY(W03-CT-BEST) TO HV-CITY.                  05760701
057608       EXEC SQL                                                   05760801
057609         SELECT CITYLOSS                                          05760901
057610           INTO :HV-FACTOR                                        05761001
057611           FROM TB_CITYLOSS                                       05761101
057612          WHERE CITY = :HV-CITY                                   05761201
057613            AND EFF_FROM_DATE <= :HV-CLMDATE-CH                   05761301
057614            AND EFF_TO_DATE >= :HV-CLMDATE-CH                     05761401
057615       END-EXEC.                                                  05761501
057616       MOVE SQLCODE TO W01-SQLCODE.                               05761601
057617       EVALUATE TRUE                                              05761701
057618         WHEN C01W-SQL-OK                                         05761801
057619           MOVE HV-FACTOR TO W02-FACTOR                           05761901
057620         WHEN C01W-SQL-NOTFND                                     05762001
057621           CONTINUE                                               05762101
057622         WHEN OTHER                                               05762201
057623           MOVE '5200-RATE-ON-DATE' TO W99-ERR-PARA               05762301
057624           MOVE ' READING TB_CITYLOSS' TO W99-ERR-DESC            05762401
057625           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   05762501
057626           STOP RUN                                               05762601
057627       END-EVALUATE.                                              05762701
057628 5200-RATE-EXIT.                                                  05762801
057629       EXIT.                                                      05762901
057700 6000-CLOSE-PARA.                                                 05770000
057800       EXEC SQL                                                   05780000
057900         CLOSE CURL                                               05790000
058000       END-EXEC.                                                  05800000
058100       PERFORM 6100-STATUS-LINES THRU 6100-STATUS-EXIT.           05810000
058200       PERFORM 6200-CITY-LINES THRU 6200-CITY-EXIT.               05820000
058300       PERFORM 6300-MOVEMENT THRU 6300-MOVEMENT-EXIT.             05830000
058400       PERFORM 6400-JOURNAL THRU 6400-JOURNAL-EXIT.               05840000
058500       MOVE W02-MONTH TO LO-MONTH.                                05850000
058600       MOVE W09-CLM-CNT TO LO-CLM-CNT.                            05860000
058700       MOVE W09-TOT-AMT TO LO-LIAB-AMT.                           05870000
058800       MOVE W01-TODAY TO LO-RUN-DATE.                             05880000
058900       WRITE LO-LIAB-REC.                                         05890000
059000       CLOSE RPTFILE LIABOUT JRNLFILE.                            05900000
059100       DISPLAY 'OPEN CLAIMS VALUED : ' W09-CLM-CNT.               05910000
059200       DISPLAY 'NOT YET PRICED     : ' W09-UNPR-CNT.              05920000
059300       DISPLAY 'LIABILITY          : ' W09-TOT-AMT.               05930000
059400       DISPLAY 'AUDIT CLAIMS NOT ON TABLE : ' W04-NOTFND-CNT.     05940000
059500       IF NOT PRIOR-FOUND                                         05950000
059600          MOVE 4 TO RETURN-CODE                                   05960000
059700       END-IF.                                                    05970000
059800       IF W09-CITY-AMT NOT = W09-TOT-AMT                          05980000
059900          DISPLAY 'STATUS AND CITY TOTALS DO NOT AGREE'           05990000
060000          MOVE 8 TO RETURN-CODE                                   06000000
060100       END-IF.                                                    06010000
060200 6000-CLOSE-EXIT.                                                 06020000
060300       EXIT.                                                      06030000
060400 6100-STATUS-LINES.                                               06040000
060500       MOVE SPACES TO W01-RPT-REC.                                06050000
060600       WRITE W01-RPT-REC.                                         06060000
060700       MOVE 'BY STATUS       CLAIMS  UNPRICED         LIABILITY'  06070000
060800          TO W01-RPT-REC.                                         06080000
060900       WRITE W01-RPT-REC.                                         06090000
061000       PERFORM 6110-STATUS-LINE THRU 6110-STATUS-EXIT             06100000
061100           VARYING W03-ST-IDX FROM 1 BY 1                         06110000
061200           UNTIL W03-ST-IDX > 3.                                  06120000
061300       MOVE W09-CLM-CNT TO W02-CNT-ED.                            06130000
061400       MOVE W09-UNPR-CNT TO W02-UNPR-ED.                          06140000
061500       MOVE W09-TOT-AMT TO W02-AMT-ED.                            06150000
061600       MOVE SPACES TO W01-RPT-REC.                                06160000
061700       STRING 'TOTAL        ' W02-CNT-ED '    ' W02-UNPR-ED       06170000
061800              '  ' W02-AMT-ED                                     06180000
061900          DELIMITED BY SIZE INTO W01-RPT-REC                      06190000
062000       END-STRING.                                                06200000
062100       WRITE W01-RPT-REC.                                         06210000
062200 6100-STATUS-EXIT.                                                06220000
062300       EXIT.                                                      06230000
062400 6110-STATUS-LINE.                                                06240000
062500       MOVE W03-ST-CLMS(W03-ST-IDX) TO W02-CNT-ED.                06250000
062600       MOVE W03-ST-UNPR(W03-ST-IDX) TO W02-UNPR-ED.               06260000
062700       MOVE W03-ST-AMT(W03-ST-IDX) TO W02-AMT-ED.                 06270000
062800       MOVE SPACES TO W01-RPT-REC.                                06280000
062900       STRING W03-ST-NAME(W03-ST-IDX) ' ' W02-CNT-ED '    '       06290000
063000              W02-UNPR-ED '  ' W02-AMT-ED                         06300000
063100          DELIMITED BY SIZE INTO W01-RPT-REC                      06310000
063200       END-STRING.                                                06320000
063300       WRITE W01-RPT-REC.                                         06330000
063400 6110-STATUS-EXIT.                                                06340000
063500       EXIT.                                                      06350000
063600 6200-CITY-LINES.                                                 06360000
063700       MOVE SPACES TO W01-RPT-REC.                                06370000
063800       WRITE W01-RPT-REC.                                         06380000
063900       MOVE 'BY CITY         FACTOR    CLAIMS         LIABILITY'  06390000
064000          TO W01-RPT-REC.                                         06400000
064100       WRITE W01-RPT-REC.                                         06410000
064200       MOVE ZEROS TO W09-CITY-AMT.                                06420000
064300       PERFORM 6210-CITY-LINE THRU 6210-CITY-EXIT                 06430000
064400           VARYING W03-CT-IDX FROM 1 BY 1                         06440000
064500           UNTIL W03-CT-IDX > CT-CNT.                             06450000
064600       ADD W03-NC-AMT TO W09-CITY-AMT.                            06460000
064700       IF W03-NC-CLMS > 0                                         06470000
064800          MOVE W02-DFLT-FACTOR TO W02-FACT-ED                     06480000
064900          MOVE W03-NC-CLMS TO W02-CNT-ED                          06490000
065000          MOVE W03-NC-AMT TO W02-AMT-ED                           06500000
065100          MOVE SPACES TO W01-RPT-REC                              06510000
065200          STRING 'NO CITY MATCH    ' W02-FACT-ED '  ' W02-CNT-ED  06520000
065300                 '  ' W02-AMT-ED                                  06530000
065400             DELIMITED BY SIZE INTO W01-RPT-REC                   06540000
065500          END-STRING                                              06550000
065600          WRITE W01-RPT-REC                                       06560000
065700       END-IF.                                                    06570000
065800       MOVE W09-CITY-AMT TO W02-AMT-ED.                           06580000
065900       MOVE SPACES TO W01-RPT-REC.                                06590000
066000       STRING 'TOTAL BY CITY                    ' W02-AMT-ED      06600000
066100          DELIMITED BY SIZE INTO W01-RPT-REC                      06610000
066200       END-STRING.                                                06620000
066300       WRITE W01-RPT-REC.                                         06630000
066400 6200-CITY-EXIT.                                                  06640000
066500       EXIT.                                                      06650000
066600 6210-CITY-LINE.                                                  06660000
066700       ADD W03-CT-AMT(W03-CT-IDX) TO W09-CITY-AMT.                06670000
066800       IF W03-CT-CLMS(W03-CT-IDX) = 0                             06680000
066900          GO TO 6210-CITY-EXIT                                    06690000
067000       END-IF.                                                    06700000
067100       MOVE W03-CT-FACTOR(W03-CT-IDX) TO W02-FACT-ED.             06710000
067200       MOVE W03-CT-CLMS(W03-CT-IDX) TO W02-CNT-ED.                06720000
067300       MOVE W03-CT-AMT(W03-CT-IDX) TO W02-AMT-ED.                 06730000
067400       MOVE SPACES TO W01-RPT-REC.                                06740000
067500       STRING W03-CT-CITY(W03-CT-IDX) '   ' W02-FACT-ED '  '      06750000
067600              W02-CNT-ED '  ' W02-AMT-ED                          06760000
067700          DELIMITED BY SIZE INTO W01-RPT-REC                      06770000
067800       END-STRING.                                                06780000
067900       WRITE W01-RPT-REC.                                         06790000
068000 6210-CITY-EXIT.                                                  06800000
068100       EXIT.                                                      06810000
068200 6300-MOVEMENT.                                                   06820000
068300       COMPUTE W04-OTHER-AMT = W09-TOT-AMT                        06830000
068400             - (W04-OPEN-AMT + W04-NEW-AMT - W04-PAID-AMT         06840000
068500                - W04-DENY-AMT + W04-RTN-AMT).                    06850000
068600       MOVE SPACES TO W01-RPT-REC.                                06860000
068700       WRITE W01-RPT-REC.                                         06870000
068800       MOVE SPACES TO W01-RPT-REC.                                06880000
068900       IF PRIOR-FOUND                                             06890000
069000          STRING 'MOVEMENT FROM ' W02-PRIOR                       06900000
069100             DELIMITED BY SIZE INTO W01-RPT-REC                   06910000
069200          END-STRING                                              06920000
069300       ELSE                                                       06930000
069400          STRING 'MOVEMENT - NO FIGURE HELD FOR ' W02-PRIOR       06940000
069500                 ', OPENING TAKEN AS ZERO'                        06950000
069600             DELIMITED BY SIZE INTO W01-RPT-REC                   06960000
069700          END-STRING                                              06970000
069800       END-IF.                                                    06980000
069900       WRITE W01-RPT-REC.                                         06990000
070000       MOVE W04-OPEN-CLMS TO W02-CNT-ED.                          07000000
070100       MOVE W04-OPEN-AMT TO W02-SAMT-ED.                          07010000
070200       MOVE 'OPENING LIABILITY   ' TO W01-RPT-REC.                07020000
070300       PERFORM 6310-MOVE-LINE THRU 6310-MOVE-EXIT.                07030000
070400       MOVE W04-NEW-CLMS TO W02-CNT-ED.                           07040000
070500       MOVE W04-NEW-AMT TO W02-SAMT-ED.                           07050000
070600       MOVE '+ NEW CLAIMS        ' TO W01-RPT-REC.                07060000
070700       PERFORM 6310-MOVE-LINE THRU 6310-MOVE-EXIT.                07070000
070800       MOVE W04-PAID-CLMS TO W02-CNT-ED.                          07080000
070900       MOVE W04-PAID-AMT TO W02-SAMT-ED.                          07090000
071000       MOVE '- PAYMENTS          ' TO W01-RPT-REC.                07100000
071100       PERFORM 6310-MOVE-LINE THRU 6310-MOVE-EXIT.                07110000
071200       MOVE W04-DENY-CLMS TO W02-CNT-ED.                          07120000
071300       MOVE W04-DENY-AMT TO W02-SAMT-ED.                          07130000
071400       MOVE '- DENIALS           ' TO W01-RPT-REC.                07140000
071500       PERFORM 6310-MOVE-LINE THRU 6310-MOVE-EXIT.                07150000
071600       MOVE W04-RTN-CLMS TO W02-CNT-ED.                           07160000
071700       MOVE W04-RTN-AMT TO W02-SAMT-ED.                           07170000
071800       MOVE '+ BANK RETURNS      ' TO W01-RPT-REC.                07180000
071900       PERFORM 6310-MOVE-LINE THRU 6310-MOVE-EXIT.                07190000
072000       MOVE ZEROS TO W02-CNT-ED.                                  07200000
072100       MOVE W04-OTHER-AMT TO W02-SAMT-ED.                         07210000
072200       MOVE '+ REPRICING / OTHER ' TO W01-RPT-REC.                07220000
072300       PERFORM 6310-MOVE-LINE THRU 6310-MOVE-EXIT.                07230000
072400       MOVE W09-CLM-CNT TO W02-CNT-ED.                            07240000
072500       MOVE W09-TOT-AMT TO W02-SAMT-ED.                           07250000
072600       MOVE '= CLOSING LIABILITY ' TO W01-RPT-REC.                07260000
072700       PERFORM 6310-MOVE-LINE THRU 6310-MOVE-EXIT.                07270000
072800 6300-MOVEMENT-EXIT.                                              07280000
072900       EXIT.                                                      07290000
073000 6310-MOVE-LINE.                                                  07300000
073100       MOVE W02-CNT-ED TO W01-RPT-REC(21:8).                      07310000
073200       MOVE W02-SAMT-ED TO W01-RPT-REC(31:18).                    07320000
073300       WRITE W01-RPT-REC.                                         07330000
073400       MOVE SPACES TO W01-RPT-REC.                                07340000
073500 6310-MOVE-EXIT.                                                  07350000
073600       EXIT.                                                      07360000
073700 6400-JOURNAL.                                                    07370000
073800       MOVE SPACES TO JR-ACCR-REC.                                07380000
073900       MOVE 'ACCR' TO JR-REC-TYPE.                                07390000
074000       MOVE W02-MONTH TO JR-MONTH.                                07400000
074100       MOVE 'CLAIMS-EXP' TO JR-DR-ACCT.                           07410000
074200       MOVE 'CLAIMS-LIA' TO JR-CR-ACCT.                           07420000
074300       MOVE W09-TOT-AMT TO JR-AMOUNT.                             07430000
074400       MOVE W09-CITY-AMT TO JR-CTL-AMT.                           07440000
074500       MOVE W09-CLM-CNT TO JR-CLM-CNT.                            07450000
074600       MOVE W09-HASH-TOT TO JR-HASH-TOT.                          07460000
074700       WRITE JR-ACCR-REC.                                         07470000
074800       MOVE W09-TOT-AMT TO W02-AMT-ED.                            07480000
074900       MOVE SPACES TO W01-RPT-REC.                                07490000
075000       WRITE W01-RPT-REC.                                         07500000
075100       MOVE SPACES TO W01-RPT-REC.                                07510000
075200       STRING 'ACCRUAL JOURNAL  DR CLAIMS-EXP  CR CLAIMS-LIA  '   07520000
075300              W02-AMT-ED '  HASH ' W09-HASH-TOT                   07530000
075400          DELIMITED BY SIZE INTO W01-RPT-REC                      07540000
075500       END-STRING.                                                07550000
075600       WRITE W01-RPT-REC.                                         07560000
075700 6400-JOURNAL-EXIT.                                               07570000
075800       EXIT.                                                      07580000
075900 9500-SQL-ERROR-PARA.                                             07590000
076000      CALL 'SQLERRS' USING W02-SQLERR-PGM                         07600000
076100           W99-ERR-PARA W99-ERR-DESC SQLCA.                       07610000
076200 9500-SQL-ERROR-EXIT.                                             07620000
076300      EXIT.                                                       07630000
