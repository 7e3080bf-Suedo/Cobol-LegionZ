000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. SISCHED.                                             00020000
000300***************************************************************** 00030000
000400* TABLES USED : EXP_OUT (CUSTOMER ACCOUNT EXTRACT D2A BUILDS)     00040000
000500* INPUT FILE  : STANDING INSTRUCTION KSDS (DDSIKS, I-O), THE      00050000
000600*               PREVIOUS TXNPOST RUN'S STANDING INSTRUCTION       00060000
000700*               RETURNS (DDSIRTN), RUN DATE FROM SYSIN            00070000
000800*               (YYYYMMDD, BLANK = TODAY)                         00080000
000900* OUTPUT FILE : GENERATED TRANSACTIONS IN THE TXNPOST DDTXN       00090000
001000*               LAYOUT (DDTXN), CUSTOMER NOTICES OF SUSPENDED     00100000
001100*               INSTRUCTIONS (DDLETR), SHARED AUDIT LOG           00110000
001200*               (DDAUDIT), RUN REPORT (DDRPT)                     00120000
001300* PRG DESC    : DAILY STANDING INSTRUCTION SCHEDULER, RUN         00130000
001400*               AHEAD OF TXNPOST.  FIRST THE RETURNS: A           00140000
001500*               PAYMENT TXNPOST REFUSED FOR INSUFFICIENT FUNDS    00150000
001600*               IS RETRIED ONCE (A NEW TRANSACTION TODAY); IF     00160000
001700*               THE RETRY IS REFUSED AS WELL THE INSTRUCTION IS   00170000
001800*               SUSPENDED AND THE CUSTOMER SENT A NOTICE.  THEN   00180000
001900*               EVERY ACTIVE INSTRUCTION DUE ON OR BEFORE THE     00190000
002000*               RUN DATE WRITES ONE T / D / W TRANSACTION PER     00200000
002100*               OCCURRENCE DUE (SO A MISSED RUN IS MADE UP) AND   00210000
002200*               ITS NEXT DUE DATE IS ROLLED FORWARD BY ITS        00220000
002300*               FREQUENCY.  AN INSTRUCTION WHOSE NEXT DUE DATE    00230000
002400*               PASSES ITS END DATE IS MARKED ENDED.  EACH        00240000
002500*               TRANSACTION CARRIES THE INSTRUCTION KEY IN COLS   00250000
002600*               26-33 SO TXNPOST CAN RETURN IT.  RETRIES,         00260000
002700*               SUSPENSIONS AND ENDINGS ARE AUDITED.              00270000
002800* AUTHOR      : BOOSAN                                            00280000
002900* CREATED ON  : 15 OCT 2026                                       00290000
002910* MODIFIED ON : 15 OCT 2026 - RUN STATISTICS                      00291001
002920*               A RUNSTATS RECORD (DDRSTAT) IS ADDED AT END OF    00292001
002930*               RUN SO THE PREDCHK GATE AHEAD OF BALPROOF CAN     00293001
002940*               SEE THAT THE DAY'S SCHEDULE RAN AND HOW IT        00294001
002950*               ENDED.                                            00295001
003000***************************************************************** 00300000
003100 ENVIRONMENT DIVISION.                                            00310000
003200 INPUT-OUTPUT SECTION.                                            00320000
003300 FILE-CONTROL.                                                    00330000
003400      SELECT SI-FILE ASSIGN TO DDSIKS                             00340000
003500      ORGANIZATION IS INDEXED                                     00350000
003600      ACCESS MODE IS DYNAMIC                                      00360000
003700      RECORD KEY IS SI-SI-KEY                                     00370000
003800      FILE STATUS IS W01-FST-SI.                                  00380000
003900*                                                                 00390000
004000      SELECT RS000-SIRTN-FILE ASSIGN TO DDSIRTN                   00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS IS W01-FST-SIRT.                                00430000
004400*                                                                 00440000
004500      SELECT TO000-TXN-FILE ASSIGN TO DDTXN                       00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS IS W01-FST-TXN.                                 00480000
004900*                                                                 00490000
005000      SELECT TL000-LETR-FILE ASSIGN TO DDLETR                     00500000
005100      ORGANIZATION IS SEQUENTIAL                                  00510000
005200      ACCESS MODE IS SEQUENTIAL                                   00520000
005300      FILE STATUS IS W01-FST-LETR.                                00530000
005400*                                                                 00540000
005500      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00550000
005600      ORGANIZATION IS SEQUENTIAL                                  00560000
005700      ACCESS MODE IS SEQUENTIAL                                   00570000
005800      FILE STATUS IS W01-FST-AUD.                                 00580000
005900*                                                                 00590000
006000      SELECT RO000-RPT-FILE ASSIGN TO DDRPT                       00600000
006100      ORGANIZATION IS SEQUENTIAL                                  00610000
006200      ACCESS MODE IS SEQUENTIAL                                   00620000
006300      FILE STATUS IS W01-FST-RPT.                                 00630000
006400*                                                                 00640000
006410      SELECT ST000-STAT-FILE ASSIGN TO DDRSTAT                    00641001
006420      ORGANIZATION IS SEQUENTIAL                                  00642001
006430      ACCESS MODE IS SEQUENTIAL                                   00643001
006440      FILE STATUS IS W01-FST-STAT.                                00644001
006450*                                                                 00645001
006500 DATA DIVISION.                                                   00650000
006600 FILE SECTION.                                                    00660000
006700 FD SI-FILE.                                                      00670000
006800 COPY SIREC REPLACING ==:SIN:== BY ==SI==.                        00680000
006900 FD RS000-SIRTN-FILE RECORDING MODE IS F.                         00690000
007000 COPY SIRTNREC REPLACING ==:SIR:== BY ==RS==.                     00700000
007100 FD TO000-TXN-FILE RECORDING MODE IS F.                           00710000
007200 01 TO000-TXN-REC.                                                00720000
007300     05 TO000-CUST-ID    PIC X(5).                                00730000
007400     05 FILLER           PIC X.                                   00740000
007500     05 TO000-TXN-TYPE   PIC X.                                   00750000
007600     05 FILLER           PIC X.                                   00760000
007700     05 TO000-AMOUNT     PIC 9(7).99.                             00770000
007800     05 FILLER           PIC X.                                   00780000
007900     05 TO000-TARGET-ID  PIC X(5).                                00790000
008000     05 FILLER           PIC X.                                   00800000
008100     05 TO000-SI-KEY     PIC X(8).                                00810000
008200     05 FILLER           PIC X(47).                               00820000
008300 FD TL000-LETR-FILE RECORDING MODE IS F.                          00830000
008400 01 LETR-REC PIC X(80).                                           00840000
008500 FD AUDIT-FILE RECORDING MODE IS F.                               00850000
008600 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00860000
008700 FD RO000-RPT-FILE RECORDING MODE IS F.                           00870000
008800 01 RO000-RPT-REC PIC X(80).                                      00880000
008810 FD ST000-STAT-FILE RECORDING MODE IS F.                          00881001
008820 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00882001
008900 WORKING-STORAGE SECTION.                                         00890000
009000      EXEC SQL                                                    00900000
009100        INCLUDE SQLCA                                             00910000
009200      END-EXEC.                                                   00920000
009300 01 W01-HOST-VARS.                                                00930000
009400      05 HV-CUST-ID    PIC X(5).                                  00940000
009500      05 HV-CUST-NAME  PIC X(10).                                 00950000
009600 01 W01-G-ERROR-VAR.                                              00960000
009700      05 W01-FST-SI            PIC XX.                            00970000
009800         88 C01W-FST-SIOK      VALUE "00".                        00980000
009900         88 C01W-FST-SIEOF     VALUE "10".                        00990000
010000         88 C01W-FST-SINF      VALUE "23".                        01000000
010100      05 W01-FST-SIRT          PIC XX.                            01010000
010200         88 C01W-FST-SIRTOK    VALUE "00".                        01020000
010300         88 C01W-FST-SIRTEOF   VALUE "10".                        01030000
010400      05 W01-FST-TXN           PIC XX.                            01040000
010500         88 C01W-FST-TXNOK     VALUE "00".                        01050000
010600      05 W01-FST-LETR          PIC XX.                            01060000
010700         88 C01W-FST-LETROK    VALUE "00".                        01070000
010800      05 W01-FST-AUD           PIC XX.                            01080000
010900         88 C01W-FST-AUDOK     VALUE "00".                        01090000
011000      05 W01-FST-RPT           PIC XX.                            01100000
011100         88 C01W-FST-RPTOK     VALUE "00".                        01110000
011110      05 W01-FST-STAT          PIC XX.                            01111001
011120         88 C01W-FST-STATOK    VALUE "00".                        01112001
011200      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   01120000
011300         88 C01W-SQL-SUCCESS   VALUE +000.                        01130000
011400         88 C01W-SQL-RECNF     VALUE +100.                        01140000
011500 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               01150000
011600 01 W02-RUN-WORK.                                                 01160000
011700      05 W02-RUN-X      PIC X(8) VALUE SPACES.                    01170000
011800      05 W02-RUN-DATE   PIC 9(8) VALUE ZEROS.                     01180000
011900      05 W02-RUN-R REDEFINES W02-RUN-DATE.                        01190000
012000         10 W02-RUN-YYYY PIC 9(4).                                01200000
012100         10 W02-RUN-MM   PIC 9(2).                                01210000
012200         10 W02-RUN-DD   PIC 9(2).                                01220000
012300 01 W02-DATE-WORK.                                                01230000
012400      05 W02-DUE-DATE   PIC 9(8).                                 01240000
012500      05 W02-DUE-R REDEFINES W02-DUE-DATE.                        01250000
012600         10 W02-DUE-YYYY PIC 9(4).                                01260000
012700         10 W02-DUE-MM   PIC 9(2).                                01270000
012800         10 W02-DUE-DD   PIC 9(2).                                01280000
012900      05 W02-START-DATE PIC 9(8).                                 01290000
013000      05 W02-START-R REDEFINES W02-START-DATE.                    01300000
013100         10 FILLER       PIC 9(6).                                01310000
013200         10 W02-START-DD PIC 9(2).                                01320000
013300      05 W02-ADD-MM     PIC 9(2).                                 01330000
013400      05 W02-MON-END    PIC 9(2).                                 01340000
013500      05 W02-DAYS       PIC 9(8).                                 01350000
013600      05 W02-QUOT       PIC 9(4).                                 01360000
013700      05 W02-REM-4      PIC 9(4).                                 01370000
013800      05 W02-REM-100    PIC 9(4).                                 01380000
013900      05 W02-REM-400    PIC 9(4).                                 01390000
014000 01 W02-MONTH-TABLE.                                              01400000
014100      05 FILLER PIC X(24) VALUE '312831303130313130313031'.       01410000
014200 01 W02-MONTH-R REDEFINES W02-MONTH-TABLE.                        01420000
014300      05 W02-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.                 01430000
014400 01 W02-WORK-FIELDS.                                              01440000
014500      05 W02-SI-EOF-SW  PIC X VALUE 'N'.                          01450000
014600         88 SI-AT-END   VALUE 'Y'.                                01460000
014700      05 W02-CHG-SW     PIC X VALUE 'N'.                          01470000
014800         88 SI-CHANGED  VALUE 'Y'.                                01480000
014900      05 W02-AUD-FIELD  PIC X(10) VALUE SPACES.                   01490000
015000      05 W02-RPT-TEXT   PIC X(30) VALUE SPACES.                   01500000
015100      05 W02-AMT-ED     PIC ZZ,ZZ9.99.                            01510000
015200 01 W02-SI-IMAGE.                                                 01520000
015300      05 W02-IMG-TYPE    PIC X.                                   01530000
015400      05 FILLER          PIC X VALUE SPACE.                       01540000
015500      05 W02-IMG-TARGET  PIC X(5).                                01550000
015600      05 FILLER          PIC X VALUE SPACE.                       01560000
015700      05 W02-IMG-AMOUNT  PIC 9(5)V99.                             01570000
015800      05 FILLER          PIC X VALUE SPACE.                       01580000
015900      05 W02-IMG-FREQ    PIC X.                                   01590000
016000      05 FILLER          PIC X VALUE SPACE.                       01600000
016100      05 W02-IMG-NEXT    PIC 9(8).                                01610000
016200      05 FILLER          PIC X VALUE SPACE.                       01620000
016300      05 W02-IMG-END     PIC 9(8).                                01630000
016400      05 FILLER          PIC X VALUE SPACE.                       01640000
016500      05 W02-IMG-STATUS  PIC X.                                   01650000
016600      05 FILLER          PIC X VALUE SPACE.                       01660000
016700      05 W02-IMG-RETRY   PIC 9.                                   01670000
016800 01 W09-CNTRS.                                                    01680000
016900      05 W09-RTN-CNT    PIC 9(6) VALUE ZEROS.                     01690000
017000      05 W09-RETRY-CNT  PIC 9(6) VALUE ZEROS.                     01700000
017100      05 W09-SUSP-CNT   PIC 9(6) VALUE ZEROS.                     01710000
017200      05 W09-IGN-CNT    PIC 9(6) VALUE ZEROS.                     01720000
017300      05 W09-SI-CNT     PIC 9(6) VALUE ZEROS.                     01730000
017400      05 W09-GEN-CNT    PIC 9(6) VALUE ZEROS.                     01740000
017500      05 W09-END-CNT    PIC 9(6) VALUE ZEROS.                     01750000
017600      05 W09-GEN-AMT    PIC 9(9)V99 VALUE ZEROS.                  01760000
017700 01 W99-ERROR-REC.                                                01770000
017800      05 W99-ERR-PARA     PIC X(30).                              01780000
017900      05 W99-ERR-DESC     PIC X(30).                              01790000
018000      05 W99-ERR-CODE     PIC X(7).                               01800000
018100 01 W02-SQLERR-PGM PIC X(8) VALUE 'SISCHED'.                      01810000
018200 PROCEDURE DIVISION.                                              01820000
018300 0000-MAIN-PARA.                                                  01830000
018400       PERFORM 0500-GET-DATE THRU 0500-DATE-EXIT.                 01840000
018500       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01850000
018600       PERFORM 3000-PRCS-RETURNS THRU 3000-PRCS-EXIT              01860000
018700           UNTIL C01W-FST-SIRTEOF.                                01870000
018800       PERFORM 5000-SWEEP-PARA THRU 5000-SWEEP-EXIT.              01880000
018900       PERFORM 6000-CLOSE-PARA THRU 6000-CLOSE-EXIT.              01890000
019000       STOP RUN.                                                  01900000
019100 0000-MAIN-EXIT.                                                  01910000
019200       EXIT.                                                      01920000
019300 0500-GET-DATE.                                                   01930000
019400       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01940000
019500       DISPLAY "ENTER RUN DATE (YYYYMMDD) : ".                    01950000
019600       ACCEPT W02-RUN-X.                                          01960000
019700       IF W02-RUN-X NUMERIC                                       01970000
019800          MOVE W02-RUN-X TO W02-RUN-DATE                          01980000
019900       END-IF.                                                    01990000
020000       IF W02-RUN-MM < 1 OR W02-RUN-MM > 12                       02000000
020100          OR W02-RUN-DD < 1 OR W02-RUN-DD > 31                    02010000
020200          OR W02-RUN-YYYY < 1900                                  02020000
020300          MOVE W01-TODAY TO W02-RUN-DATE                          02030000
020400       END-IF.                                                    02040000
020500       DISPLAY "RUN DATE : " W02-RUN-DATE.                        02050000
020600 0500-DATE-EXIT.                                                  02060000
020700       EXIT.                                                      02070000
020800 2000-OPEN-PARA.                                                  02080000
020900       OPEN I-O SI-FILE.                                          02090000
021000       IF NOT C01W-FST-SIOK                                       02100000
021100          DISPLAY "SI KSDS OPEN ERR " W01-FST-SI                  02110000
021200          MOVE 30 TO RETURN-CODE                                  02120000
021300          STOP RUN                                                02130000
021400       END-IF.                                                    02140000
021500       OPEN INPUT RS000-SIRTN-FILE.                               02150000
021600       IF NOT C01W-FST-SIRTOK                                     02160000
021700          DISPLAY "NO SI RETURN FILE - NO RETURNS PROCESSED"      02170000
021800          MOVE "10" TO W01-FST-SIRT                               02180000
021900       END-IF.                                                    02190000
022000       OPEN OUTPUT TO000-TXN-FILE.                                02200000
022100       IF NOT C01W-FST-TXNOK                                      02210000
022200          DISPLAY "TXN FILE OPEN ERR " W01-FST-TXN                02220000
022300          MOVE 30 TO RETURN-CODE                                  02230000
022400          STOP RUN                                                02240000
022500       END-IF.                                                    02250000
022600       OPEN OUTPUT TL000-LETR-FILE.                               02260000
022700       IF NOT C01W-FST-LETROK                                     02270000
022800          DISPLAY "LETTER FILE OPEN ERR " W01-FST-LETR            02280000
022900          MOVE 30 TO RETURN-CODE                                  02290000
023000          STOP RUN                                                02300000
023100       END-IF.                                                    02310000
023200       OPEN EXTEND AUDIT-FILE.                                    02320000
023300       IF NOT C01W-FST-AUDOK                                      02330000
023400          DISPLAY "AUDIT FILE OPEN ERR " W01-FST-AUD              02340000
023500          MOVE 30 TO RETURN-CODE                                  02350000
023600          STOP RUN                                                02360000
023700       END-IF.                                                    02370000
023800       CALL 'AUDSEAL' USING BY CONTENT 'H' 'SISCHED '             02380000
023900                            BY REFERENCE AU-AUDIT-REC.            02390000
024000       WRITE AU-AUDIT-REC.                                        02400000
024100       OPEN OUTPUT RO000-RPT-FILE.                                02410000
024200       IF NOT C01W-FST-RPTOK                                      02420000
024300          DISPLAY "REPORT FILE OPEN ERR " W01-FST-RPT             02430000
024400          MOVE 30 TO RETURN-CODE                                  02440000
024500          STOP RUN                                                02450000
024600       END-IF.                                                    02460000
024700       MOVE SPACES TO RO000-RPT-REC.                              02470000
024800       STRING "STANDING INSTRUCTION SCHEDULE  RUN DATE "          02480000
024900              W02-RUN-DATE                                        02490000
025000          DELIMITED BY SIZE INTO RO000-RPT-REC                    02500000
025100       END-STRING.                                                02510000
025200       WRITE RO000-RPT-REC.                                       02520000
025300 2000-OPEN-EXIT.                                                  02530000
025400       EXIT.                                                      02540000
025500 3000-PRCS-RETURNS.                                               02550000
025600       READ RS000-SIRTN-FILE.                                     02560000
025700       EVALUATE TRUE                                              02570000
025800         WHEN C01W-FST-SIRTOK                                     02580000
025900           ADD 1 TO W09-RTN-CNT                                   02590000
026000           PERFORM 3100-WORK-RETURN THRU 3100-WORK-EXIT           02600000
026100         WHEN C01W-FST-SIRTEOF                                    02610000
026200           CONTINUE                                               02620000
026300         WHEN OTHER                                               02630000
026400           DISPLAY "SI RETURN FILE READ ERR " W01-FST-SIRT        02640000
026500           MOVE 30 TO RETURN-CODE                                 02650000
026600           STOP RUN                                               02660000
026700       END-EVALUATE.                                              02670000
026800 3000-PRCS-EXIT.                                                  02680000
026900       EXIT.                                                      02690000
027000 3100-WORK-RETURN.                                                02700000
027100       MOVE RS-SI-KEY TO SI-SI-KEY.                               02710000
027200       READ SI-FILE.                                              02720000
027300       EVALUATE TRUE                                              02730000
027400         WHEN C01W-FST-SIOK                                       02740000
027500           CONTINUE                                               02750000
027600         WHEN C01W-FST-SINF                                       02760000
027700           ADD 1 TO W09-IGN-CNT                                   02770000
027800           MOVE "UNKNOWN INSTRUCTION" TO W02-RPT-TEXT             02780000
027900           PERFORM 3900-RPT-RETURN THRU 3900-RPT-EXIT             02790000
028000           GO TO 3100-WORK-EXIT                                   02800000
028100         WHEN OTHER                                               02810000
028200           DISPLAY "SI KSDS READ ERR " W01-FST-SI                 02820000
028300           MOVE 30 TO RETURN-CODE                                 02830000
028400           STOP RUN                                               02840000
028500       END-EVALUATE.                                              02850000
028600       IF NOT SI-ACTIVE                                           02860000
028700          ADD 1 TO W09-IGN-CNT                                    02870000
028800          MOVE "INSTRUCTION NOT ACTIVE" TO W02-RPT-TEXT           02880000
028900          PERFORM 3900-RPT-RETURN THRU 3900-RPT-EXIT              02890000
029000          GO TO 3100-WORK-EXIT                                    02900000
029100       END-IF.                                                    02910000
029200*      A RERUN FOR THE SAME DATE MUST NOT RETRY TWICE.            02920000
029300       IF SI-RETRY-DATE = W02-RUN-DATE                            02930000
029400          GO TO 3100-WORK-EXIT                                    02940000
029500       END-IF.                                                    02950000
029600       PERFORM 7000-IMAGE-SI THRU 7000-IMAGE-EXIT.                02960000
029700       MOVE W02-SI-IMAGE TO AU-OLD-VALUE.                         02970000
029800       IF SI-RETRY-CNT = ZERO                                     02980000
029900          MOVE 1 TO SI-RETRY-CNT                                  02990000
030000          MOVE W02-RUN-DATE TO SI-RETRY-DATE                      03000000
030100          PERFORM 3500-WRITE-TXN THRU 3500-WRITE-EXIT             03010000
030200          ADD 1 TO W09-RETRY-CNT                                  03020000
030300          MOVE "RETRY" TO W02-AUD-FIELD                           03030000
030400          MOVE "REFUSED - RETRIED TODAY" TO W02-RPT-TEXT          03040000
030500       ELSE                                                       03050000
030600          MOVE 'S' TO SI-SI-STATUS                                03060000
030700          ADD 1 TO W09-SUSP-CNT                                   03070000
030800          MOVE "SISTATUS" TO W02-AUD-FIELD                        03080000
030900          MOVE "RETRY REFUSED - SUSPENDED" TO W02-RPT-TEXT        03090000
031000          PERFORM 3400-WRITE-NOTICE THRU 3400-NOTICE-EXIT         03100000
031100       END-IF.                                                    03110000
031200       PERFORM 7100-REWRITE-SI THRU 7100-REWRITE-EXIT.            03120000
031300       PERFORM 3900-RPT-RETURN THRU 3900-RPT-EXIT.                03130000
031400 3100-WORK-EXIT.                                                  03140000
031500       EXIT.                                                      03150000
031600 3400-WRITE-NOTICE.                                               03160000
031700       MOVE SI-CUST-ID TO HV-CUST-ID.                             03170000
031800       MOVE SPACES TO HV-CUST-NAME.                               03180000
031900       EXEC SQL                                                   03190000
032000         SELECT CUST_NAME                                         03200000
032100           INTO :HV-CUST-NAME                                     03210000
032200           FROM EXP_OUT                                           03220000
032300          WHERE CUST_ID = :HV-CUST-ID                             03230000
032400       END-EXEC.                                                  03240000
032500       MOVE SQLCODE TO W01-SQLCODE.                               03250000
032600       IF NOT C01W-SQL-SUCCESS AND NOT C01W-SQL-RECNF             03260000
032700          MOVE "3400-WRITE-NOTICE" TO W99-ERR-PARA                03270000
032800          MOVE " READING EXP_OUT" TO W99-ERR-DESC                 03280000
032900          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    03290000
033000          STOP RUN                                                03300000
033100       END-IF.                                                    03310000
033200       MOVE 'SAFE BANK - STANDING INSTRUCTION SUSPENDED'          03320000
033300          TO LETR-REC.                                            03330000
033400       WRITE LETR-REC.                                            03340000
033500       MOVE SPACES TO LETR-REC.                                   03350000
033600       STRING 'CUSTOMER : ' SI-CUST-ID '  ' HV-CUST-NAME          03360000
033700              '     DATE : ' W02-RUN-DATE                         03370000
033800          DELIMITED BY SIZE INTO LETR-REC                         03380000
033900       END-STRING.                                                03390000
034000       WRITE LETR-REC.                                            03400000
034100       MOVE SI-AMOUNT TO W02-AMT-ED.                              03410000
034200       MOVE SPACES TO LETR-REC.                                   03420000
034300       STRING 'INSTRUCTION ' SI-INSTR-NO                          03430000
034400              '  TYPE ' SI-TXN-TYPE                               03440000
034500              '  TO ' SI-TARGET-ID                                03450000
034600              '  AMOUNT ' W02-AMT-ED                              03460000
034700              '  FREQUENCY ' SI-FREQ                              03470000
034800          DELIMITED BY SIZE INTO LETR-REC                         03480000
034900       END-STRING.                                                03490000
035000       WRITE LETR-REC.                                            03500000
035100       MOVE 'THE PAYMENT WAS REFUSED TWICE FOR INSUFFICIENT FUNDS'03510000
035200          TO LETR-REC.                                            03520000
035300       WRITE LETR-REC.                                            03530000
035400       MOVE 'AND THE INSTRUCTION IS SUSPENDED.  PLEASE CONTACT'   03540000
035500          TO LETR-REC.                                            03550000
035600       WRITE LETR-REC.                                            03560000
035700       MOVE 'YOUR BRANCH TO RESUME IT.' TO LETR-REC.              03570000
035800       WRITE LETR-REC.                                            03580000
035900       MOVE '----------------- END OF NOTICE ---------------'     03590000
036000          TO LETR-REC.                                            03600000
036100       WRITE LETR-REC.                                            03610000
036200 3400-NOTICE-EXIT.                                                03620000
036300       EXIT.                                                      03630000
036400 3500-WRITE-TXN.                                                  03640000
036500       MOVE SPACES TO TO000-TXN-REC.                              03650000
036600       MOVE SI-CUST-ID TO TO000-CUST-ID.                          03660000
036700       MOVE SI-TXN-TYPE TO TO000-TXN-TYPE.                        03670000
036800       MOVE SI-AMOUNT TO TO000-AMOUNT.                            03680000
036900       MOVE SI-TARGET-ID TO TO000-TARGET-ID.                      03690000
037000       MOVE SI-SI-KEY TO TO000-SI-KEY.                            03700000
037100       WRITE TO000-TXN-REC.                                       03710000
037200       IF NOT C01W-FST-TXNOK                                      03720000
037300          DISPLAY "TXN FILE WRITE ERR " W01-FST-TXN               03730000
037400          MOVE 30 TO RETURN-CODE                                  03740000
037500          STOP RUN                                                03750000
037600       END-IF.                                                    03760000
037700       ADD SI-AMOUNT TO W09-GEN-AMT.                              03770000
037800 3500-WRITE-EXIT.                                                 03780000
037900       EXIT.                                                      03790000
038000 3900-RPT-RETURN.                                                 03800000
038100       MOVE SPACES TO RO000-RPT-REC.                              03810000
038200       STRING "RETURN " RS-SI-KEY                                 03820000
038300              " AMOUNT " RS-AMOUNT                                03830000
038400              " POSTED " RS-POST-DATE " "                         03840000
038500              W02-RPT-TEXT                                        03850000
038600          DELIMITED BY SIZE INTO RO000-RPT-REC                    03860000
038700       END-STRING.                                                03870000
038800       WRITE RO000-RPT-REC.                                       03880000
038900 3900-RPT-EXIT.                                                   03890000
039000       EXIT.                                                      03900000
039100 5000-SWEEP-PARA.                                                 03910000
039200       MOVE LOW-VALUES TO SI-SI-KEY.                              03920000
039300       START SI-FILE KEY IS NOT LESS THAN SI-SI-KEY.              03930000
039400       IF NOT C01W-FST-SIOK                                       03940000
039500          DISPLAY "NO STANDING INSTRUCTIONS ON FILE"              03950000
039600          GO TO 5000-SWEEP-EXIT                                   03960000
039700       END-IF.                                                    03970000
039800       PERFORM 5100-READ-NEXT THRU 5100-READ-EXIT                 03980000
039900           UNTIL SI-AT-END.                                       03990000
040000 5000-SWEEP-EXIT.                                                 04000000
040100       EXIT.                                                      04010000
040200 5100-READ-NEXT.                                                  04020000
040300       READ SI-FILE NEXT RECORD.                                  04030000
040400       EVALUATE TRUE                                              04040000
040500         WHEN C01W-FST-SIOK                                       04050000
040600           ADD 1 TO W09-SI-CNT                                    04060000
040700           IF SI-ACTIVE                                           04070000
040800              PERFORM 5200-WORK-SI THRU 5200-WORK-EXIT            04080000
040900           END-IF                                                 04090000
041000         WHEN C01W-FST-SIEOF                                      04100000
041100           MOVE 'Y' TO W02-SI-EOF-SW                              04110000
041200         WHEN OTHER                                               04120000
041300           DISPLAY "SI KSDS READ NEXT ERR " W01-FST-SI            04130000
041400           MOVE 30 TO RETURN-CODE                                 04140000
041500           STOP RUN                                               04150000
041600       END-EVALUATE.                                              04160000
041700 5100-READ-EXIT.                                                  04170000
041800       EXIT.                                                      04180000
041900 5200-WORK-SI.                                                    04190000
042000       MOVE 'N' TO W02-CHG-SW.                                    04200000
042100       PERFORM 7000-IMAGE-SI THRU 7000-IMAGE-EXIT.                04210000
042200       MOVE W02-SI-IMAGE TO AU-OLD-VALUE.                         04220000
042300*      A RETRY FROM AN EARLIER RUN THAT CAME BACK WITHOUT A       04230000
042400*      RETURN WENT THROUGH - THE NEXT REFUSAL STARTS AFRESH.      04240000
042500       IF SI-RETRY-CNT NOT = ZERO                                 04250000
042600          AND SI-RETRY-DATE < W02-RUN-DATE                        04260000
042700          MOVE ZERO TO SI-RETRY-CNT                               04270000
042800          MOVE ZEROS TO SI-RETRY-DATE                             04280000
042900          MOVE 'Y' TO W02-CHG-SW                                  04290000
043000       END-IF.                                                    04300000
043100       PERFORM 5300-GEN-DUE THRU 5300-GEN-EXIT                    04310000
043200           UNTIL SI-NEXT-DUE > W02-RUN-DATE                       04320000
043300              OR NOT SI-ACTIVE.                                   04330000
043400       IF SI-ACTIVE AND SI-END-DATE NOT = ZEROS                   04340000
043500          AND SI-NEXT-DUE > SI-END-DATE                           04350000
043600          PERFORM 5250-END-SI THRU 5250-END-EXIT                  04360000
043700       END-IF.                                                    04370000
043800       IF SI-CHANGED                                              04380000
043900          PERFORM 7100-REWRITE-SI THRU 7100-REWRITE-EXIT          04390000
044000       END-IF.                                                    04400000
044100 5200-WORK-EXIT.                                                  04410000
044200       EXIT.                                                      04420000
044300 5250-END-SI.                                                     04430000
044400       MOVE 'E' TO SI-SI-STATUS.                                  04440000
044500       MOVE 'Y' TO W02-CHG-SW.                                    04450000
044600       MOVE "SISTATUS" TO W02-AUD-FIELD.                          04460000
044700       ADD 1 TO W09-END-CNT.                                      04470000
044800       MOVE SPACES TO RO000-RPT-REC.                              04480000
044900       STRING "ENDED     " SI-SI-KEY                              04490000
045000              " END DATE " SI-END-DATE                            04500000
045100          DELIMITED BY SIZE INTO RO000-RPT-REC                    04510000
045200       END-STRING.                                                04520000
045300       WRITE RO000-RPT-REC.                                       04530000
045400 5250-END-EXIT.                                                   04540000
045500       EXIT.                                                      04550000
045600 5300-GEN-DUE.                                                    04560000
045700       IF SI-END-DATE NOT = ZEROS AND SI-NEXT-DUE > SI-END-DATE   04570000
045800          PERFORM 5250-END-SI THRU 5250-END-EXIT                  04580000
045900          GO TO 5300-GEN-EXIT                                     04590000
046000       END-IF.                                                    04600000
046100       PERFORM 3500-WRITE-TXN THRU 3500-WRITE-EXIT.               04610000
046200       ADD 1 TO W09-GEN-CNT.                                      04620000
046300       MOVE SI-AMOUNT TO W02-AMT-ED.                              04630000
046400       MOVE SPACES TO RO000-RPT-REC.                              04640000
046500       STRING "GENERATED " SI-SI-KEY                              04650000
046600              " TYPE " SI-TXN-TYPE                                04660000
046700              " TO " SI-TARGET-ID                                 04670000
046800              " AMOUNT " W02-AMT-ED                               04680000
046900              " DUE " SI-NEXT-DUE                                 04690000
047000          DELIMITED BY SIZE INTO RO000-RPT-REC                    04700000
047100       END-STRING.                                                04710000
047200       WRITE RO000-RPT-REC.                                       04720000
047300       MOVE W02-RUN-DATE TO SI-LAST-GEN-DATE.                     04730000
047400       PERFORM 5400-ROLL-DATE THRU 5400-ROLL-EXIT.                04740000
047500       MOVE 'Y' TO W02-CHG-SW.                                    04750000
047600 5300-GEN-EXIT.                                                   04760000
047700       EXIT.                                                      04770000
047800 5400-ROLL-DATE.                                                  04780000
047900       EVALUATE SI-FREQ                                           04790000
048000         WHEN 'W'                                                 04800000
048100           COMPUTE W02-DAYS =                                     04810000
048200              FUNCTION INTEGER-OF-DATE(SI-NEXT-DUE) + 7           04820000
048300           COMPUTE SI-NEXT-DUE =                                  04830000
048400              FUNCTION DATE-OF-INTEGER(W02-DAYS)                  04840000
048500         WHEN 'F'                                                 04850000
048600           COMPUTE W02-DAYS =                                     04860000
048700              FUNCTION INTEGER-OF-DATE(SI-NEXT-DUE) + 14          04870000
048800           COMPUTE SI-NEXT-DUE =                                  04880000
048900              FUNCTION DATE-OF-INTEGER(W02-DAYS)                  04890000
049000         WHEN 'M'                                                 04900000
049100           MOVE 1 TO W02-ADD-MM                                   04910000
049200           PERFORM 5500-ADD-MONTHS THRU 5500-ADD-EXIT             04920000
049300         WHEN 'Q'                                                 04930000
049400           MOVE 3 TO W02-ADD-MM                                   04940000
049500           PERFORM 5500-ADD-MONTHS THRU 5500-ADD-EXIT             04950000
049600         WHEN OTHER                                               04960000
049700           MOVE 12 TO W02-ADD-MM                                  04970000
049800           PERFORM 5500-ADD-MONTHS THRU 5500-ADD-EXIT             04980000
049900       END-EVALUATE.                                              04990000
050000 5400-ROLL-EXIT.                                                  05000000
050100       EXIT.                                                      05010000
050200 5500-ADD-MONTHS.                                                 05020000
050300*      MONTHLY DUE DATES KEEP THE START DATE'S DAY OF MONTH,      05030000
050400*      FALLING BACK TO THE LAST DAY OF A SHORTER MONTH.           05040000
050500       MOVE SI-NEXT-DUE TO W02-DUE-DATE.                          05050000
050600       MOVE SI-START-DATE TO W02-START-DATE.                      05060000
050700       ADD W02-ADD-MM TO W02-DUE-MM.                              05070000
050800       IF W02-DUE-MM > 12                                         05080000
050900          SUBTRACT 12 FROM W02-DUE-MM                             05090000
051000          ADD 1 TO W02-DUE-YYYY                                   05100000
051100       END-IF.                                                    05110000
051200       MOVE W02-MONTH-DAYS(W02-DUE-MM) TO W02-MON-END.            05120000
051300       IF W02-DUE-MM = 2                                          05130000
051400          DIVIDE W02-DUE-YYYY BY 4 GIVING W02-QUOT                05140000
051500             REMAINDER W02-REM-4                                  05150000
051600          DIVIDE W02-DUE-YYYY BY 100 GIVING W02-QUOT              05160000
051700             REMAINDER W02-REM-100                                05170000
051800          DIVIDE W02-DUE-YYYY BY 400 GIVING W02-QUOT              05180000
051900             REMAINDER W02-REM-400                                05190000
052000          IF W02-REM-400 = 0                                      05200000
052100             OR (W02-REM-4 = 0 AND W02-REM-100 NOT = 0)           05210000
052200             MOVE 29 TO W02-MON-END                               05220000
052300          END-IF                                                  05230000
052400       END-IF.                                                    05240000
052500       IF W02-START-DD > W02-MON-END                              05250000
052600          MOVE W02-MON-END TO W02-DUE-DD                          05260000
052700       ELSE                                                       05270000
052800          MOVE W02-START-DD TO W02-DUE-DD                         05280000
052900       END-IF.                                                    05290000
053000       MOVE W02-DUE-DATE TO SI-NEXT-DUE.                          05300000
053100 5500-ADD-EXIT.                                                   05310000
053200       EXIT.                                                      05320000
053300 6000-CLOSE-PARA.                                                 05330000
053400       MOVE W09-GEN-AMT TO W02-AMT-ED.                            05340000
053500       MOVE SPACES TO RO000-RPT-REC.                              05350000
053600       STRING "INSTRUCTIONS=" W09-SI-CNT                          05360000
053700              " GENERATED=" W09-GEN-CNT                           05370000
053800              " RETRIES=" W09-RETRY-CNT                           05380000
053900              " SUSPENDED=" W09-SUSP-CNT                          05390000
054000              " ENDED=" W09-END-CNT                               05400000
054100          DELIMITED BY SIZE INTO RO000-RPT-REC                    05410000
054200       END-STRING.                                                05420000
054300       WRITE RO000-RPT-REC.                                       05430000
054400       MOVE SPACES TO RO000-RPT-REC.                              05440000
054500       STRING "RETURNS READ=" W09-RTN-CNT                         05450000
054600              " IGNORED=" W09-IGN-CNT                             05460000
054700          DELIMITED BY SIZE INTO RO000-RPT-REC                    05470000
054800       END-STRING.                                                05480000
054900       WRITE RO000-RPT-REC.                                       05490000
055000       CALL 'AUDSEAL' USING BY CONTENT 'T' 'SISCHED '             05500000
055100                            BY REFERENCE AU-AUDIT-REC.            05510000
055200       WRITE AU-AUDIT-REC.                                        05520000
055300       CLOSE SI-FILE TO000-TXN-FILE TL000-LETR-FILE               05530000
055400             AUDIT-FILE RO000-RPT-FILE.                           05540000
055500       IF C01W-FST-SIRTOK OR C01W-FST-SIRTEOF                     05550000
055600          CLOSE RS000-SIRTN-FILE                                  05560000
055700       END-IF.                                                    05570000
055800       DISPLAY "INSTRUCTIONS READ: " W09-SI-CNT.                  05580000
055900       DISPLAY "TXNS GENERATED   : " W09-GEN-CNT.                 05590000
056000       DISPLAY "RETURNS READ     : " W09-RTN-CNT.                 05600000
056100       DISPLAY "RETRIES          : " W09-RETRY-CNT.               05610000
056200       DISPLAY "SUSPENDED        : " W09-SUSP-CNT.                05620000
056300       DISPLAY "ENDED            : " W09-END-CNT.                 05630000
056400       DISPLAY "RETURNS IGNORED  : " W09-IGN-CNT.                 05640000
056500       IF W09-SUSP-CNT > 0 OR W09-IGN-CNT > 0                     05650000
056600          MOVE 4 TO RETURN-CODE                                   05660000
056700       END-IF.                                                    05670000
056750       PERFORM 6100-RUNSTAT-PARA THRU 6100-RUNSTAT-EXIT.          05675001
056800 6000-CLOSE-EXIT.                                                 05680000
056900       EXIT.                                                      05690000
056902 6100-RUNSTAT-PARA.                                               05690201
056904*      A RUNSTATS FAILURE IS REPORTED BUT DOES NOT FAIL THE RUN.  05690401
056906       OPEN EXTEND ST000-STAT-FILE.                               05690601
056908       IF NOT C01W-FST-STATOK                                     05690801
056910          DISPLAY "RUNSTATS OPEN ERR " W01-FST-STAT               05691001
056912          GO TO 6100-RUNSTAT-EXIT                                 05691201
056914       END-IF.                                                    05691401
056916       MOVE SPACES TO RS-RUNSTAT-REC.                             05691601
056918       MOVE 'SISCHED' TO RS-PGM-NAME.                             05691801
056920       ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.                     05692001
056922       ACCEPT RS-RUN-TIME FROM TIME.                              05692201
056924       ADD W09-RTN-CNT W09-SI-CNT GIVING RS-READ-CNT.             05692401
056926       MOVE W09-GEN-CNT TO RS-WRITE-CNT.                          05692601
056928       ADD W09-SUSP-CNT W09-IGN-CNT GIVING RS-REJ-CNT.            05692801
056930       MOVE RETURN-CODE TO RS-RETURN-CD.                          05693001
056932       WRITE RS-RUNSTAT-REC.                                      05693201
056934       IF NOT C01W-FST-STATOK                                     05693401
056936          DISPLAY "RUNSTATS WRITE ERR " W01-FST-STAT              05693601
056938       END-IF.                                                    05693801
056940       CLOSE ST000-STAT-FILE.                                     05694001
056942 6100-RUNSTAT-EXIT.                                               05694201
056944       EXIT.                                                      05694401
057000 7000-IMAGE-SI.                                                   05700000
057100       MOVE SPACES TO W02-AUD-FIELD.                              05710000
057200       MOVE SI-TXN-TYPE TO W02-IMG-TYPE.                          05720000
057300       MOVE SI-TARGET-ID TO W02-IMG-TARGET.                       05730000
057400       MOVE SI-AMOUNT TO W02-IMG-AMOUNT.                          05740000
057500       MOVE SI-FREQ TO W02-IMG-FREQ.                              05750000
057600       MOVE SI-NEXT-DUE TO W02-IMG-NEXT.                          05760000
057700       MOVE SI-END-DATE TO W02-IMG-END.                           05770000
057800       MOVE SI-SI-STATUS TO W02-IMG-STATUS.                       05780000
057900       MOVE SI-RETRY-CNT TO W02-IMG-RETRY.                        05790000
058000 7000-IMAGE-EXIT.                                                 05800000
058100       EXIT.                                                      05810000
058200 7100-REWRITE-SI.                                                 05820000
058300*      ROUTINE NEXT-DUE ROLLS ARE NOT AUDITED - ONLY RETRIES,     05830000
058400*      SUSPENSIONS AND ENDINGS.                                   05840000
058500       REWRITE SI-SI-REC.                                         05850000
058600       IF NOT C01W-FST-SIOK                                       05860000
058700          DISPLAY "SI KSDS REWRITE ERR " W01-FST-SI               05870000
058800          MOVE 30 TO RETURN-CODE                                  05880000
058900          STOP RUN                                                05890000
059000       END-IF.                                                    05900000
059100       IF W02-AUD-FIELD = "RETRY" OR W02-AUD-FIELD = "SISTATUS"   05910000
059200          MOVE W02-AUD-FIELD TO AU-FIELD-ID                       05920000
059300          MOVE 'U' TO AU-ACTION                                   05930000
059400          PERFORM 7000-IMAGE-SI THRU 7000-IMAGE-EXIT              05940000
059500          MOVE W02-SI-IMAGE TO AU-NEW-VALUE                       05950000
059600          PERFORM 7200-AUDIT-WRITE THRU 7200-AUDIT-EXIT           05960000
059700       END-IF.                                                    05970000
059800 7100-REWRITE-EXIT.                                               05980000
059900       EXIT.                                                      05990000
060000 7200-AUDIT-WRITE.                                                06000000
060100       MOVE 'SIKSDS' TO AU-FILE-ID.                               06010000
060200       MOVE SI-SI-KEY TO AU-REC-KEY.                              06020000
060300       ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                     06030000
060400       ACCEPT AU-CHG-TIME FROM TIME.                              06040000
060500       CALL 'OPERSUB' USING AU-OPER-ID.                           06050000
060600       CALL 'AUDSEAL' USING BY CONTENT 'D' 'SISCHED '             06060000
060700                            BY REFERENCE AU-AUDIT-REC.            06070000
060800       WRITE AU-AUDIT-REC.                                        06080000
060900       IF NOT C01W-FST-AUDOK                                      06090000
061000          DISPLAY "AUDIT LOG WRITE FAILED CODE = " W01-FST-AUD    06100000
061100       END-IF.                                                    06110000
061200 7200-AUDIT-EXIT.                                                 06120000
061300       EXIT.                                                      06130000
061400 9500-SQL-ERROR-PARA.                                             06140000
061500      CALL 'SQLERRS' USING W02-SQLERR-PGM                         06150000
061600           W99-ERR-PARA W99-ERR-DESC SQLCA.                       06160000
061700 9500-SQL-ERROR-EXIT.                                             06170000
061800      EXIT.                                                       06180000
