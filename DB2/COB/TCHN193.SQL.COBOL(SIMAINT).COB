000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. SIMAINT.                                             00020000
000300***************************************************************** 00030000
000400* TABLES USED : EXP_OUT (CUSTOMER ACCOUNT EXTRACT D2A BUILDS)     00040000
000500* INPUT FILE  : STANDING INSTRUCTION TRANSACTIONS (DDIP)          00050000
000600* OUTPUT FILE : STANDING INSTRUCTION KSDS (DDSIKS, I-O), SHARED   00060000
000700*               AUDIT LOG (DDAUDIT), RUN REPORT (DDRPT)           00070000
000800* PRG DESC    : MAINTAINS THE STANDING INSTRUCTIONS SISCHED       00080000
000900*               TURNS INTO DAILY TXNPOST TRANSACTIONS.            00090000
001000*               CARD - COL 1 OPERATION, 2-6 CUST-ID, 7-9          00100000
001100*               INSTRUCTION NO, 10 TYPE (T/D/W), 11-15 TARGET     00110000
001200*               CUST-ID (TRANSFERS ONLY), 16-22 AMOUNT            00120000
001300*               (9(5)V99), 23 FREQUENCY (W/F/M/Q/A), 24-31        00130000
001400*               DATE (YYYYMMDD), 32-39 END DATE (YYYYMMDD).       00140000
001500*               A = ADD - ALL FIELDS BUT END DATE REQUIRED;       00150000
001600*                   THE DATE IS THE FIRST DUE DATE.               00160000
001700*               U = UPDATE - A NON-BLANK TARGET, AMOUNT,          00170000
001800*                   FREQUENCY OR DATE (NEXT DUE) REPLACES THE     00180000
001900*                   CURRENT ONE; A NUMERIC END DATE REPLACES      00190000
002000*                   IT (ZEROS = NO END DATE).                     00200000
002100*               X = CANCEL THE INSTRUCTION.                       00210000
002200*               R = RESUME A SUSPENDED INSTRUCTION FROM THE       00220000
002300*                   DATE GIVEN (BLANK = TODAY).                   00230000
002400*               THE ACCOUNT, AND FOR A TRANSFER THE TARGET,       00240000
002500*               MUST BE ON EXP_OUT AND NOT CLOSED.  EVERY         00250000
002600*               CHANGE WRITES AN AUDIT ENTRY IN THE SHARED        00260000
002700*               AUDITREC SHAPE - REC-KEY IS CUST-ID + INSTR-NO,   00270000
002800*               OLD / NEW VALUE THE INSTRUCTION IMAGE.            00280000
002900* AUTHOR      : BOOSAN                                            00290000
003000* CREATED ON  : 15 OCT 2026                                       00300000
003100***************************************************************** 00310000
003200 ENVIRONMENT DIVISION.                                            00320000
003300 INPUT-OUTPUT SECTION.                                            00330000
003400 FILE-CONTROL.                                                    00340000
003500      SELECT TI000-TXN-FILE ASSIGN TO DDIP                        00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS IS W01-FST-TXN.                                 00380000
003900*                                                                 00390000
004000      SELECT SI-FILE ASSIGN TO DDSIKS                             00400000
004100      ORGANIZATION IS INDEXED                                     00410000
004200      ACCESS MODE IS RANDOM                                       00420000
004300      RECORD KEY IS SI-SI-KEY                                     00430000
004400      FILE STATUS IS W01-FST-SI.                                  00440000
004500*                                                                 00450000
004600      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00460000
004700      ORGANIZATION IS SEQUENTIAL                                  00470000
004800      ACCESS MODE IS SEQUENTIAL                                   00480000
004900      FILE STATUS IS W01-FST-AUD.                                 00490000
005000*                                                                 00500000
005100      SELECT RO000-RPT-FILE ASSIGN TO DDRPT                       00510000
005200      ORGANIZATION IS SEQUENTIAL                                  00520000
005300      ACCESS MODE IS SEQUENTIAL                                   00530000
005400      FILE STATUS IS W01-FST-RPT.                                 00540000
005500*                                                                 00550000
005600 DATA DIVISION.                                                   00560000
005700 FILE SECTION.                                                    00570000
005800 FD TI000-TXN-FILE RECORDING MODE IS F.                           00580000
005900 01 TI000-TXN-REC.                                                00590000
006000     05 TI000-OP          PIC X.                                  00600000
006100     05 TI000-CUST-ID     PIC X(5).                               00610000
006200     05 TI000-INSTR-NO    PIC X(3).                               00620000
006300     05 TI000-TXN-TYPE    PIC X.                                  00630000
006400     05 TI000-TARGET-ID   PIC X(5).                               00640000
006500     05 TI000-AMOUNT      PIC X(7).                               00650000
006600     05 TI000-AMOUNT-N REDEFINES TI000-AMOUNT PIC 9(5)V99.        00660000
006700     05 TI000-FREQ        PIC X.                                  00670000
006800     05 TI000-DATE        PIC X(8).                               00680000
006900     05 TI000-END-DATE    PIC X(8).                               00690000
007000     05 FILLER            PIC X(41).                              00700000
007100 FD SI-FILE.                                                      00710000
007200 COPY SIREC REPLACING ==:SIN:== BY ==SI==.                        00720000
007300 FD AUDIT-FILE RECORDING MODE IS F.                               00730000
007400 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00740000
007500 FD RO000-RPT-FILE RECORDING MODE IS F.                           00750000
007600 01 RO000-RPT-REC PIC X(80).                                      00760000
007700 WORKING-STORAGE SECTION.                                         00770000
007800      EXEC SQL                                                    00780000
007900        INCLUDE SQLCA                                             00790000
008000      END-EXEC.                                                   00800000
008100 01 W01-HOST-VARS.                                                00810000
008200      05 HV-CUST-ID    PIC X(5).                                  00820000
008300      05 HV-ACC-STATUS PIC X(1).                                  00830000
008400 01 W01-G-ERROR-VAR.                                              00840000
008500      05 W01-FST-TXN           PIC XX.                            00850000
008600         88 C01W-FST-TXNOK     VALUE "00".                        00860000
008700         88 C01W-FST-TXNEOF    VALUE "10".                        00870000
008800      05 W01-FST-SI            PIC XX.                            00880000
008900         88 C01W-FST-SIOK      VALUE "00".                        00890000
009000         88 C01W-FST-SIDUP     VALUE "22".                        00900000
009100         88 C01W-FST-SINF      VALUE "23".                        00910000
009200      05 W01-FST-AUD           PIC XX.                            00920000
009300         88 C01W-FST-AUDOK     VALUE "00".                        00930000
009400      05 W01-FST-RPT           PIC XX.                            00940000
009500         88 C01W-FST-RPTOK     VALUE "00".                        00950000
009600      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   00960000
009700         88 C01W-SQL-SUCCESS   VALUE +000.                        00970000
009800         88 C01W-SQL-RECNF     VALUE +100.                        00980000
009900 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               00990000
010000 01 W02-WORK-FIELDS.                                              01000000
010100     05 W02-REASON      PIC X(30) VALUE SPACES.                   01010000
010200     05 W02-ACCT-SW     PIC X VALUE 'N'.                          01020000
010300        88 ACCT-OPEN    VALUE 'Y'.                                01030000
010400        88 ACCT-CLOSED  VALUE 'C'.                                01040000
010500        88 ACCT-MISSING VALUE 'N'.                                01050000
010600     05 W02-DATE-SW     PIC X VALUE 'N'.                          01060000
010700        88 DATE-VALID   VALUE 'Y'.                                01070000
010800     05 W02-CHK-DATE    PIC X(8).                                 01080000
010900     05 W02-CHK-DATE-N REDEFINES W02-CHK-DATE.                    01090000
011000        10 W02-CHK-YYYY PIC 9(4).                                 01100000
011100        10 W02-CHK-MM   PIC 9(2).                                 01110000
011200        10 W02-CHK-DD   PIC 9(2).                                 01120000
011300     05 W02-CHK-NUM REDEFINES W02-CHK-DATE PIC 9(8).              01130000
011400 01 W02-SI-IMAGE.                                                 01140000
011500     05 W02-IMG-TYPE    PIC X.                                    01150000
011600     05 FILLER          PIC X VALUE SPACE.                        01160000
011700     05 W02-IMG-TARGET  PIC X(5).                                 01170000
011800     05 FILLER          PIC X VALUE SPACE.                        01180000
011900     05 W02-IMG-AMOUNT  PIC 9(5)V99.                              01190000
012000     05 FILLER          PIC X VALUE SPACE.                        01200000
012100     05 W02-IMG-FREQ    PIC X.                                    01210000
012200     05 FILLER          PIC X VALUE SPACE.                        01220000
012300     05 W02-IMG-NEXT    PIC 9(8).                                 01230000
012400     05 FILLER          PIC X VALUE SPACE.                        01240000
012500     05 W02-IMG-END     PIC 9(8).                                 01250000
012600     05 FILLER          PIC X VALUE SPACE.                        01260000
012700     05 W02-IMG-STATUS  PIC X.                                    01270000
012800 01 W09-CNTRS.                                                    01280000
012900     05 W09-TXN-CNT    PIC 9(6) VALUE ZEROS.                      01290000
013000     05 W09-ADD-CNT    PIC 9(6) VALUE ZEROS.                      01300000
013100     05 W09-UPD-CNT    PIC 9(6) VALUE ZEROS.                      01310000
013200     05 W09-CAN-CNT    PIC 9(6) VALUE ZEROS.                      01320000
013300     05 W09-RES-CNT    PIC 9(6) VALUE ZEROS.                      01330000
013400     05 W09-REJ-CNT    PIC 9(6) VALUE ZEROS.                      01340000
013500 01 W99-ERROR-REC.                                                01350000
013600      05 W99-ERR-PARA     PIC X(30).                              01360000
013700      05 W99-ERR-DESC     PIC X(30).                              01370000
013800      05 W99-ERR-CODE     PIC X(7).                               01380000
013900 01 W02-SQLERR-PGM PIC X(8) VALUE 'SIMAINT'.                      01390000
014000 PROCEDURE DIVISION.                                              01400000
014100 0000-MAIN-PARA.                                                  01410000
014200       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01420000
014300       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01430000
014400       PERFORM 3000-PRCS-TXNS THRU 3000-PRCS-EXIT                 01440000
014500           UNTIL C01W-FST-TXNEOF.                                 01450000
014600       PERFORM 4000-CLOSE-PARA THRU 4000-CLOSE-EXIT.              01460000
014700       STOP RUN.                                                  01470000
014800 0000-MAIN-EXIT.                                                  01480000
014900       EXIT.                                                      01490000
015000 2000-OPEN-PARA.                                                  01500000
015100       OPEN INPUT TI000-TXN-FILE.                                 01510000
015200       IF NOT C01W-FST-TXNOK                                      01520000
015300          DISPLAY "TXN FILE OPEN ERR " W01-FST-TXN                01530000
015400          MOVE 30 TO RETURN-CODE                                  01540000
015500          STOP RUN                                                01550000
015600       END-IF.                                                    01560000
015700       OPEN I-O SI-FILE.                                          01570000
015800       IF NOT C01W-FST-SIOK                                       01580000
015900          DISPLAY "SI KSDS OPEN ERR " W01-FST-SI                  01590000
016000          MOVE 30 TO RETURN-CODE                                  01600000
016100          STOP RUN                                                01610000
016200       END-IF.                                                    01620000
016300       OPEN EXTEND AUDIT-FILE.                                    01630000
016400       IF NOT C01W-FST-AUDOK                                      01640000
016500          DISPLAY "AUDIT FILE OPEN ERR " W01-FST-AUD              01650000
016600          MOVE 30 TO RETURN-CODE                                  01660000
016700          STOP RUN                                                01670000
016800       END-IF.                                                    01680000
016900       CALL 'AUDSEAL' USING BY CONTENT 'H' 'SIMAINT '             01690000
017000                            BY REFERENCE AU-AUDIT-REC.            01700000
017100       WRITE AU-AUDIT-REC.                                        01710000
017200       OPEN OUTPUT RO000-RPT-FILE.                                01720000
017300       IF NOT C01W-FST-RPTOK                                      01730000
017400          DISPLAY "REPORT FILE OPEN ERR " W01-FST-RPT             01740000
017500          MOVE 30 TO RETURN-CODE                                  01750000
017600          STOP RUN                                                01760000
017700       END-IF.                                                    01770000
017800 2000-OPEN-EXIT.                                                  01780000
017900       EXIT.                                                      01790000
018000 3000-PRCS-TXNS.                                                  01800000
018100       READ TI000-TXN-FILE.                                       01810000
018200       EVALUATE TRUE                                              01820000
018300         WHEN C01W-FST-TXNOK                                      01830000
018400           ADD 1 TO W09-TXN-CNT                                   01840000
018500           PERFORM 3050-WORK-ONE-TXN THRU 3050-WORK-EXIT          01850000
018600         WHEN C01W-FST-TXNEOF                                     01860000
018700           CONTINUE                                               01870000
018800         WHEN OTHER                                               01880000
018900           DISPLAY "TXN FILE READ ERR " W01-FST-TXN               01890000
019000           MOVE 30 TO RETURN-CODE                                 01900000
019100           STOP RUN                                               01910000
019200       END-EVALUATE.                                              01920000
019300 3000-PRCS-EXIT.                                                  01930000
019400       EXIT.                                                      01940000
019500 3050-WORK-ONE-TXN.                                               01950000
019600       IF TI000-CUST-ID = SPACES OR TI000-INSTR-NO = SPACES       01960000
019700          MOVE "CUST-ID AND INSTR-NO REQUIRED" TO W02-REASON      01970000
019800          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           01980000
019900          GO TO 3050-WORK-EXIT                                    01990000
020000       END-IF.                                                    02000000
020100       EVALUATE TI000-OP                                          02010000
020200         WHEN 'A'                                                 02020000
020300           PERFORM 3100-ADD-SI THRU 3100-ADD-EXIT                 02030000
020400         WHEN 'U'                                                 02040000
020500           PERFORM 3200-UPDATE-SI THRU 3200-UPDATE-EXIT           02050000
020600         WHEN 'X'                                                 02060000
020700           PERFORM 3300-CANCEL-SI THRU 3300-CANCEL-EXIT           02070000
020800         WHEN 'R'                                                 02080000
020900           PERFORM 3400-RESUME-SI THRU 3400-RESUME-EXIT           02090000
021000         WHEN OTHER                                               02100000
021100           MOVE "INVALID OPERATION" TO W02-REASON                 02110000
021200           PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT          02120000
021300       END-EVALUATE.                                              02130000
021400 3050-WORK-EXIT.                                                  02140000
021500       EXIT.                                                      02150000
021600 3100-ADD-SI.                                                     02160000
021700       MOVE TI000-CUST-ID TO HV-CUST-ID.                          02170000
021800       PERFORM 3500-CHECK-ACCOUNT THRU 3500-CHECK-EXIT.           02180000
021900       IF NOT ACCT-OPEN                                           02190000
022000          MOVE "ACCOUNT MISSING OR CLOSED" TO W02-REASON          02200000
022100          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           02210000
022200          GO TO 3100-ADD-EXIT                                     02220000
022300       END-IF.                                                    02230000
022400       IF TI000-AMOUNT NOT NUMERIC OR TI000-AMOUNT-N = ZEROS      02240000
022500          MOVE "AMOUNT MISSING OR INVALID" TO W02-REASON          02250000
022600          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           02260000
022700          GO TO 3100-ADD-EXIT                                     02270000
022800       END-IF.                                                    02280000
022900       MOVE SPACES TO SI-SI-REC.                                  02290000
023000       MOVE TI000-FREQ TO SI-FREQ.                                02300000
023100       IF NOT SI-FREQ-VALID                                       02310000
023200          MOVE "FREQUENCY MUST BE W F M Q OR A" TO W02-REASON     02320000
023300          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           02330000
023400          GO TO 3100-ADD-EXIT                                     02340000
023500       END-IF.                                                    02350000
023600       MOVE TI000-DATE TO W02-CHK-DATE.                           02360000
023700       PERFORM 3600-CHECK-DATE THRU 3600-CHECK-EXIT.              02370000
023800       IF NOT DATE-VALID                                          02380000
023900          MOVE "FIRST DUE DATE INVALID" TO W02-REASON             02390000
024000          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           02400000
024100          GO TO 3100-ADD-EXIT                                     02410000
024200       END-IF.                                                    02420000
024300       MOVE TI000-DATE TO SI-START-DATE SI-NEXT-DUE.              02430000
024400       MOVE ZEROS TO SI-END-DATE.                                 02440000
024500       IF TI000-END-DATE NOT = SPACES                             02450000
024600          MOVE TI000-END-DATE TO W02-CHK-DATE                     02460000
024700          PERFORM 3600-CHECK-DATE THRU 3600-CHECK-EXIT            02470000
024800          IF NOT DATE-VALID OR TI000-END-DATE < TI000-DATE        02480000
024900             MOVE "END DATE INVALID" TO W02-REASON                02490000
025000             PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT        02500000
025100             GO TO 3100-ADD-EXIT                                  02510000
025200          END-IF                                                  02520000
025300          MOVE TI000-END-DATE TO SI-END-DATE                      02530000
025400       END-IF.                                                    02540000
025500       MOVE TI000-TXN-TYPE TO SI-TXN-TYPE.                        02550000
025600       EVALUATE TRUE                                              02560000
025700         WHEN SI-TRANSFER                                         02570000
025800           MOVE TI000-TARGET-ID TO SI-TARGET-ID                   02580000
025900           PERFORM 3550-CHECK-TARGET THRU 3550-CHECK-EXIT         02590000
026000           IF W02-REASON NOT = SPACES                             02600000
026100              PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT       02610000
026200              GO TO 3100-ADD-EXIT                                 02620000
026300           END-IF                                                 02630000
026400         WHEN SI-DEPOSIT                                          02640000
026500         WHEN SI-PAYMENT                                          02650000
026600           MOVE SPACES TO SI-TARGET-ID                            02660000
026700         WHEN OTHER                                               02670000
026800           MOVE "TYPE MUST BE T D OR W" TO W02-REASON             02680000
026900           PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT          02690000
027000           GO TO 3100-ADD-EXIT                                    02700000
027100       END-EVALUATE.                                              02710000
027200       MOVE TI000-CUST-ID TO SI-CUST-ID.                          02720000
027300       MOVE TI000-INSTR-NO TO SI-INSTR-NO.                        02730000
027400       MOVE TI000-AMOUNT-N TO SI-AMOUNT.                          02740000
027500       MOVE 'A' TO SI-SI-STATUS.                                  02750000
027600       MOVE ZEROS TO SI-RETRY-CNT SI-RETRY-DATE SI-LAST-GEN-DATE. 02760000
027700       WRITE SI-SI-REC.                                           02770000
027800       EVALUATE TRUE                                              02780000
027900         WHEN C01W-FST-SIOK                                       02790000
028000           ADD 1 TO W09-ADD-CNT                                   02800000
028100           MOVE 'A' TO AU-ACTION                                  02810000
028200           MOVE SPACES TO AU-OLD-VALUE                            02820000
028300           PERFORM 3700-IMAGE-SI THRU 3700-IMAGE-EXIT             02830000
028400           MOVE W02-SI-IMAGE TO AU-NEW-VALUE                      02840000
028500           PERFORM 3800-AUDIT-WRITE THRU 3800-AUDIT-EXIT          02850000
028600         WHEN C01W-FST-SIDUP                                      02860000
028700           MOVE "INSTRUCTION ALREADY EXISTS" TO W02-REASON        02870000
028800           PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT          02880000
028900         WHEN OTHER                                               02890000
029000           DISPLAY "SI KSDS WRITE ERR " W01-FST-SI                02900000
029100           MOVE 30 TO RETURN-CODE                                 02910000
029200           STOP RUN                                               02920000
029300       END-EVALUATE.                                              02930000
029400 3100-ADD-EXIT.                                                   02940000
029500       EXIT.                                                      02950000
029600 3200-UPDATE-SI.                                                  02960000
029700       PERFORM 3450-READ-SI THRU 3450-READ-EXIT.                  02970000
029800       IF W02-REASON NOT = SPACES                                 02980000
029900          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           02990000
030000          GO TO 3200-UPDATE-EXIT                                  03000000
030100       END-IF.                                                    03010000
030200       IF SI-CANCELLED OR SI-ENDED                                03020000
030300          MOVE "INSTRUCTION CANCELLED OR ENDED" TO W02-REASON     03030000
030400          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           03040000
030500          GO TO 3200-UPDATE-EXIT                                  03050000
030600       END-IF.                                                    03060000
030700       PERFORM 3700-IMAGE-SI THRU 3700-IMAGE-EXIT.                03070000
030800       MOVE W02-SI-IMAGE TO AU-OLD-VALUE.                         03080000
030900       IF TI000-TARGET-ID NOT = SPACES                            03090000
031000          IF NOT SI-TRANSFER                                      03100000
031100             MOVE "TARGET ONLY ON A TRANSFER" TO W02-REASON       03110000
031200             PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT        03120000
031300             GO TO 3200-UPDATE-EXIT                               03130000
031400          END-IF                                                  03140000
031500          MOVE TI000-TARGET-ID TO SI-TARGET-ID                    03150000
031600          PERFORM 3550-CHECK-TARGET THRU 3550-CHECK-EXIT          03160000
031700          IF W02-REASON NOT = SPACES                              03170000
031800             PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT        03180000
031900             GO TO 3200-UPDATE-EXIT                               03190000
032000          END-IF                                                  03200000
032100       END-IF.                                                    03210000
032200       IF TI000-AMOUNT NOT = SPACES                               03220000
032300          IF TI000-AMOUNT NOT NUMERIC OR TI000-AMOUNT-N = ZEROS   03230000
032400             MOVE "AMOUNT INVALID" TO W02-REASON                  03240000
032500             PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT        03250000
032600             GO TO 3200-UPDATE-EXIT                               03260000
032700          END-IF                                                  03270000
032800          MOVE TI000-AMOUNT-N TO SI-AMOUNT                        03280000
032900       END-IF.                                                    03290000
033000       IF TI000-FREQ NOT = SPACE                                  03300000
033100          MOVE TI000-FREQ TO SI-FREQ                              03310000
033200          IF NOT SI-FREQ-VALID                                    03320000
033300             MOVE "FREQUENCY MUST BE W F M Q OR A" TO W02-REASON  03330000
033400             PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT        03340000
033500             GO TO 3200-UPDATE-EXIT                               03350000
033600          END-IF                                                  03360000
033700       END-IF.                                                    03370000
033800       IF TI000-DATE NOT = SPACES                                 03380000
033900          MOVE TI000-DATE TO W02-CHK-DATE                         03390000
034000          PERFORM 3600-CHECK-DATE THRU 3600-CHECK-EXIT            03400000
034100          IF NOT DATE-VALID                                       03410000
034200             MOVE "NEXT DUE DATE INVALID" TO W02-REASON           03420000
034300             PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT        03430000
034400             GO TO 3200-UPDATE-EXIT                               03440000
034500          END-IF                                                  03450000
034600          MOVE TI000-DATE TO SI-NEXT-DUE                          03460000
034700       END-IF.                                                    03470000
034800       IF TI000-END-DATE NUMERIC                                  03480000
034900          MOVE TI000-END-DATE TO SI-END-DATE                      03490000
035000       END-IF.                                                    03500000
035100       IF SI-END-DATE NOT = ZEROS AND SI-END-DATE < SI-NEXT-DUE   03510000
035200          MOVE "END DATE BEFORE NEXT DUE DATE" TO W02-REASON      03520000
035300          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           03530000
035400          GO TO 3200-UPDATE-EXIT                                  03540000
035500       END-IF.                                                    03550000
035600       PERFORM 3900-REWRITE-SI THRU 3900-REWRITE-EXIT.            03560000
035700       ADD 1 TO W09-UPD-CNT.                                      03570000
035800 3200-UPDATE-EXIT.                                                03580000
035900       EXIT.                                                      03590000
036000 3300-CANCEL-SI.                                                  03600000
036100       PERFORM 3450-READ-SI THRU 3450-READ-EXIT.                  03610000
036200       IF W02-REASON NOT = SPACES                                 03620000
036300          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           03630000
036400          GO TO 3300-CANCEL-EXIT                                  03640000
036500       END-IF.                                                    03650000
036600       IF SI-CANCELLED                                            03660000
036700          MOVE "INSTRUCTION ALREADY CANCELLED" TO W02-REASON      03670000
036800          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           03680000
036900          GO TO 3300-CANCEL-EXIT                                  03690000
037000       END-IF.                                                    03700000
037100       PERFORM 3700-IMAGE-SI THRU 3700-IMAGE-EXIT.                03710000
037200       MOVE W02-SI-IMAGE TO AU-OLD-VALUE.                         03720000
037300       MOVE 'X' TO SI-SI-STATUS.                                  03730000
037400       PERFORM 3900-REWRITE-SI THRU 3900-REWRITE-EXIT.            03740000
037500       ADD 1 TO W09-CAN-CNT.                                      03750000
037600 3300-CANCEL-EXIT.                                                03760000
037700       EXIT.                                                      03770000
037800 3400-RESUME-SI.                                                  03780000
037900       PERFORM 3450-READ-SI THRU 3450-READ-EXIT.                  03790000
038000       IF W02-REASON NOT = SPACES                                 03800000
038100          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           03810000
038200          GO TO 3400-RESUME-EXIT                                  03820000
038300       END-IF.                                                    03830000
038400       IF NOT SI-SUSPENDED                                        03840000
038500          MOVE "INSTRUCTION NOT SUSPENDED" TO W02-REASON          03850000
038600          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           03860000
038700          GO TO 3400-RESUME-EXIT                                  03870000
038800       END-IF.                                                    03880000
038900       MOVE SI-CUST-ID TO HV-CUST-ID.                             03890000
039000       PERFORM 3500-CHECK-ACCOUNT THRU 3500-CHECK-EXIT.           03900000
039100       IF NOT ACCT-OPEN                                           03910000
039200          MOVE "ACCOUNT MISSING OR CLOSED" TO W02-REASON          03920000
039300          PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT           03930000
039400          GO TO 3400-RESUME-EXIT                                  03940000
039500       END-IF.                                                    03950000
039600       PERFORM 3700-IMAGE-SI THRU 3700-IMAGE-EXIT.                03960000
039700       MOVE W02-SI-IMAGE TO AU-OLD-VALUE.                         03970000
039800*      THE PAYMENTS MISSED WHILE SUSPENDED ARE NOT MADE UP -      03980000
039900*      THE INSTRUCTION STARTS AGAIN FROM THE RESUME DATE.         03990000
040000       IF TI000-DATE = SPACES                                     04000000
040100          MOVE W01-TODAY TO SI-NEXT-DUE                           04010000
040200       ELSE                                                       04020000
040300          MOVE TI000-DATE TO W02-CHK-DATE                         04030000
040400          PERFORM 3600-CHECK-DATE THRU 3600-CHECK-EXIT            04040000
040500          IF NOT DATE-VALID                                       04050000
040600             MOVE "RESUME DATE INVALID" TO W02-REASON             04060000
040700             PERFORM 3950-REJECT-TXN THRU 3950-REJECT-EXIT        04070000
040800             GO TO 3400-RESUME-EXIT                               04080000
040900          END-IF                                                  04090000
041000          MOVE TI000-DATE TO SI-NEXT-DUE                          04100000
041100       END-IF.                                                    04110000
041200       MOVE 'A' TO SI-SI-STATUS.                                  04120000
041300       MOVE ZEROS TO SI-RETRY-CNT SI-RETRY-DATE.                  04130000
041400       PERFORM 3900-REWRITE-SI THRU 3900-REWRITE-EXIT.            04140000
041500       ADD 1 TO W09-RES-CNT.                                      04150000
041600 3400-RESUME-EXIT.                                                04160000
041700       EXIT.                                                      04170000
041800 3450-READ-SI.                                                    04180000
041900       MOVE SPACES TO W02-REASON.                                 04190000
042000       MOVE TI000-CUST-ID TO SI-CUST-ID.                          04200000
042100       MOVE TI000-INSTR-NO TO SI-INSTR-NO.                        04210000
042200       READ SI-FILE.                                              04220000
042300       EVALUATE TRUE                                              04230000
042400         WHEN C01W-FST-SIOK                                       04240000
042500           CONTINUE                                               04250000
042600         WHEN C01W-FST-SINF                                       04260000
042700           MOVE "INSTRUCTION NOT FOUND" TO W02-REASON             04270000
042800         WHEN OTHER                                               04280000
042900           DISPLAY "SI KSDS READ ERR " W01-FST-SI                 04290000
043000           MOVE 30 TO RETURN-CODE                                 04300000
043100           STOP RUN                                               04310000
043200       END-EVALUATE.                                              04320000
043300 3450-READ-EXIT.                                                  04330000
043400       EXIT.                                                      04340000
043500 3500-CHECK-ACCOUNT.                                              04350000
043600       MOVE 'N' TO W02-ACCT-SW.                                   04360000
043700       EXEC SQL                                                   04370000
043800         SELECT ACC_STATUS                                        04380000
043900           INTO :HV-ACC-STATUS                                    04390000
044000           FROM EXP_OUT                                           04400000
044100          WHERE CUST_ID = :HV-CUST-ID                             04410000
044200       END-EXEC.                                                  04420000
044300       MOVE SQLCODE TO W01-SQLCODE.                               04430000
044400       EVALUATE TRUE                                              04440000
044500         WHEN C01W-SQL-SUCCESS                                    04450000
044600           IF HV-ACC-STATUS = 'C'                                 04460000
044700              MOVE 'C' TO W02-ACCT-SW                             04470000
044800           ELSE                                                   04480000
044900              MOVE 'Y' TO W02-ACCT-SW                             04490000
045000           END-IF                                                 04500000
045100         WHEN C01W-SQL-RECNF                                      04510000
045200           CONTINUE                                               04520000
045300         WHEN OTHER                                               04530000
045400           MOVE "3500-CHECK-ACCOUNT" TO W99-ERR-PARA              04540000
045500           MOVE " READING EXP_OUT" TO W99-ERR-DESC                04550000
045600           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   04560000
045700           STOP RUN                                               04570000
045800       END-EVALUATE.                                              04580000
045900 3500-CHECK-EXIT.                                                 04590000
046000       EXIT.                                                      04600000
046100 3550-CHECK-TARGET.                                               04610000
046200       MOVE SPACES TO W02-REASON.                                 04620000
046300       IF SI-TARGET-ID = SPACES OR SI-TARGET-ID = TI000-CUST-ID   04630000
046400          MOVE "TARGET MISSING OR SAME ACCOUNT" TO W02-REASON     04640000
046500          GO TO 3550-CHECK-EXIT                                   04650000
046600       END-IF.                                                    04660000
046700       MOVE SI-TARGET-ID TO HV-CUST-ID.                           04670000
046800       PERFORM 3500-CHECK-ACCOUNT THRU 3500-CHECK-EXIT.           04680000
046900       IF NOT ACCT-OPEN                                           04690000
047000          MOVE "TARGET MISSING OR CLOSED" TO W02-REASON           04700000
047100       END-IF.                                                    04710000
047200 3550-CHECK-EXIT.                                                 04720000
047300       EXIT.                                                      04730000
047400 3600-CHECK-DATE.                                                 04740000
047500       MOVE 'N' TO W02-DATE-SW.                                   04750000
047600       IF W02-CHK-DATE NUMERIC                                    04760000
047700          IF W02-CHK-YYYY > 1900                                  04770000
047800             AND FUNCTION TEST-DATE-YYYYMMDD(W02-CHK-NUM) = 0     04780000
047900             MOVE 'Y' TO W02-DATE-SW                              04790000
048000          END-IF                                                  04800000
048100       END-IF.                                                    04810000
048200 3600-CHECK-EXIT.                                                 04820000
048300       EXIT.                                                      04830000
048400 3700-IMAGE-SI.                                                   04840000
048500       MOVE SI-TXN-TYPE TO W02-IMG-TYPE.                          04850000
048600       MOVE SI-TARGET-ID TO W02-IMG-TARGET.                       04860000
048700       MOVE SI-AMOUNT TO W02-IMG-AMOUNT.                          04870000
048800       MOVE SI-FREQ TO W02-IMG-FREQ.                              04880000
048900       MOVE SI-NEXT-DUE TO W02-IMG-NEXT.                          04890000
049000       MOVE SI-END-DATE TO W02-IMG-END.                           04900000
049100       MOVE SI-SI-STATUS TO W02-IMG-STATUS.                       04910000
049200 3700-IMAGE-EXIT.                                                 04920000
049300       EXIT.                                                      04930000
049400 3800-AUDIT-WRITE.                                                04940000
049500       MOVE 'SIKSDS' TO AU-FILE-ID.                               04950000
049600       MOVE SI-SI-KEY TO AU-REC-KEY.                              04960000
049700       MOVE 'STNDINST' TO AU-FIELD-ID.                            04970000
049800       ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                     04980000
049900       ACCEPT AU-CHG-TIME FROM TIME.                              04990000
050000       CALL 'OPERSUB' USING AU-OPER-ID.                           05000000
050100       CALL 'AUDSEAL' USING BY CONTENT 'D' 'SIMAINT '             05010000
050200                            BY REFERENCE AU-AUDIT-REC.            05020000
050300       WRITE AU-AUDIT-REC.                                        05030000
050400       IF NOT C01W-FST-AUDOK                                      05040000
050500          DISPLAY "AUDIT LOG WRITE FAILED CODE = " W01-FST-AUD    05050000
050600       END-IF.                                                    05060000
050700 3800-AUDIT-EXIT.                                                 05070000
050800       EXIT.                                                      05080000
050900 3900-REWRITE-SI.                                                 05090000
051000       REWRITE SI-SI-REC.                                         05100000
051100       IF NOT C01W-FST-SIOK                                       05110000
051200          DISPLAY "SI KSDS REWRITE ERR " W01-FST-SI               05120000
051300          MOVE 30 TO RETURN-CODE                                  05130000
051400          STOP RUN                                                05140000
051500       END-IF.                                                    05150000
051600       MOVE 'U' TO AU-ACTION.                                     05160000
051700       PERFORM 3700-IMAGE-SI THRU 3700-IMAGE-EXIT.                05170000
051800       MOVE W02-SI-IMAGE TO AU-NEW-VALUE.                         05180000
051900       PERFORM 3800-AUDIT-WRITE THRU 3800-AUDIT-EXIT.             05190000
052000 3900-REWRITE-EXIT.                                               05200000
052100       EXIT.                                                      05210000
052200 3950-REJECT-TXN.                                                 05220000
052300       ADD 1 TO W09-REJ-CNT.                                      05230000
052400       MOVE SPACES TO RO000-RPT-REC.                              05240000
052500       STRING "REJECTED: " TI000-TXN-REC(1:39) " "                05250000
052600              W02-REASON                                          05260000
052700          DELIMITED BY SIZE INTO RO000-RPT-REC                    05270000
052800       END-STRING.                                                05280000
052900       WRITE RO000-RPT-REC.                                       05290000
053000       MOVE SPACES TO W02-REASON.                                 05300000
053100 3950-REJECT-EXIT.                                                05310000
053200       EXIT.                                                      05320000
053300 4000-CLOSE-PARA.                                                 05330000
053400       MOVE SPACES TO RO000-RPT-REC.                              05340000
053500       STRING "TXNS=" W09-TXN-CNT                                 05350000
053600              " ADDED=" W09-ADD-CNT                               05360000
053700              " UPDATED=" W09-UPD-CNT                             05370000
053800              " CANCELLED=" W09-CAN-CNT                           05380000
053900              " RESUMED=" W09-RES-CNT                             05390000
054000              " REJECTED=" W09-REJ-CNT                            05400000
054100          DELIMITED BY SIZE INTO RO000-RPT-REC                    05410000
054200       END-STRING.                                                05420000
054300       WRITE RO000-RPT-REC.                                       05430000
054400       CALL 'AUDSEAL' USING BY CONTENT 'T' 'SIMAINT '             05440000
054500                            BY REFERENCE AU-AUDIT-REC.            05450000
054600       WRITE AU-AUDIT-REC.                                        05460000
054700       CLOSE TI000-TXN-FILE SI-FILE AUDIT-FILE RO000-RPT-FILE.    05470000
054800       DISPLAY "TXNS READ        : " W09-TXN-CNT.                 05480000
054900       DISPLAY "ADDED            : " W09-ADD-CNT.                 05490000
055000       DISPLAY "UPDATED          : " W09-UPD-CNT.                 05500000
055100       DISPLAY "CANCELLED        : " W09-CAN-CNT.                 05510000
055200       DISPLAY "RESUMED          : " W09-RES-CNT.                 05520000
055300       DISPLAY "REJECTED         : " W09-REJ-CNT.                 05530000
055400       IF W09-REJ-CNT > 0                                         05540000
055500          MOVE 4 TO RETURN-CODE                                   05550000
055600       END-IF.                                                    05560000
055700 4000-CLOSE-EXIT.                                                 05570000
055800       EXIT.                                                      05580000
055900 9500-SQL-ERROR-PARA.                                             05590000
056000      CALL 'SQLERRS' USING W02-SQLERR-PGM                         05600000
056100           W99-ERR-PARA W99-ERR-DESC SQLCA.                       05610000
056200 9500-SQL-ERROR-EXIT.                                             05620000
056300      EXIT.                                                       05630000
