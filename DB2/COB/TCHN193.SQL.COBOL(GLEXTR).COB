000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. GLEXTR.                                              00020000
000300***************************************************************** 00030000
000400* TABLES USED : TB_MEDBILL (CLAIM AMOUNT AND ADDRESS)             00040000
000500* INPUT FILE  : CLAIMS AUDIT LOG (DDAUDIT), CITY COST CENTRE      00050000
000600*               FILE (DDCCTR), PAYEXTR'S UPDATED INTERFACE        00060000
000700*               SEQUENCE CONTROL (DDSEQ)                          00070000
000800* OUTPUT FILE : GL JOURNAL EXTRACT (DDGLJ), RUN REPORT (DDRPT)    00080000
000900* PRG DESC    : NIGHTLY GENERAL LEDGER JOURNAL FOR PAID MEDICAL   00090000
001000*               CLAIMS SO FINANCE STOPS KEYING THE EXPENSE        00100000
001100*               POSTINGS FROM THE PAYEXTR REPORT.  EVERY CLAIM    00110000
001200*               MOVED TO PAID ON THE RUN DATE (STATUS ENTRIES     00120000
001300*               ON THE AUDIT LOG) DEBITS CLAIMS EXPENSE FOR ITS   00130000
001400*               CITY'S COST CENTRE AND CREDITS BANK CLEARING.     00140000
001500*               EVERY BANK RETURN APPLIED BY PAYRTN THAT DAY      00150000
001600*               (PAID BACK TO APPROVED) REVERSES IT - DEBIT BANK  00160000
001700*               CLEARING, CREDIT CLAIMS EXPENSE.  THE CITY IS     00170000
001800*               FOUND INSIDE CLMADDRESS, THE LONGEST MATCHING     00180000
001900*               CITY ON THE COST CENTRE FILE WINNING; NO MATCH    00190000
002000*               POSTS TO THE UNALLOCATED COST CENTRE.  AMOUNTS    00200000
002100*               ARE THE WHOLE UNITS PAYEXTR REMITS.  THE          00210000
002200*               JOURNAL IS GLJRNL LAYOUT WITH A BALANCED HEADER   00220000
002300*               AND TRAILER.  THE PAID SIDE MUST EQUAL THE COUNT  00230000
002400*               AND TOTAL PAYEXTR REMITTED THE SAME NIGHT (ITS    00240000
002500*               SEQUENCE CONTROL); RC 8 WHEN IT DOES NOT, OR      00250000
002600*               WHEN PAYEXTR HAS NOT RUN FOR THE DATE.  RC 4      00260000
002700*               WHEN A CITY HAS NO COST CENTRE.  THE RUN DATE     00270000
002800*               IS ENTERED AS YYYYMMDD; BLANK MEANS TODAY.        00280000
002900* AUTHOR      : BOOSAN                                            00290000
003000* CREATED ON  : 15 OCT 2026                                       00300000
003100***************************************************************** 00310000
003200 ENVIRONMENT DIVISION.                                            00320000
003300 INPUT-OUTPUT SECTION.                                            00330000
003400 FILE-CONTROL.                                                    00340000
003500      SELECT AUDFILE ASSIGN TO DDAUDIT                            00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS IS W01-AU-STATUS.                               00380000
003900*                                                                 00390000
004000      SELECT CCTRFILE ASSIGN TO DDCCTR                            00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS IS W01-CC-STATUS.                               00430000
004400*                                                                 00440000
004500      SELECT SEQIN ASSIGN TO DDSEQ                                00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS IS W01-SI-STATUS.                               00480000
004900*                                                                 00490000
005000      SELECT GLJFILE ASSIGN TO DDGLJ                              00500000
005100      ORGANIZATION IS SEQUENTIAL                                  00510000
005200      ACCESS MODE IS SEQUENTIAL                                   00520000
005300      FILE STATUS IS W01-GL-STATUS.                               00530000
005400*                                                                 00540000
005500      SELECT RPTFILE ASSIGN TO DDRPT                              00550000
005600      ORGANIZATION IS SEQUENTIAL                                  00560000
005700      ACCESS MODE IS SEQUENTIAL                                   00570000
005800      FILE STATUS IS W01-RP-STATUS.                               00580000
005900 DATA DIVISION.                                                   00590000
006000 FILE SECTION.                                                    00600000
006100 FD AUDFILE RECORDING MODE IS F.                                  00610000
006200 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00620000
006300*  ONE RECORD PER CITY - THE GL COST CENTRE ITS CLAIMS POST TO.   00630000
006400 FD CCTRFILE RECORDING MODE IS F.                                 00640000
006500 01 CC-CCTR-REC.                                                  00650000
006600      05 CC-CITY        PIC X(14).                                00660000
006700      05 CC-COST-CTR    PIC X(6).                                 00670000
006800      05 FILLER         PIC X(60).                                00680000
006900*  PAYEXTR'S SEQUENCE CONTROL - THE LAST REMITTANCE SENT.         00690000
007000 FD SEQIN RECORDING MODE IS F.                                    00700000
007100 01 SI-SEQ-REC.                                                   00710000
007200      05 SI-SEQ-NO      PIC 9(6).                                 00720000
007300      05 SI-LAST-CNT    PIC 9(8).                                 00730000
007400      05 SI-LAST-AMT    PIC 9(11).                                00740000
007500      05 SI-LAST-DATE   PIC 9(8).                                 00750000
007600      05 FILLER         PIC X(47).                                00760000
007700 FD GLJFILE RECORDING MODE IS F.                                  00770000
007800 COPY GLJRNL REPLACING ==:GLJ:== BY ==GL==.                       00780000
007900 FD RPTFILE RECORDING MODE IS F.                                  00790000
008000 01 W01-RPT-REC PIC X(100).                                       00800000
008100 WORKING-STORAGE SECTION.                                         00810000
008200      EXEC SQL                                                    00820000
008300        INCLUDE SQLCA                                             00830000
008400      END-EXEC.                                                   00840000
008500 01 W01-G-ERROR-VAR.                                              00850000
008600      05 W01-AU-STATUS         PIC XX.                            00860000
008700         88 C01W-AU-OK         VALUE '00'.                        00870000
008800         88 C01W-AU-EOF        VALUE '10'.                        00880000
008900      05 W01-CC-STATUS         PIC XX.                            00890000
009000         88 C01W-CC-OK         VALUE '00'.                        00900000
009100         88 C01W-CC-EOF        VALUE '10'.                        00910000
009200      05 W01-SI-STATUS         PIC XX.                            00920000
009300         88 C01W-SI-OK         VALUE '00'.                        00930000
009400      05 W01-GL-STATUS         PIC XX.                            00940000
009500         88 C01W-GL-OK         VALUE '00'.                        00950000
009600      05 W01-RP-STATUS         PIC XX.                            00960000
009700         88 C01W-RP-OK         VALUE '00'.                        00970000
009800      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   00980000
009900         88 C01W-SQL-OK        VALUE +000.                        00990000
010000         88 C01W-SQL-NOTFND    VALUE +100.                        01000000
010100 01 HV-CLMID      PIC S9(9) COMP.                                 01010000
010200 01 HV-LOSSAMT    PIC S9(9)V99 COMP-3.                            01020000
010300 01 HV-IND-LOSS   PIC S9(4) COMP.                                 01030000
010400 01 HV-CLMADDRESS.                                                01040000
010500      49 HV-CLMADDRESS-LEN  PIC S9(4) COMP.                       01050000
010600      49 HV-CLMADDRESS-TEXT PIC X(60).                            01060000
010700 01 HV-IND-ADDRESS PIC S9(4) COMP.                                01070000
010800 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               01080000
010900 01 W02-RUN-WORK.                                                 01090000
011000      05 W02-RUN-X      PIC X(8) VALUE SPACES.                    01100000
011100      05 W02-RUN-DATE   PIC 9(8) VALUE ZEROS.                     01110000
011200      05 W02-RUN-R REDEFINES W02-RUN-DATE.                        01120000
011300         10 W02-RUN-YYYY PIC 9(4).                                01130000
011400         10 W02-RUN-MM   PIC 9(2).                                01140000
011500         10 W02-RUN-DD   PIC 9(2).                                01150000
011600*  LEDGER ACCOUNTS THE JOURNAL POSTS TO.                          01160000
011700 01 W02-GL-ACCTS.                                                 01170000
011800      05 W02-EXP-ACCT   PIC X(10) VALUE '5101000000'.             01180000
011900      05 W02-CLR-ACCT   PIC X(10) VALUE '1109500000'.             01190000
012000      05 W02-CLR-CCTR   PIC X(6)  VALUE '100000'.                 01200000
012100      05 W02-DFLT-CCTR  PIC X(6)  VALUE '999999'.                 01210000
012200      05 W02-GL-SOURCE  PIC X(8)  VALUE 'MEDCLAIM'.               01220000
012300*  CITY COST CENTRES, HELD FOR THE RUN.                           01230000
012400 01 W03-CCTR-CTLS.                                                01240000
012500      05 CC-CNT        PIC 9(4) VALUE 0.                          01250000
012600      05 W03-CC-IDX    PIC 9(4) VALUE 0.                          01260000
012700      05 W03-CC-BEST   PIC 9(4) VALUE 0.                          01270000
012800      05 W03-BEST-LEN  PIC 9(2) VALUE 0.                          01280000
012900      05 W03-TALLY     PIC 9(4) VALUE 0.                          01290000
013000      05 W03-TRIM-SW   PIC X VALUE 'N'.                           01300000
013100         88 CITY-TRIMMED VALUE 'Y'.                               01310000
013200 01 W03-CCTR-TABLE.                                               01320000
013300      05 W03-CC-ENT OCCURS 500 TIMES DEPENDING ON CC-CNT.         01330000
013400         10 W03-CC-CITY   PIC X(14).                              01340000
013500         10 W03-CC-LEN    PIC 9(2).                               01350000
013600         10 W03-CC-CTR    PIC X(6).                               01360000
013700*  THE NIGHT'S POSTINGS - P = CLAIM PAID, R = BANK RETURN.        01370000
013800 01 W04-POST-CTLS.                                                01380000
013900      05 PS-CNT        PIC 9(4) VALUE 0.                          01390000
014000      05 W04-PS-IDX    PIC 9(4) VALUE 0.                          01400000
014100 01 W04-POST-TABLE.                                               01410000
014200      05 W04-PS-ENT OCCURS 2000 TIMES DEPENDING ON PS-CNT.        01420000
014300         10 W04-PS-TYPE   PIC X.                                  01430000
014400         10 W04-PS-CLMID  PIC 9(6).                               01440000
014500         10 W04-PS-CCTR   PIC X(6).                               01450000
014600         10 W04-PS-AMT    PIC 9(9).                               01460000
014700 01 W02-CLAIM-WORK.                                               01470000
014800      05 W02-AU-CLMID   PIC 9(6) VALUE ZEROS.                     01480000
014900      05 W02-PAY-AMT    PIC 9(9) VALUE ZEROS.                     01490000
015000      05 W02-PS-TYPE    PIC X VALUE SPACE.                        01500000
015100         88 C02W-PAID-MOVE   VALUE 'P'.                           01510000
015200         88 C02W-RETURN-MOVE VALUE 'R'.                           01520000
015300      05 W02-DESC       PIC X(20) VALUE SPACES.                   01530000
015400 01 W09-CNTRS.                                                    01540000
015500      05 W09-PAID-CNT  PIC 9(8) VALUE ZEROS.                      01550000
015600      05 W09-PAID-AMT  PIC 9(11) VALUE ZEROS.                     01560000
015700      05 W09-RTN-CNT   PIC 9(8) VALUE ZEROS.                      01570000
015800      05 W09-RTN-AMT   PIC 9(11) VALUE ZEROS.                     01580000
015900      05 W09-NOCC-CNT  PIC 9(6) VALUE ZEROS.                      01590000
016000      05 W09-NOTFND    PIC 9(6) VALUE ZEROS.                      01600000
016100      05 W09-OVERFLOW  PIC 9(6) VALUE ZEROS.                      01610000
016200      05 W09-LINE-CNT  PIC 9(8) VALUE ZEROS.                      01620000
016300      05 W09-DR-TOTAL  PIC 9(13)V99 VALUE ZEROS.                  01630000
016400      05 W09-CR-TOTAL  PIC 9(13)V99 VALUE ZEROS.                  01640000
016500      05 W09-DR-HASH   PIC 9(15) VALUE ZEROS.                     01650000
016600      05 W09-CR-HASH   PIC 9(15) VALUE ZEROS.                     01660000
016700 01 W05-REMIT-CTLS.                                               01670000
016800      05 W05-REM-CNT   PIC 9(8) VALUE ZEROS.                      01680000
016900      05 W05-REM-AMT   PIC 9(11) VALUE ZEROS.                     01690000
017000      05 W05-REM-SW    PIC X VALUE 'N'.                           01700000
017100         88 C05W-REMIT-FOUND VALUE 'Y'.                           01710000
017200      05 W05-BAL-SW    PIC X VALUE 'Y'.                           01720000
017300         88 C05W-BALANCED    VALUE 'Y'.                           01730000
017400 01 W02-EDIT-FLDS.                                                01740000
017500      05 W02-AMT-ED     PIC ZZ,ZZZ,ZZZ,ZZ9.                       01750000
017600      05 W02-CNT-ED     PIC ZZZZZZZ9.                             01760000
017700 01 W99-ERROR-REC.                                                01770000
017800      05 W99-ERR-PARA     PIC X(30).                              01780000
017900      05 W99-ERR-DESC     PIC X(30).                              01790000
018000      05 W99-ERR-CODE     PIC X(7).                               01800000
018100 01 W02-SQLERR-PGM PIC X(8) VALUE 'GLEXTR'.                       01810000
018200 PROCEDURE DIVISION.                                              01820000
018300 0000-MAIN-PARA.                                                  01830000
018400       PERFORM 0500-GET-DATE THRU 0500-DATE-EXIT.                 01840000
018500       PERFORM 1000-LOAD-CCTRS THRU 1000-LOAD-EXIT.               01850000
018600       PERFORM 1500-GET-REMIT THRU 1500-REMIT-EXIT.               01860000
018700       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01870000
018800       PERFORM 3000-NEXT-ENTRY THRU 3000-NEXT-EXIT                01880000
018900           UNTIL C01W-AU-EOF.                                     01890000
019000       PERFORM 4000-WRITE-JOURNAL THRU 4000-WRITE-EXIT.           01900000
019100       PERFORM 6000-CLOSE-PARA THRU 6000-CLOSE-EXIT.              01910000
019200       STOP RUN.                                                  01920000
019300 0000-MAIN-EXIT.                                                  01930000
019400       EXIT.                                                      01940000
019500 0500-GET-DATE.                                                   01950000
019600       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01960000
019700       DISPLAY "ENTER RUN DATE (YYYYMMDD) : ".                    01970000
019800       ACCEPT W02-RUN-X.                                          01980000
019900       IF W02-RUN-X NUMERIC                                       01990000
020000          MOVE W02-RUN-X TO W02-RUN-DATE                          02000000
020100       END-IF.                                                    02010000
020200       IF W02-RUN-MM < 1 OR W02-RUN-MM > 12                       02020000
020300          OR W02-RUN-DD < 1 OR W02-RUN-DD > 31                    02030000
020400          OR W02-RUN-YYYY < 1900                                  02040000
020500          MOVE W01-TODAY TO W02-RUN-DATE                          02050000
020600       END-IF.                                                    02060000
020700       DISPLAY "RUN DATE : " W02-RUN-DATE.                        02070000
020800 0500-DATE-EXIT.                                                  02080000
020900       EXIT.                                                      02090000
021000 1000-LOAD-CCTRS.                                                 02100000
021100       OPEN INPUT CCTRFILE.                                       02110000
021200       IF NOT C01W-CC-OK                                          02120000
021300          DISPLAY 'NO COST CENTRE FILE - ALL CLAIMS UNALLOCATED'  02130000
021400          GO TO 1000-LOAD-EXIT                                    02140000
021500       END-IF.                                                    02150000
021600       PERFORM 1100-NEXT-CCTR THRU 1100-NEXT-EXIT                 02160000
021700           UNTIL C01W-CC-EOF.                                     02170000
021800       CLOSE CCTRFILE.                                            02180000
021900       DISPLAY 'COST CENTRES LOADED : ' CC-CNT.                   02190000
022000 1000-LOAD-EXIT.                                                  02200000
022100       EXIT.                                                      02210000
022200 1100-NEXT-CCTR.                                                  02220000
022300       READ CCTRFILE.                                             02230000
022400       EVALUATE TRUE                                              02240000
022500         WHEN C01W-CC-OK                                          02250000
022600           IF CC-CNT < 500 AND CC-CITY NOT = SPACES               02260000
022700              ADD 1 TO CC-CNT                                     02270000
022800              MOVE CC-CITY TO W03-CC-CITY(CC-CNT)                 02280000
022900              MOVE CC-COST-CTR TO W03-CC-CTR(CC-CNT)              02290000
023000              MOVE 14 TO W03-CC-LEN(CC-CNT)                       02300000
023100              MOVE 'N' TO W03-TRIM-SW                             02310000
023200              PERFORM 1110-TRIM-CITY THRU 1110-TRIM-EXIT          02320000
023300                  UNTIL CITY-TRIMMED                              02330000
023400           END-IF                                                 02340000
023500         WHEN C01W-CC-EOF                                         02350000
023600           CONTINUE                                               02360000
023700         WHEN OTHER                                               02370000
023800           DISPLAY 'COST CENTRE FILE READ ERR ' W01-CC-STATUS     02380000
023900           MOVE 30 TO RETURN-CODE                                 02390000
024000           STOP RUN                                               02400000
024100       END-EVALUATE.                                              02410000
024200 1100-NEXT-EXIT.                                                  02420000
024300       EXIT.                                                      02430000
024400 1110-TRIM-CITY.                                                  02440000
024500       IF W03-CC-CITY(CC-CNT)(W03-CC-LEN(CC-CNT):1) = SPACE       02450000
024600          SUBTRACT 1 FROM W03-CC-LEN(CC-CNT)                      02460000
024700       ELSE                                                       02470000
024800          MOVE 'Y' TO W03-TRIM-SW                                 02480000
024900       END-IF.                                                    02490000
025000 1110-TRIM-EXIT.                                                  02500000
025100       EXIT.                                                      02510000
025200*  PAYEXTR'S CONTROL CARRIES THE COUNT AND TOTAL IT REMITTED      02520000
025300*  AND THE DATE IT RAN - IT MUST BE THE RUN DATE.                 02530000
025400 1500-GET-REMIT.                                                  02540000
025500       OPEN INPUT SEQIN.                                          02550000
025600       IF NOT C01W-SI-OK                                          02560000
025700          DISPLAY 'NO PAYEXTR SEQUENCE CONTROL ' W01-SI-STATUS    02570000
025800          GO TO 1500-REMIT-EXIT                                   02580000
025900       END-IF.                                                    02590000
026000       READ SEQIN.                                                02600000
026100       IF C01W-SI-OK                                              02610000
026200          AND SI-LAST-DATE = W02-RUN-DATE                         02620000
026300          MOVE 'Y' TO W05-REM-SW                                  02630000
026400          MOVE SI-LAST-CNT TO W05-REM-CNT                         02640000
026500          MOVE SI-LAST-AMT TO W05-REM-AMT                         02650000
026600       END-IF.                                                    02660000
026700       CLOSE SEQIN.                                               02670000
026800       IF NOT C05W-REMIT-FOUND                                    02680000
026900          DISPLAY 'PAYEXTR HAS NOT RUN FOR ' W02-RUN-DATE         02690000
027000       END-IF.                                                    02700000
027100 1500-REMIT-EXIT.                                                 02710000
027200       EXIT.                                                      02720000
027300 2000-OPEN-PARA.                                                  02730000
027400       OPEN INPUT AUDFILE.                                        02740000
027500       IF NOT C01W-AU-OK                                          02750000
027600          DISPLAY 'AUDIT LOG OPEN ERR ' W01-AU-STATUS             02760000
027700          MOVE 30 TO RETURN-CODE                                  02770000
027800          STOP RUN                                                02780000
027900       END-IF.                                                    02790000
028000       OPEN OUTPUT GLJFILE RPTFILE.                               02800000
028100       IF NOT C01W-GL-OK OR NOT C01W-RP-OK                        02810000
028200          DISPLAY 'OUTPUT OPEN ERR ' W01-GL-STATUS ' '            02820000
028300                  W01-RP-STATUS                                   02830000
028400          MOVE 30 TO RETURN-CODE                                  02840000
028500          STOP RUN                                                02850000
028600       END-IF.                                                    02860000
028700       MOVE SPACES TO W01-RPT-REC.                                02870000
028800       STRING 'PAID CLAIMS GL JOURNAL EXTRACT - POSTING DATE '    02880000
028900              W02-RUN-DATE '   RUN ' W01-TODAY                    02890000
029000          DELIMITED BY SIZE INTO W01-RPT-REC                      02900000
029100       END-STRING.                                                02910000
029200       WRITE W01-RPT-REC.                                         02920000
029300       MOVE SPACES TO W01-RPT-REC.                                02930000
029400       WRITE W01-RPT-REC.                                         02940000
029500       MOVE 'TYPE          CLAIM  COST-CTR        AMOUNT'         02950000
029600         TO W01-RPT-REC.                                          02960000
029700       WRITE W01-RPT-REC.                                         02970000
029800 2000-OPEN-EXIT.                                                  02980000
029900       EXIT.                                                      02990000
030000 3000-NEXT-ENTRY.                                                 03000000
030100       READ AUDFILE.                                              03010000
030200       EVALUATE TRUE                                              03020000
030300         WHEN C01W-AU-OK                                          03030000
030400           IF NOT AU-CTL-REC                                      03040000
030500              AND AU-FILE-ID = 'TBMEDBIL'                         03050000
030600              AND AU-ACTION = 'S'                                 03060000
030700              AND AU-CHG-DATE = W02-RUN-DATE                      03070000
030800              PERFORM 3100-STATUS-MOVE THRU 3100-MOVE-EXIT        03080000
030900           END-IF                                                 03090000
031000         WHEN C01W-AU-EOF                                         03100000
031100           CONTINUE                                               03110000
031200         WHEN OTHER                                               03120000
031300           DISPLAY 'AUDIT LOG READ ERR ' W01-AU-STATUS            03130000
031400           MOVE 30 TO RETURN-CODE                                 03140000
031500           STOP RUN                                               03150000
031600       END-EVALUATE.                                              03160000
031700 3000-NEXT-EXIT.                                                  03170000
031800       EXIT.                                                      03180000
031900*  A MOVE TO PAID IS A PAYMENT; PAID BACK TO APPROVED IS A BANK   03190000
032000*  RETURN.  EVERY OTHER STATUS MOVE HAS NO LEDGER EFFECT.         03200000
032100 3100-STATUS-MOVE.                                                03210000
032200       EVALUATE TRUE                                              03220000
032300         WHEN AU-NEW-VALUE(1:12) = 'PAID'                         03230000
032400           MOVE 'P' TO W02-PS-TYPE                                03240000
032500         WHEN AU-NEW-VALUE(1:12) = 'APPROVED'                     03250000
032600              AND AU-OLD-VALUE(1:12) = 'PAID'                     03260000
032700           MOVE 'R' TO W02-PS-TYPE                                03270000
032800         WHEN OTHER                                               03280000
032900           GO TO 3100-MOVE-EXIT                                   03290000
033000       END-EVALUATE.                                              03300000
033100       IF AU-REC-KEY(1:6) NOT NUMERIC                             03310000
033200          GO TO 3100-MOVE-EXIT                                    03320000
033300       END-IF.                                                    03330000
033400       MOVE AU-REC-KEY(1:6) TO W02-AU-CLMID.                      03340000
033500       MOVE W02-AU-CLMID TO HV-CLMID.                             03350000
033600       MOVE SPACES TO HV-CLMADDRESS-TEXT.                         03360000
033700       EXEC SQL                                                   03370000
033800         SELECT MEDBILL_LOSSAMT, MEDBILL_CLMADDRESS               03380000
033900           INTO :HV-LOSSAMT:HV-IND-LOSS,                          03390000
034000                :HV-CLMADDRESS:HV-IND-ADDRESS                     03400000
034100           FROM TB_MEDBILL                                        03410000
034200          WHERE MEDBILL_CLMID = :HV-CLMID                         03420000
034300       END-EXEC.                                                  03430000
034400       MOVE SQLCODE TO W01-SQLCODE.                               03440000
034500       EVALUATE TRUE                                              03450000
034600         WHEN C01W-SQL-OK                                         03460000
034700           CONTINUE                                               03470000
034800         WHEN C01W-SQL-NOTFND                                     03480000
034900           ADD 1 TO W09-NOTFND                                    03490000
035000           DISPLAY 'CLAIM NOT ON TB_MEDBILL ' W02-AU-CLMID        03500000
035100           GO TO 3100-MOVE-EXIT                                   03510000
035200         WHEN OTHER                                               03520000
035300           MOVE '3100-STATUS-MOVE' TO W99-ERR-PARA                03530000
035400           MOVE ' READING TB_MEDBILL' TO W99-ERR-DESC             03540000
035500           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   03550000
035600           STOP RUN                                               03560000
035700       END-EVALUATE.                                              03570000
035800       IF HV-IND-LOSS < 0 OR HV-LOSSAMT < 0                       03580000
035900          MOVE ZEROS TO W02-PAY-AMT                               03590000
036000       ELSE                                                       03600000
036100          MOVE HV-LOSSAMT TO W02-PAY-AMT                          03610000
036200       END-IF.                                                    03620000
036300       IF HV-IND-ADDRESS < 0                                      03630000
036400          MOVE SPACES TO HV-CLMADDRESS-TEXT                       03640000
036500       END-IF.                                                    03650000
036600       MOVE 0 TO W03-CC-BEST W03-BEST-LEN.                        03660000
036700       PERFORM 3200-MATCH-CITY THRU 3200-MATCH-EXIT               03670000
036800           VARYING W03-CC-IDX FROM 1 BY 1                         03680000
036900           UNTIL W03-CC-IDX > CC-CNT.                             03690000
037000       IF PS-CNT NOT < 2000                                       03700000
037100          ADD 1 TO W09-OVERFLOW                                   03710000
037200          DISPLAY 'POSTING TABLE FULL - CLAIM ' W02-AU-CLMID      03720000
037300          GO TO 3100-MOVE-EXIT                                    03730000
037400       END-IF.                                                    03740000
037500       ADD 1 TO PS-CNT.                                           03750000
037600       MOVE W02-PS-TYPE TO W04-PS-TYPE(PS-CNT).                   03760000
037700       MOVE W02-AU-CLMID TO W04-PS-CLMID(PS-CNT).                 03770000
037800       MOVE W02-PAY-AMT TO W04-PS-AMT(PS-CNT).                    03780000
037900       IF W03-CC-BEST = 0                                         03790000
038000          ADD 1 TO W09-NOCC-CNT                                   03800000
038100          MOVE W02-DFLT-CCTR TO W04-PS-CCTR(PS-CNT)               03810000
038200       ELSE                                                       03820000
038300          MOVE W03-CC-CTR(W03-CC-BEST) TO W04-PS-CCTR(PS-CNT)     03830000
038400       END-IF.                                                    03840000
038500       IF C02W-PAID-MOVE                                          03850000
038600          ADD 1 TO W09-PAID-CNT                                   03860000
038700          ADD W02-PAY-AMT TO W09-PAID-AMT                         03870000
038800       ELSE                                                       03880000
038900          ADD 1 TO W09-RTN-CNT                                    03890000
039000          ADD W02-PAY-AMT TO W09-RTN-AMT                          03900000
039100       END-IF.                                                    03910000
039200 3100-MOVE-EXIT.                                                  03920000
039300       EXIT.                                                      03930000
039400 3200-MATCH-CITY.                                                 03940000
039500       IF W03-CC-LEN(W03-CC-IDX) NOT > W03-BEST-LEN               03950000
039600          GO TO 3200-MATCH-EXIT                                   03960000
039700       END-IF.                                                    03970000
039800       MOVE 0 TO W03-TALLY.                                       03980000
039900       INSPECT HV-CLMADDRESS-TEXT TALLYING W03-TALLY              03990000
040000          FOR ALL W03-CC-CITY(W03-CC-IDX)                         04000000
040100                  (1:W03-CC-LEN(W03-CC-IDX)).                     04010000
040200       IF W03-TALLY > 0                                           04020000
040300          MOVE W03-CC-IDX TO W03-CC-BEST                          04030000
040400          MOVE W03-CC-LEN(W03-CC-IDX) TO W03-BEST-LEN             04040000
040500       END-IF.                                                    04050000
040600 3200-MATCH-EXIT.                                                 04060000
040700       EXIT.                                                      04070000
040800*  THE CONTROLS ARE FOOTED FIRST SO THE HEADER CAN CARRY THEM -   04080000
040900*  EACH POSTING IS ONE DEBIT AND ONE CREDIT OF THE SAME AMOUNT.   04090000
041000 4000-WRITE-JOURNAL.                                              04100000
041100       COMPUTE W09-LINE-CNT = PS-CNT * 2.                         04110000
041200       COMPUTE W09-DR-TOTAL = W09-PAID-AMT + W09-RTN-AMT.         04120000
041300       MOVE W09-DR-TOTAL TO W09-CR-TOTAL.                         04130000
041400       PERFORM 4100-FOOT-HASH THRU 4100-FOOT-EXIT                 04140000
041500           VARYING W04-PS-IDX FROM 1 BY 1                         04150000
041600           UNTIL W04-PS-IDX > PS-CNT.                             04160000
041700       MOVE SPACES TO GL-JRNL-REC.                                04170000
041800       MOVE 'HDR' TO GL-REC-TYPE.                                 04180000
041900       PERFORM 4300-SET-CONTROLS THRU 4300-SET-EXIT.              04190000
042000       WRITE GL-JRNL-REC.                                         04200000
042100       PERFORM 4200-POSTING THRU 4200-POSTING-EXIT                04210000
042200           VARYING W04-PS-IDX FROM 1 BY 1                         04220000
042300           UNTIL W04-PS-IDX > PS-CNT.                             04230000
042400       MOVE SPACES TO GL-JRNL-REC.                                04240000
042500       MOVE 'TRL' TO GL-REC-TYPE.                                 04250000
042600       PERFORM 4300-SET-CONTROLS THRU 4300-SET-EXIT.              04260000
042700       WRITE GL-JRNL-REC.                                         04270000
042800       IF NOT C01W-GL-OK                                          04280000
042900          DISPLAY 'GL JOURNAL WRITE ERR ' W01-GL-STATUS           04290000
043000          MOVE 30 TO RETURN-CODE                                  04300000
043100          STOP RUN                                                04310000
043200       END-IF.                                                    04320000
043300 4000-WRITE-EXIT.                                                 04330000
043400       EXIT.                                                      04340000
043500 4100-FOOT-HASH.                                                  04350000
043600       ADD W04-PS-CLMID(W04-PS-IDX) TO W09-DR-HASH W09-CR-HASH.   04360000
043700 4100-FOOT-EXIT.                                                  04370000
043800       EXIT.                                                      04380000
043900 4200-POSTING.                                                    04390000
044000       MOVE SPACES TO GL-JRNL-REC.                                04400000
044100       MOVE 'DTL' TO GL-REC-TYPE.                                 04410000
044200       MOVE W02-GL-SOURCE TO GL-SOURCE.                           04420000
044300       MOVE W02-RUN-DATE TO GL-POST-DATE.                         04430000
044400       MOVE W04-PS-AMT(W04-PS-IDX) TO GL-AMOUNT.                  04440000
044500       MOVE W04-PS-CLMID(W04-PS-IDX) TO GL-REF-NO.                04450000
044600       IF W04-PS-TYPE(W04-PS-IDX) = 'P'                           04460000
044700          MOVE 'CLAIM PAID' TO W02-DESC                           04470000
044800          MOVE W02-EXP-ACCT TO GL-ACCOUNT                         04480000
044900          MOVE W04-PS-CCTR(W04-PS-IDX) TO GL-COST-CTR             04490000
045000          MOVE 'D' TO GL-DR-CR                                    04500000
045100       ELSE                                                       04510000
045200          MOVE 'BANK RETURN' TO W02-DESC                          04520000
045300          MOVE W02-CLR-ACCT TO GL-ACCOUNT                         04530000
045400          MOVE W02-CLR-CCTR TO GL-COST-CTR                        04540000
045500          MOVE 'D' TO GL-DR-CR                                    04550000
045600       END-IF.                                                    04560000
045700       MOVE W02-DESC TO GL-DESC.                                  04570000
045800       WRITE GL-JRNL-REC.                                         04580000
045900       IF W04-PS-TYPE(W04-PS-IDX) = 'P'                           04590000
046000          MOVE W02-CLR-ACCT TO GL-ACCOUNT                         04600000
046100          MOVE W02-CLR-CCTR TO GL-COST-CTR                        04610000
046200       ELSE                                                       04620000
046300          MOVE W02-EXP-ACCT TO GL-ACCOUNT                         04630000
046400          MOVE W04-PS-CCTR(W04-PS-IDX) TO GL-COST-CTR             04640000
046500       END-IF.                                                    04650000
046600       MOVE 'C' TO GL-DR-CR.                                      04660000
046700       WRITE GL-JRNL-REC.                                         04670000
046800       MOVE W04-PS-CLMID(W04-PS-IDX) TO W02-CNT-ED.               04680000
046900       MOVE W04-PS-AMT(W04-PS-IDX) TO W02-AMT-ED.                 04690000
047000       MOVE SPACES TO W01-RPT-REC.                                04700000
047100       STRING W02-DESC(1:11) W02-CNT-ED '  '                      04710000
047200              W04-PS-CCTR(W04-PS-IDX) '  ' W02-AMT-ED             04720000
047300          DELIMITED BY SIZE INTO W01-RPT-REC                      04730000
047400       END-STRING.                                                04740000
047500       WRITE W01-RPT-REC.                                         04750000
047600 4200-POSTING-EXIT.                                               04760000
047700       EXIT.                                                      04770000
047800 4300-SET-CONTROLS.                                               04780000
047900       MOVE W02-GL-SOURCE TO GL-SOURCE.                           04790000
048000       MOVE W02-RUN-DATE TO GL-POST-DATE.                         04800000
048100       MOVE W09-LINE-CNT TO GL-LINE-CNT.                          04810000
048200       MOVE W09-DR-TOTAL TO GL-DR-TOTAL.                          04820000
048300       MOVE W09-CR-TOTAL TO GL-CR-TOTAL.                          04830000
048400       MOVE W09-DR-HASH TO GL-DR-HASH.                            04840000
048500       MOVE W09-CR-HASH TO GL-CR-HASH.                            04850000
048600 4300-SET-EXIT.                                                   04860000
048700       EXIT.                                                      04870000
048800*  THE PAID SIDE MUST AGREE WITH WHAT PAYEXTR SENT TO THE BANK.   04880000
048900 6000-CLOSE-PARA.                                                 04890000
049000       CLOSE AUDFILE.                                             04900000
049100       IF NOT C05W-REMIT-FOUND                                    04910000
049200          OR W09-PAID-CNT NOT = W05-REM-CNT                       04920000
049300          OR W09-PAID-AMT NOT = W05-REM-AMT                       04930000
049400          OR W09-DR-TOTAL NOT = W09-CR-TOTAL                      04940000
049500          OR W09-DR-HASH NOT = W09-CR-HASH                        04950000
049600          OR W09-OVERFLOW > 0                                     04960000
049700          MOVE 'N' TO W05-BAL-SW                                  04970000
049800       END-IF.                                                    04980000
049900       MOVE SPACES TO W01-RPT-REC.                                04990000
050000       WRITE W01-RPT-REC.                                         05000000
050100       MOVE W09-PAID-CNT TO W02-CNT-ED.                           05010000
050200       MOVE W09-PAID-AMT TO W02-AMT-ED.                           05020000
050300       MOVE SPACES TO W01-RPT-REC.                                05030000
050400       STRING 'CLAIMS PAID        ' W02-CNT-ED '  ' W02-AMT-ED    05040000
050500          DELIMITED BY SIZE INTO W01-RPT-REC                      05050000
050600       END-STRING.                                                05060000
050700       WRITE W01-RPT-REC.                                         05070000
050800       MOVE W09-RTN-CNT TO W02-CNT-ED.                            05080000
050900       MOVE W09-RTN-AMT TO W02-AMT-ED.                            05090000
051000       MOVE SPACES TO W01-RPT-REC.                                05100000
051100       STRING 'BANK RETURNS       ' W02-CNT-ED '  ' W02-AMT-ED    05110000
051200          DELIMITED BY SIZE INTO W01-RPT-REC                      05120000
051300       END-STRING.                                                05130000
051400       WRITE W01-RPT-REC.                                         05140000
051500       MOVE W09-LINE-CNT TO W02-CNT-ED.                           05150000
051600       MOVE W09-DR-TOTAL TO W02-AMT-ED.                           05160000
051700       MOVE SPACES TO W01-RPT-REC.                                05170000
051800       STRING 'JOURNAL LINES / DR ' W02-CNT-ED '  ' W02-AMT-ED    05180000
051900          DELIMITED BY SIZE INTO W01-RPT-REC                      05190000
052000       END-STRING.                                                05200000
052100       WRITE W01-RPT-REC.                                         05210000
052200       MOVE W05-REM-CNT TO W02-CNT-ED.                            05220000
052300       MOVE W05-REM-AMT TO W02-AMT-ED.                            05230000
052400       MOVE SPACES TO W01-RPT-REC.                                05240000
052500       STRING 'PAYEXTR REMITTED   ' W02-CNT-ED '  ' W02-AMT-ED    05250000
052600          DELIMITED BY SIZE INTO W01-RPT-REC                      05260000
052700       END-STRING.                                                05270000
052800       WRITE W01-RPT-REC.                                         05280000
052900       MOVE SPACES TO W01-RPT-REC.                                05290000
053000       IF C05W-BALANCED                                           05300000
053100          MOVE 'JOURNAL BALANCES TO THE REMITTANCE'               05310000
053200            TO W01-RPT-REC                                        05320000
053300       ELSE                                                       05330000
053400          IF NOT C05W-REMIT-FOUND                                 05340000
053500             MOVE '*** NO PAYEXTR REMITTANCE FOR THE RUN DATE'    05350000
053600               TO W01-RPT-REC                                     05360000
053700          ELSE                                                    05370000
053800             MOVE '*** JOURNAL OUT OF BALANCE WITH REMITTANCE'    05380000
053900               TO W01-RPT-REC                                     05390000
054000          END-IF                                                  05400000
054100       END-IF.                                                    05410000
054200       WRITE W01-RPT-REC.                                         05420000
054300       IF W09-NOCC-CNT > 0                                        05430000
054400          MOVE W09-NOCC-CNT TO W02-CNT-ED                         05440000
054500          MOVE SPACES TO W01-RPT-REC                              05450000
054600          STRING '*** CLAIMS WITH NO CITY COST CENTRE : '         05460000
054700                 W02-CNT-ED                                       05470000
054800             DELIMITED BY SIZE INTO W01-RPT-REC                   05480000
054900          END-STRING                                              05490000
055000          WRITE W01-RPT-REC                                       05500000
055100       END-IF.                                                    05510000
055200       CLOSE GLJFILE RPTFILE.                                     05520000
055300       DISPLAY 'CLAIMS PAID         : ' W09-PAID-CNT.             05530000
055400       DISPLAY 'PAID AMOUNT         : ' W09-PAID-AMT.             05540000
055500       DISPLAY 'BANK RETURNS        : ' W09-RTN-CNT.              05550000
055600       DISPLAY 'RETURNED AMOUNT     : ' W09-RTN-AMT.              05560000
055700       DISPLAY 'PAYEXTR REMITTED    : ' W05-REM-CNT.              05570000
055800       DISPLAY 'REMITTED AMOUNT     : ' W05-REM-AMT.              05580000
055900       DISPLAY 'NO COST CENTRE      : ' W09-NOCC-CNT.             05590000
056000       DISPLAY 'CLAIMS NOT FOUND    : ' W09-NOTFND.               05600000
056100       IF NOT C05W-BALANCED                                       05610000
056200          DISPLAY 'GL JOURNAL DOES NOT BALANCE TO REMITTANCE'     05620000
056300          MOVE 8 TO RETURN-CODE                                   05630000
056400       ELSE                                                       05640000
056500          IF W09-NOCC-CNT > 0 OR W09-NOTFND > 0                   05650000
056600             MOVE 4 TO RETURN-CODE                                05660000
056700          END-IF                                                  05670000
056800       END-IF.                                                    05680000
056900 6000-CLOSE-EXIT.                                                 05690000
057000       EXIT.                                                      05700000
057100 9500-SQL-ERROR-PARA.                                             05710000
057200      CALL 'SQLERRS' USING W02-SQLERR-PGM                         05720000
057300           W99-ERR-PARA W99-ERR-DESC SQLCA.                       05730000
057400 9500-SQL-ERROR-EXIT.                                             05740000
057500      EXIT.                                                       05750000
