000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. PAYRTN.                                              00020000
000300***************************************************************** 00030000
000400* TABLES USED : TB_MEDBILL (RETURNED CLAIMS GO BACK FROM PAID     00040000
000500*               TO APPROVED)                                      00050000
000600* INPUT FILE  : BANK PER-ITEM RETURN FILE (DDRETN), REMITTED-     00060000
000700*               CLAIM CONTROL (DDREMIT)                           00070000
000800* OUTPUT FILE : UPDATED REMITTED-CLAIM CONTROL (DDREMITO), CLAIMS 00080000
000900*               AUDIT LOG (DDAUDIT, EXTEND), RETURNS REPORT       00090000
001000*               (DDRPT)                                           00100000
001100* PRG DESC    : BANK RETURNS FOR CLAIM PAYMENTS.  PAYACK ONLY     00110000
001200*               PROVES THE BANK TOOK THE WHOLE PAYEXTR FILE;      00120000
001300*               WHEN THE BANK LATER BOUNCES ONE PAYMENT (CLOSED   00130000
001400*               ACCOUNT, BAD DETAILS) IT SENDS A RETURN ITEM.     00140000
001500*               EACH RETURNED CLAIM IS MOVED BACK FROM PAID TO    00150000
001600*               APPROVED THROUGH CLMTRANS - THE SAME TRANSITION   00160000
001700*               RULES D3Q3V2 USES, WHERE PAID TO APPROVED IS      00170000
001800*               LEGAL ONLY AS A BANK RETURN - WITH A STATUS       00180000
001900*               AUDIT ENTRY CARRYING THE BANK'S RETURN CODE AND   00190000
002000*               REASON, AND IS TAKEN OFF THE REMITTED CONTROL SO  00200000
002100*               THE NEXT PAYEXTR RUN SENDS IT AGAIN.  ITEMS THAT  00210000
002200*               CANNOT BE APPLIED (UNKNOWN CLAIM, CLAIM NOT AT    00220000
002300*               PAID) ARE LISTED AS REJECTED.  THE REPORT         00230000
002400*               CARRIES COUNT AND AMOUNT TOTALS FOR FINANCE TO    00240000
002500*               RECONCILE AGAINST THE BANK.  RC 4 WHEN ANY ITEM   00250000
002600*               IS REJECTED.                                      00260000
002700* AUTHOR      : BOOSAN                                            00270000
002800* CREATED ON  : 15 OCT 2026                                       00280000
002900***************************************************************** 00290000
003000 ENVIRONMENT DIVISION.                                            00300000
003100 INPUT-OUTPUT SECTION.                                            00310000
003200 FILE-CONTROL.                                                    00320000
003300      SELECT RETFILE ASSIGN TO DDRETN                             00330000
003400      ORGANIZATION IS SEQUENTIAL                                  00340000
003500      ACCESS MODE IS SEQUENTIAL                                   00350000
003600      FILE STATUS W01-RT-STATUS.                                  00360000
003700*                                                                 00370000
003800      SELECT REMIN ASSIGN TO DDREMIT                              00380000
003900      ORGANIZATION IS SEQUENTIAL                                  00390000
004000      ACCESS MODE IS SEQUENTIAL                                   00400000
004100      FILE STATUS W01-RI-STATUS.                                  00410000
004200*                                                                 00420000
004300      SELECT REMOUT ASSIGN TO DDREMITO                            00430000
004400      ORGANIZATION IS SEQUENTIAL                                  00440000
004500      ACCESS MODE IS SEQUENTIAL                                   00450000
004600      FILE STATUS W01-RO-STATUS.                                  00460000
004700*                                                                 00470000
004800      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00480000
004900      ORGANIZATION IS SEQUENTIAL                                  00490000
005000      ACCESS MODE IS SEQUENTIAL                                   00500000
005100      FILE STATUS W01-AU-STATUS.                                  00510000
005200*                                                                 00520000
005300      SELECT RPT-FILE ASSIGN TO DDRPT                             00530000
005400      ORGANIZATION IS SEQUENTIAL                                  00540000
005500      ACCESS MODE IS SEQUENTIAL                                   00550000
005600      FILE STATUS W01-RP-STATUS.                                  00560000
005700*                                                                 00570000
005800 DATA DIVISION.                                                   00580000
005900 FILE SECTION.                                                    00590000
006000 FD RETFILE RECORDING MODE F.                                     00600000
006100 01 RET-REC.                                                      00610000
006200     05 RT-SEQ-NO      PIC 9(6).                                  00620000
006300     05 FILLER         PIC X.                                     00630000
006400     05 RT-CLMID       PIC X(9).                                  00640000
006500     05 FILLER         PIC X.                                     00650000
006600     05 RT-AMOUNT      PIC X(9).                                  00660000
006700     05 FILLER         PIC X.                                     00670000
006800     05 RT-RTN-DATE    PIC 9(8).                                  00680000
006900     05 FILLER         PIC X.                                     00690000
007000     05 RT-RTN-CODE    PIC X(4).                                  00700000
007100     05 FILLER         PIC X.                                     00710000
007200     05 RT-RTN-REASON  PIC X(30).                                 00720000
007300     05 FILLER         PIC X(9).                                  00730000
007400 FD REMIN RECORDING MODE F.                                       00740000
007500 01 REMIN-REC.                                                    00750000
007600     05 RI-CLMID PIC 9(9).                                        00760000
007700     05 FILLER   PIC X(71).                                       00770000
007800 FD REMOUT RECORDING MODE F.                                      00780000
007900 01 REMOUT-REC.                                                   00790000
008000     05 RO-CLMID PIC 9(9).                                        00800000
008100     05 FILLER   PIC X(71).                                       00810000
008200 FD AUDIT-FILE RECORDING MODE F.                                  00820000
008300 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00830000
008400 FD RPT-FILE RECORDING MODE IS F.                                 00840000
008500 01 RPT-REC PIC X(80).                                            00850000
008600 WORKING-STORAGE SECTION.                                         00860000
008700      EXEC SQL                                                    00870000
008800        INCLUDE SQLCA                                             00880000
008900      END-EXEC.                                                   00890000
009000 01 W01-G-ERROR-VAR.                                              00900000
009100      05 W01-RT-STATUS         PIC XX.                            00910000
009200         88 C01W-RT-OK         VALUE '00'.                        00920000
009300         88 C01W-RT-EOF        VALUE '10'.                        00930000
009400      05 W01-RI-STATUS         PIC XX.                            00940000
009500         88 C01W-RI-OK         VALUE '00'.                        00950000
009600         88 C01W-RI-EOF        VALUE '10'.                        00960000
009700      05 W01-RO-STATUS         PIC XX.                            00970000
009800         88 C01W-RO-OK         VALUE '00'.                        00980000
009900      05 W01-AU-STATUS         PIC XX.                            00990000
010000         88 C01W-AU-OK         VALUE '00'.                        01000000
010100      05 W01-RP-STATUS         PIC XX.                            01010000
010200         88 C01W-RP-OK         VALUE '00'.                        01020000
010300      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   01030000
010400         88 C01W-SQL-OK        VALUE +000.                        01040000
010500         88 C01W-SQL-NOTFND    VALUE +100.                        01050000
010600 01 HV-CLMID      PIC S9(9) COMP.                                 01060000
010700 01 HV-STATUS     PIC X(12).                                      01070000
010800 01 HV-LOSSAMT    PIC S9(9)V99 COMP-3.                            01080000
010900 COPY CLMTPARM REPLACING ==:CTP:== BY ==CT==.                     01090000
011000 01 W01-TODAY  PIC 9(8) VALUE ZEROS.                              01100000
011100*  THE REMITTED-CLAIM CONTROL, HELD SO RETURNED CLAIMS CAN BE     01110000
011200*  DROPPED WHEN IT IS WRITTEN BACK.  RM-DROP IS Y FOR A CLAIM     01120000
011300*  RETURNED IN THIS RUN.                                          01130000
011400 01 W02-RM-CTLS.                                                  01140000
011500      05 RM-CNT        PIC 9(4) VALUE 0.                          01150000
011600      05 W02-RM-IDX    PIC 9(4) VALUE 0.                          01160000
011700      05 W02-RM-FND    PIC 9(4) VALUE 0.                          01170000
011800 01 W02-REMIT-TABLE.                                              01180000
011900      05 W02-RM-ENT OCCURS 2000 TIMES DEPENDING ON RM-CNT.        01190000
012000         10 W02-RM-CLMID PIC 9(9).                                01200000
012100         10 W02-RM-DROP  PIC X.                                   01210000
012200 01 W02-ITEM-FLDS.                                                01220000
012300      05 W02-CLMID       PIC 9(9)  VALUE ZEROS.                   01230000
012400      05 W02-CLMID-ED    PIC 9(6)  VALUE ZEROS.                   01240000
012500      05 W02-RTN-AMT     PIC 9(9)  VALUE ZEROS.                   01250000
012600      05 W02-PAID-AMT    PIC 9(9)  VALUE ZEROS.                   01260000
012700      05 W02-REJ-REASON  PIC X(24) VALUE SPACES.                  01270000
012800      05 W02-NOTE        PIC X(20) VALUE SPACES.                  01280000
012900 01 W02-TOTALS.                                                   01290000
013000      05 W02-RTN-CNT     PIC 9(6)  VALUE ZEROS.                   01300000
013100      05 W02-RTN-TOT     PIC 9(11) VALUE ZEROS.                   01310000
013200      05 W02-REJ-CNT     PIC 9(6)  VALUE ZEROS.                   01320000
013300      05 W02-REJ-TOT     PIC 9(11) VALUE ZEROS.                   01330000
013400      05 W02-ITEM-CNT    PIC 9(6)  VALUE ZEROS.                   01340000
013500      05 W02-NOTREM-CNT  PIC 9(6)  VALUE ZEROS.                   01350000
013600 01 W99-ERROR-REC.                                                01360000
013700      05 W99-ERR-PARA     PIC X(30).                              01370000
013800      05 W99-ERR-DESC     PIC X(30).                              01380000
013900      05 W99-ERR-CODE     PIC X(7).                               01390000
014000 01 W02-SQLERR-PGM PIC X(8) VALUE 'PAYRTN'.                       01400000
014100 PROCEDURE DIVISION.                                              01410000
014200 0000-MAIN-PARA.                                                  01420000
014300       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01430000
014400       PERFORM 1500-LOAD-REMITTED THRU 1500-LOAD-EXIT.            01440000
014500       PERFORM 2000-OPEN-FILES THRU 2000-OPEN-EXIT.               01450000
014600       PERFORM 3000-PRCS-RETURNS THRU 3000-PRCS-EXIT              01460000
014700           UNTIL C01W-RT-EOF.                                     01470000
014800       PERFORM 4000-CLOSE-PARA THRU 4000-CLOSE-EXIT.              01480000
014900       STOP RUN.                                                  01490000
015000 0000-MAIN-PARA-EXIT.                                             01500000
015100       EXIT.                                                      01510000
015200 1500-LOAD-REMITTED.                                              01520000
015300       OPEN INPUT REMIN.                                          01530000
015400       IF NOT C01W-RI-OK                                          01540000
015500          DISPLAY 'NO REMITTED CONTROL - NOTHING TO TAKE OFF'     01550000
015600          MOVE '10' TO W01-RI-STATUS                              01560000
015700          GO TO 1500-LOAD-EXIT                                    01570000
015800       END-IF.                                                    01580000
015900       PERFORM 1510-READ-REMIT THRU 1510-READ-EXIT                01590000
016000           UNTIL C01W-RI-EOF.                                     01600000
016100       CLOSE REMIN.                                               01610000
016200 1500-LOAD-EXIT.                                                  01620000
016300       DISPLAY 'REMITTED CLAIMS ON CONTROL : ' RM-CNT.            01630000
016400       EXIT.                                                      01640000
016500 1510-READ-REMIT.                                                 01650000
016600       READ REMIN.                                                01660000
016700       EVALUATE TRUE                                              01670000
016800          WHEN C01W-RI-OK                                         01680000
016900             IF RM-CNT < 2000                                     01690000
017000                ADD 1 TO RM-CNT                                   01700000
017100                MOVE RI-CLMID TO W02-RM-CLMID(RM-CNT)             01710000
017200                MOVE 'N' TO W02-RM-DROP(RM-CNT)                   01720000
017300             END-IF                                               01730000
017400          WHEN C01W-RI-EOF                                        01740000
017500             CONTINUE                                             01750000
017600          WHEN OTHER                                              01760000
017700             DISPLAY 'REMIT CONTROL READ ERR ' W01-RI-STATUS      01770000
017800             MOVE 30 TO RETURN-CODE                               01780000
017900             STOP RUN                                             01790000
018000       END-EVALUATE.                                              01800000
018100 1510-READ-EXIT.                                                  01810000
018200       EXIT.                                                      01820000
018300 2000-OPEN-FILES.                                                 01830000
018400       OPEN INPUT RETFILE.                                        01840000
018500       IF NOT C01W-RT-OK                                          01850000
018600          DISPLAY 'BANK RETURN FILE OPEN ERR ' W01-RT-STATUS      01860000
018700          MOVE 30 TO RETURN-CODE                                  01870000
018800          STOP RUN                                                01880000
018900       END-IF.                                                    01890000
019000       OPEN OUTPUT REMOUT RPT-FILE.                               01900000
019100       IF NOT C01W-RO-OK OR NOT C01W-RP-OK                        01910000
019200          DISPLAY 'OUTPUT OPEN ERR ' W01-RO-STATUS ' '            01920000
019300                  W01-RP-STATUS                                   01930000
019400          MOVE 30 TO RETURN-CODE                                  01940000
019500          STOP RUN                                                01950000
019600       END-IF.                                                    01960000
019700       OPEN EXTEND AUDIT-FILE.                                    01970000
019800       IF NOT C01W-AU-OK                                          01980000
019900          DISPLAY 'AUDIT FILE OPEN ERR ' W01-AU-STATUS            01990000
020000          MOVE 30 TO RETURN-CODE                                  02000000
020100          STOP RUN                                                02010000
020200       END-IF.                                                    02020000
020300       CALL 'AUDSEAL' USING BY CONTENT 'H' 'PAYRTN  '             02030000
020400                            BY REFERENCE AU-AUDIT-REC.            02040000
020500       WRITE AU-AUDIT-REC.                                        02050000
020600       MOVE SPACES TO RPT-REC.                                    02060000
020700       STRING 'BANK RETURNS PROCESSED ' W01-TODAY                 02070000
020800          DELIMITED BY SIZE INTO RPT-REC                          02080000
020900       END-STRING.                                                02090000
021000       WRITE RPT-REC.                                             02100000
021100       MOVE SPACES TO RPT-REC.                                    02110000
021200       MOVE 'CLAIM-ID  AMOUNT    CODE RESULT' TO RPT-REC.         02120000
021300       WRITE RPT-REC.                                             02130000
021400 2000-OPEN-EXIT.                                                  02140000
021500       EXIT.                                                      02150000
021600 3000-PRCS-RETURNS.                                               02160000
021700       READ RETFILE.                                              02170000
021800       EVALUATE TRUE                                              02180000
021900          WHEN C01W-RT-OK                                         02190000
022000             ADD 1 TO W02-ITEM-CNT                                02200000
022100             PERFORM 3100-APPLY-RETURN THRU 3100-APPLY-EXIT       02210000
022200          WHEN C01W-RT-EOF                                        02220000
022300             CONTINUE                                             02230000
022400          WHEN OTHER                                              02240000
022500             DISPLAY 'BANK RETURN FILE READ ERR ' W01-RT-STATUS   02250000
022600             MOVE 30 TO RETURN-CODE                               02260000
022700             STOP RUN                                             02270000
022800       END-EVALUATE.                                              02280000
022900 3000-PRCS-EXIT.                                                  02290000
023000       EXIT.                                                      02300000
023100 3100-APPLY-RETURN.                                               02310000
023200       MOVE SPACES TO W02-REJ-REASON W02-NOTE.                    02320000
023300       MOVE ZEROS TO W02-RTN-AMT.                                 02330000
023400       IF RT-AMOUNT NUMERIC                                       02340000
023500          MOVE RT-AMOUNT TO W02-RTN-AMT                           02350000
023600       END-IF.                                                    02360000
023700       IF RT-CLMID NOT NUMERIC                                    02370000
023800          MOVE 'CLAIM ID NOT NUMERIC' TO W02-REJ-REASON           02380000
023900          GO TO 3100-REJECT                                       02390000
024000       END-IF.                                                    02400000
024100       MOVE RT-CLMID TO W02-CLMID.                                02410000
024200       MOVE W02-CLMID TO HV-CLMID.                                02420000
024300       EXEC SQL                                                   02430000
024400          SELECT MEDBILL_STATUS, MEDBILL_LOSSAMT                  02440000
024500            INTO :HV-STATUS, :HV-LOSSAMT                          02450000
024600            FROM TB_MEDBILL                                       02460000
024700           WHERE MEDBILL_CLMID = :HV-CLMID                        02470000
024800       END-EXEC.                                                  02480000
024900       MOVE SQLCODE TO W01-SQLCODE.                               02490000
025000       EVALUATE TRUE                                              02500000
025100          WHEN C01W-SQL-OK                                        02510000
025200             CONTINUE                                             02520000
025300          WHEN C01W-SQL-NOTFND                                    02530000
025400             MOVE 'CLAIM NOT ON TB_MEDBILL' TO W02-REJ-REASON     02540000
025500             GO TO 3100-REJECT                                    02550000
025600          WHEN OTHER                                              02560000
025700             MOVE '3100-APPLY-RETURN' TO W99-ERR-PARA             02570000
025800             MOVE ' READING TB_MEDBILL' TO W99-ERR-DESC           02580000
025900             PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT 02590000
026000             STOP RUN                                             02600000
026100       END-EVALUATE.                                              02610000
026200       MOVE HV-STATUS TO CT-OLD-STATUS.                           02620000
026300       MOVE 'APPROVED' TO CT-NEW-STATUS.                          02630000
026400       MOVE 'B' TO CT-SOURCE.                                     02640000
026500       CALL 'CLMTRANS' USING CT-TRANS-PARM.                       02650000
026600       IF NOT CT-TRANS-LEGAL                                      02660000
026700          STRING 'CLAIM AT ' HV-STATUS                            02670000
026800             DELIMITED BY SIZE INTO W02-REJ-REASON                02680000
026900          END-STRING                                              02690000
027000          GO TO 3100-REJECT                                       02700000
027100       END-IF.                                                    02710000
027200       EXEC SQL                                                   02720000
027300          UPDATE TB_MEDBILL                                       02730000
027400             SET MEDBILL_STATUS = 'APPROVED'                      02740000
027500           WHERE MEDBILL_CLMID = :HV-CLMID                        02750000
027600             AND MEDBILL_STATUS = 'PAID'                          02760000
027700       END-EXEC.                                                  02770000
027800       MOVE SQLCODE TO W01-SQLCODE.                               02780000
027900       EVALUATE TRUE                                              02790000
028000          WHEN C01W-SQL-OK                                        02800000
028100             CONTINUE                                             02810000
028200          WHEN C01W-SQL-NOTFND                                    02820000
028300             MOVE 'CLAIM MOVED DURING RUN' TO W02-REJ-REASON      02830000
028400             GO TO 3100-REJECT                                    02840000
028500          WHEN OTHER                                              02850000
028600             MOVE '3100-APPLY-RETURN' TO W99-ERR-PARA             02860000
028700             MOVE ' UPDATING TB_MEDBILL' TO W99-ERR-DESC          02870000
028800             PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT 02880000
028900             STOP RUN                                             02890000
029000       END-EVALUATE.                                              02900000
029100       PERFORM 3200-AUDIT-RETURN THRU 3200-AUDIT-EXIT.            02910000
029200       PERFORM 3300-DROP-REMIT THRU 3300-DROP-EXIT.               02920000
029300       MOVE HV-LOSSAMT TO W02-PAID-AMT.                           02930000
029400       IF W02-RTN-AMT NOT = W02-PAID-AMT                          02940000
029500          MOVE 'AMOUNT DIFFERS' TO W02-NOTE                       02950000
029600       END-IF.                                                    02960000
029700       IF W02-RM-FND = 0                                          02970000
029800          MOVE 'NOT ON REMIT CONTROL' TO W02-NOTE                 02980000
029900          ADD 1 TO W02-NOTREM-CNT                                 02990000
030000       END-IF.                                                    03000000
030100       ADD 1 TO W02-RTN-CNT.                                      03010000
030200       ADD W02-RTN-AMT TO W02-RTN-TOT.                            03020000
030300       MOVE SPACES TO RPT-REC.                                    03030000
030400       STRING RT-CLMID ' ' W02-RTN-AMT ' ' RT-RTN-CODE            03040000
030500              ' RETURNED TO APPROVED ' W02-NOTE                   03050000
030600          DELIMITED BY SIZE INTO RPT-REC                          03060000
030700       END-STRING.                                                03070000
030800       WRITE RPT-REC.                                             03080000
030900       GO TO 3100-APPLY-EXIT.                                     03090000
031000 3100-REJECT.                                                     03100000
031100       ADD 1 TO W02-REJ-CNT.                                      03110000
031200       ADD W02-RTN-AMT TO W02-REJ-TOT.                            03120000
031300       MOVE SPACES TO RPT-REC.                                    03130000
031400       STRING RT-CLMID ' ' W02-RTN-AMT ' ' RT-RTN-CODE            03140000
031500              ' REJECTED - ' W02-REJ-REASON                       03150000
031600          DELIMITED BY SIZE INTO RPT-REC                          03160000
031700       END-STRING.                                                03170000
031800       WRITE RPT-REC.                                             03180000
031900 3100-APPLY-EXIT.                                                 03190000
032000       EXIT.                                                      03200000
032100 3200-AUDIT-RETURN.                                               03210000
032200       MOVE SPACES TO AU-AUDIT-REC.                               03220000
032300       MOVE 'TBMEDBIL' TO AU-FILE-ID.                             03230000
032400       MOVE W02-CLMID TO W02-CLMID-ED.                            03240000
032500       MOVE W02-CLMID-ED TO AU-REC-KEY.                           03250000
032600       MOVE 'S' TO AU-ACTION.                                     03260000
032700       MOVE 'STATUS' TO AU-FIELD-ID.                              03270000
032800       MOVE HV-STATUS TO AU-OLD-VALUE.                            03280000
032900       MOVE 'APPROVED' TO AU-NEW-VALUE.                           03290000
033000       STRING 'BANK ' RT-RTN-CODE ' ' RT-RTN-REASON               03300000
033100          DELIMITED BY SIZE INTO AU-NEW-VALUE(13:40)              03310000
033200       END-STRING.                                                03320000
033300       ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                     03330000
033400       ACCEPT AU-CHG-TIME FROM TIME.                              03340000
033500       CALL 'OPERSUB' USING AU-OPER-ID.                           03350000
033600       CALL 'AUDSEAL' USING BY CONTENT 'D' 'PAYRTN  '             03360000
033700                            BY REFERENCE AU-AUDIT-REC.            03370000
033800       WRITE AU-AUDIT-REC.                                        03380000
033900       IF NOT C01W-AU-OK                                          03390000
034000          DISPLAY 'AUDIT WRITE ERROR : ' W01-AU-STATUS            03400000
034100       END-IF.                                                    03410000
034200 3200-AUDIT-EXIT.                                                 03420000
034300       EXIT.                                                      03430000
034400 3300-DROP-REMIT.                                                 03440000
034500       MOVE 0 TO W02-RM-FND.                                      03450000
034600       PERFORM 3310-SCAN-REMIT THRU 3310-SCAN-EXIT                03460000
034700              VARYING W02-RM-IDX FROM 1 BY 1                      03470000
034800              UNTIL W02-RM-IDX > RM-CNT.                          03480000
034900       IF W02-RM-FND > 0                                          03490000
035000          MOVE 'Y' TO W02-RM-DROP(W02-RM-FND)                     03500000
035100       END-IF.                                                    03510000
035200 3300-DROP-EXIT.                                                  03520000
035300       EXIT.                                                      03530000
035400 3310-SCAN-REMIT.                                                 03540000
035500       IF W02-RM-CLMID(W02-RM-IDX) = W02-CLMID                    03550000
035600          MOVE W02-RM-IDX TO W02-RM-FND                           03560000
035700       END-IF.                                                    03570000
035800 3310-SCAN-EXIT.                                                  03580000
035900       EXIT.                                                      03590000
036000 4000-CLOSE-PARA.                                                 03600000
036100       EXEC SQL                                                   03610000
036200         COMMIT                                                   03620000
036300       END-EXEC.                                                  03630000
036400       PERFORM 4100-CARRY-REMIT THRU 4100-CARRY-EXIT              03640000
036500              VARYING W02-RM-IDX FROM 1 BY 1                      03650000
036600              UNTIL W02-RM-IDX > RM-CNT.                          03660000
036700       MOVE SPACES TO RPT-REC.                                    03670000
036800       WRITE RPT-REC.                                             03680000
036900       STRING 'ITEMS=' W02-ITEM-CNT                               03690000
037000              ' RETURNED=' W02-RTN-CNT ' AMOUNT=' W02-RTN-TOT     03700000
037100          DELIMITED BY SIZE INTO RPT-REC                          03710000
037200       END-STRING.                                                03720000
037300       WRITE RPT-REC.                                             03730000
037400       MOVE SPACES TO RPT-REC.                                    03740000
037500       STRING 'REJECTED=' W02-REJ-CNT ' AMOUNT=' W02-REJ-TOT      03750000
037600              ' NOT ON REMIT CONTROL=' W02-NOTREM-CNT             03760000
037700          DELIMITED BY SIZE INTO RPT-REC                          03770000
037800       END-STRING.                                                03780000
037900       WRITE RPT-REC.                                             03790000
038000       CALL 'AUDSEAL' USING BY CONTENT 'T' 'PAYRTN  '             03800000
038100                            BY REFERENCE AU-AUDIT-REC.            03810000
038200       WRITE AU-AUDIT-REC.                                        03820000
038300       CLOSE RETFILE REMOUT AUDIT-FILE RPT-FILE.                  03830000
038400       DISPLAY 'RETURN ITEMS READ  : ' W02-ITEM-CNT.              03840000
038500       DISPLAY 'RETURNED TO APPRVD : ' W02-RTN-CNT.               03850000
038600       DISPLAY 'RETURNED AMOUNT    : ' W02-RTN-TOT.               03860000
038700       DISPLAY 'ITEMS REJECTED     : ' W02-REJ-CNT.               03870000
038800       IF W02-REJ-CNT > 0                                         03880000
038900          MOVE 4 TO RETURN-CODE                                   03890000
039000       END-IF.                                                    03900000
039100 4000-CLOSE-EXIT.                                                 03910000
039200       EXIT.                                                      03920000
039300 4100-CARRY-REMIT.                                                03930000
039400       IF W02-RM-DROP(W02-RM-IDX) NOT = 'Y'                       03940000
039500          MOVE SPACES TO REMOUT-REC                               03950000
039600          MOVE W02-RM-CLMID(W02-RM-IDX) TO RO-CLMID               03960000
039700          WRITE REMOUT-REC                                        03970000
039800       END-IF.                                                    03980000
039900 4100-CARRY-EXIT.                                                 03990000
040000       EXIT.                                                      04000000
040100 9500-SQL-ERROR-PARA.                                             04010000
040200      CALL 'SQLERRS' USING W02-SQLERR-PGM                         04020000
040300           W99-ERR-PARA W99-ERR-DESC SQLCA.                       04030000
040400 9500-SQL-ERROR-EXIT.                                             04040000
040500      EXIT.                                                       04050000
