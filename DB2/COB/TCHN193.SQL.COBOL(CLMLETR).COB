000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CLMLETR.                                             00020000
000300***************************************************************** 00030000
000400* TABLES USED : TB_MEDBILL (CLAIMANT NAME, ADDRESS AND AMOUNT;    00040000
000500*               CLAIMS STILL AT RECEIVED)                         00050000
000600* INPUT FILE  : CLAIMS AUDIT LOG (DDAUDIT - THE D3Q3V2 STATUS     00060002
000700*               ENTRIES)                                          00070002
000800* I-O FILE    : CORRESPONDENCE REGISTER KSDS (DDCORREG)           00080002
000900* OUTPUT FILE : PRINT-READY CLAIMANT LETTERS (DDLETTER),          00090002
001000*               RUN / MANUAL FOLLOW-UP REPORT (DDRPT)             00100002
001100* PRG DESC    : NIGHTLY CLAIMANT CORRESPONDENCE.  EVERY STATUS    00110000
001200*               ENTRY D3Q3V2 WROTE TO THE AUDIT LOG (UNDER-       00120000
001210*               REVIEW, APPROVED, DENIED, PAID, AND THE PAID      00121001
001220*               TO APPROVED MOVE PAYRTN MAKES WHEN THE BANK       00122001
001230*               RETURNS A PAYMENT) GIVES ONE                      00123001
001400*               LETTER FROM THE TEMPLATE FOR THE NEW STATUS -     00140000
001500*               THE DENIED LETTER QUOTES THE REASON CARRIED ON    00150000
001600*               THE AUDIT ENTRY, THE PAID LETTER THE AMOUNT AND   00160000
001700*               THE REMITTANCE DATE (PAYEXTR REMITS A CLAIM THE   00170000
001800*               NIGHT IT IS PAID).  CLAIMS STILL AT RECEIVED      00180000
001900*               GET THE ACKNOWLEDGEMENT ONCE, FROM TB_MEDBILL,    00190000
002000*               SINCE CLMINTAK WRITES NO AUDIT ENTRY.  EVERY      00200000
002050*               TRANSITION DEALT WITH GOES ON THE REGISTER KSDS   00205002
002100*               THE MOMENT ITS LETTER IS PRINTED, SO IT IS NEVER  00210002
002150*               WRITTEN TO TWICE, EVEN ACROSS A RERUN.  A CLAIM   00215002
002200*               WITH NO USABLE ADDRESS GETS NO LETTER - IT IS     00220002
002250*               LISTED FOR MANUAL FOLLOW-UP (RC 4) AND REGISTERED 00225002
002300*               AS SUCH.                                          00230002
002600* AUTHOR      : BOOSAN                                            00260000
002700* CREATED ON  : 15 OCT 2026                                       00270000
002710* MODIFIED ON : 15 OCT 2026 - REGISTER HELD ON A KSDS (DDCORREG)  00271002
002720*               AND WRITTEN AS EACH LETTER GOES OUT - NO TABLE    00272002
002730*               LIMIT AND NO COPY-BACK STEP.                      00273002
002800***************************************************************** 00280000
002900 ENVIRONMENT DIVISION.                                            00290000
003000 INPUT-OUTPUT SECTION.                                            00300000
003100 FILE-CONTROL.                                                    00310000
003200      SELECT AUDFILE ASSIGN TO DDAUDIT                            00320000
003300      ORGANIZATION IS SEQUENTIAL                                  00330000
003400      ACCESS MODE IS SEQUENTIAL                                   00340000
003500      FILE STATUS IS W01-AU-STATUS.                               00350000
003600*                                                                 00360000
003700      SELECT CORRREG ASSIGN TO DDCORREG                           00370002
003800      ORGANIZATION IS INDEXED                                     00380002
003900      ACCESS MODE IS RANDOM                                       00390002
004000      RECORD KEY IS RG-CORR-KEY                                   00400002
004100      FILE STATUS IS W01-RG-STATUS.                               00410002
004600*                                                                 00460000
004700      SELECT LETTER-FILE ASSIGN TO DDLETTER                       00470000
004800      ORGANIZATION IS SEQUENTIAL                                  00480000
004900      ACCESS MODE IS SEQUENTIAL                                   00490000
005000      FILE STATUS IS W01-LT-STATUS.                               00500000
005100*                                                                 00510000
005200      SELECT RPTFILE ASSIGN TO DDRPT                              00520000
005300      ORGANIZATION IS SEQUENTIAL                                  00530000
005400      ACCESS MODE IS SEQUENTIAL                                   00540000
005500      FILE STATUS IS W01-RP-STATUS.                               00550000
005600 DATA DIVISION.                                                   00560000
005700 FILE SECTION.                                                    00570000
005800 FD AUDFILE RECORDING MODE IS F.                                  00580000
005900 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00590000
006000 FD CORRREG.                                                      00600002
006100 COPY CLMCORR REPLACING ==:CRG:== BY ==RG==.                      00610002
006400 FD LETTER-FILE RECORDING MODE IS F.                              00640000
006500 01 W01-LTR-LINE PIC X(80).                                       00650000
006600 FD RPTFILE RECORDING MODE IS F.                                  00660000
006700 01 W01-RPT-REC PIC X(100).                                       00670000
006800 WORKING-STORAGE SECTION.                                         00680000
006900      EXEC SQL                                                    00690000
007000        INCLUDE SQLCA                                             00700000
007100      END-EXEC.                                                   00710000
007200      EXEC SQL                                                    00720000
007300        DECLARE CURR CURSOR FOR                                   00730000
007400          SELECT MEDBILL_CLMID, MEDBILL_CLMNAME,                  00740000
007500                 MEDBILL_CLMADDRESS, MEDBILL_LOSSAMT,             00750000
007600                 CHAR(MEDBILL_CLMDATE)                            00760000
007700            FROM TB_MEDBILL                                       00770000
007800           WHERE MEDBILL_STATUS = 'RECEIVED'                      00780000
007900           ORDER BY MEDBILL_CLMID                                 00790000
008000      END-EXEC.                                                   00800000
008100 01 W01-G-ERROR-VAR.                                              00810000
008200      05 W01-AU-STATUS         PIC XX.                            00820000
008300         88 C01W-AU-OK         VALUE '00'.                        00830000
008400         88 C01W-AU-EOF        VALUE '10'.                        00840000
008500      05 W01-RG-STATUS         PIC XX.                            00850002
008600         88 C01W-RG-OK         VALUE '00'.                        00860002
008700         88 C01W-RG-NOTFND     VALUE '23'.                        00870002
009000      05 W01-LT-STATUS         PIC XX.                            00900000
009100         88 C01W-LT-OK         VALUE '00'.                        00910000
009200      05 W01-RP-STATUS         PIC XX.                            00920000
009300         88 C01W-RP-OK         VALUE '00'.                        00930000
009400      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   00940000
009500         88 C01W-SQL-OK        VALUE +000.                        00950000
009600         88 C01W-SQL-EOT       VALUE +100.                        00960000
009700         88 C01W-SQL-NOTFND    VALUE +100.                        00970000
009800 01 HV-CLMID      PIC S9(9) COMP.                                 00980000
009900 01 HV-CLMNAME    PIC X(35).                                      00990000
010000 01 HV-CLMADDRESS.                                                01000000
010100      49 HV-CLMADDRESS-LEN  PIC S9(4) COMP.                       01010000
010200      49 HV-CLMADDRESS-TEXT PIC X(60).                            01020000
010300 01 HV-IND-ADDRESS PIC S9(4) COMP.                                01030000
010400 01 HV-LOSSAMT    PIC S9(9)V99 COMP-3.                            01040000
010500 01 HV-CLMDATE-CH PIC X(10).                                      01050000
010600 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               01060000
010700*  SET BY 5700 WHEN THE TRANSITION IS ALREADY ON THE REGISTER.    01070002
010800 01 W02-RG-FND-SW PIC X VALUE 'N'.                                01080002
010900      88 ALREADY-REGISTERED VALUE 'Y'.                            01090002
011800*  THE TRANSITION BEING DEALT WITH.                               01180000
011900 01 W02-TRANS.                                                    01190000
012000      05 W02-TR-KEY.                                              01200000
012100         10 W02-TR-CLMID     PIC 9(6).                            01210000
012200         10 W02-TR-OLD       PIC X(12).                           01220000
012210         10 W02-TR-NEW       PIC X(12).                           01221001
012220         10 W02-TR-CHG-DATE  PIC 9(8).                            01222001
012500      05 W02-TR-TYPE         PIC X(2).                            01250000
012600      05 W02-TR-REASON       PIC X(40).                           01260000
012700 01 W02-ADDR-SW PIC X VALUE 'Y'.                                  01270000
012800      88 ADDRESS-USABLE VALUE 'Y'.                                01280000
012900 01 W02-LETTER-WORK.                                              01290000
013000      05 W02-DATE-IN   PIC 9(8).                                  01300000
013100      05 W02-DATE-ED   PIC X(10).                                 01310000
013200      05 W02-TODAY-ED  PIC X(10).                                 01320000
013300      05 W02-AMT-ED    PIC ZZZ,ZZZ,ZZ9.99.                        01330000
013400      05 W02-BODY-1    PIC X(70).                                 01340000
013500      05 W02-BODY-2    PIC X(70).                                 01350000
013600      05 W02-BODY-3    PIC X(70).                                 01360000
013700 01 W09-CNTRS.                                                    01370000
013800      05 W09-AUD-CNT    PIC 9(6) VALUE ZEROS.                     01380000
013900      05 W09-LTR-CNT    PIC 9(6) VALUE ZEROS.                     01390000
014000      05 W09-ACK-CNT    PIC 9(6) VALUE ZEROS.                     01400000
014100      05 W09-SENT-CNT   PIC 9(6) VALUE ZEROS.                     01410000
014200      05 W09-MANUAL-CNT PIC 9(6) VALUE ZEROS.                     01420000
014300      05 W09-NOCLM-CNT  PIC 9(6) VALUE ZEROS.                     01430000
014400 01 W99-ERROR-REC.                                                01440000
014500      05 W99-ERR-PARA     PIC X(30).                              01450000
014600      05 W99-ERR-DESC     PIC X(30).                              01460000
014700      05 W99-ERR-CODE     PIC X(7).                               01470000
014800 01 W02-SQLERR-PGM PIC X(8) VALUE 'CLMLETR'.                      01480000
014900 PROCEDURE DIVISION.                                              01490000
015000 0000-MAIN-PARA.                                                  01500000
015100       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01510000
015200       MOVE W01-TODAY TO W02-DATE-IN.                             01520000
015300       PERFORM 5900-EDIT-DATE THRU 5900-EDIT-EXIT.                01530000
015400       MOVE W02-DATE-ED TO W02-TODAY-ED.                          01540000
015500       PERFORM 1000-OPEN-REGISTER THRU 1000-OPEN-EXIT.            01550002
015600       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01560000
015700       PERFORM 3000-READ-AUDIT THRU 3000-READ-EXIT                01570000
015800           UNTIL C01W-AU-EOF.                                     01580000
015900       PERFORM 4000-RECEIVED-ACKS THRU 4000-ACKS-EXIT.            01590000
016000       PERFORM 6000-CLOSE-PARA THRU 6000-CLOSE-EXIT.              01600000
016100       STOP RUN.                                                  01610000
016200 0000-MAIN-EXIT.                                                  01620000
016300       EXIT.                                                      01630000
016400 1000-OPEN-REGISTER.                                              01640002
016500       OPEN I-O CORRREG.                                          01650002
016600       IF NOT C01W-RG-OK                                          01660002
016700          DISPLAY 'REGISTER OPEN ERR ' W01-RG-STATUS              01670002
016800          MOVE 30 TO RETURN-CODE                                  01680002
016900          STOP RUN                                                01690002
017000       END-IF.                                                    01700002
017100 1000-OPEN-EXIT.                                                  01710002
017200       EXIT.                                                      01720002
019900 2000-OPEN-PARA.                                                  01990000
020000       OPEN OUTPUT LETTER-FILE.                                   02000000
020100       IF NOT C01W-LT-OK                                          02010000
020200          DISPLAY 'LETTER FILE OPEN ERR ' W01-LT-STATUS           02020000
020300          MOVE 30 TO RETURN-CODE                                  02030000
020400          STOP RUN                                                02040000
020500       END-IF.                                                    02050000
020600       OPEN OUTPUT RPTFILE.                                       02060000
020700       IF NOT C01W-RP-OK                                          02070000
020800          DISPLAY 'REPORT OPEN ERR ' W01-RP-STATUS                02080000
020900          MOVE 30 TO RETURN-CODE                                  02090000
021000          STOP RUN                                                02100000
021100       END-IF.                                                    02110000
021200       OPEN INPUT AUDFILE.                                        02120000
021300       IF NOT C01W-AU-OK                                          02130000
021400          DISPLAY 'NO AUDIT LOG - ACKNOWLEDGEMENTS ONLY'          02140000
021500          MOVE '10' TO W01-AU-STATUS                              02150000
021600       END-IF.                                                    02160000
021700       MOVE SPACES TO W01-RPT-REC.                                02170000
021800       STRING 'CLAIMANT CORRESPONDENCE RUN ' W02-TODAY-ED         02180000
021900          DELIMITED BY SIZE INTO W01-RPT-REC                      02190000
022000       END-STRING.                                                02200000
022100       WRITE W01-RPT-REC.                                         02210000
022200       MOVE SPACES TO W01-RPT-REC.                                02220000
022300       MOVE 'MANUAL FOLLOW-UP - NO LETTER PRINTED :'              02230000
022400          TO W01-RPT-REC.                                         02240000
022500       WRITE W01-RPT-REC.                                         02250000
022600 2000-OPEN-EXIT.                                                  02260000
022700       EXIT.                                                      02270000
022800 3000-READ-AUDIT.                                                 02280000
022900       READ AUDFILE.                                              02290000
023000       EVALUATE TRUE                                              02300000
023100         WHEN C01W-AU-OK                                          02310000
023200           IF NOT AU-CTL-REC                                      02320000
023300              AND AU-FILE-ID = 'TBMEDBIL'                         02330000
023400              AND AU-FIELD-ID = 'STATUS    '                      02340000
023500              ADD 1 TO W09-AUD-CNT                                02350000
023600              PERFORM 3100-STATUS-ENTRY THRU 3100-STATUS-EXIT     02360000
023700           END-IF                                                 02370000
023800         WHEN C01W-AU-EOF                                         02380000
023900           CONTINUE                                               02390000
024000         WHEN OTHER                                               02400000
024100           DISPLAY 'AUDIT LOG READ ERR ' W01-AU-STATUS            02410000
024200           MOVE 30 TO RETURN-CODE                                 02420000
024300           STOP RUN                                               02430000
024400       END-EVALUATE.                                              02440000
024500 3000-READ-EXIT.                                                  02450000
024600       EXIT.                                                      02460000
024700 3100-STATUS-ENTRY.                                               02470000
024800       IF AU-REC-KEY(1:6) NOT NUMERIC                             02480000
024900          GO TO 3100-STATUS-EXIT                                  02490000
025000       END-IF.                                                    02500000
025100       MOVE AU-REC-KEY(1:6) TO W02-TR-CLMID.                      02510000
025200       MOVE AU-OLD-VALUE(1:12) TO W02-TR-OLD.                     02520000
025300       MOVE AU-NEW-VALUE(1:12) TO W02-TR-NEW.                     02530000
025400       MOVE AU-NEW-VALUE(13:40) TO W02-TR-REASON.                 02540000
025500       MOVE AU-CHG-DATE TO W02-TR-CHG-DATE.                       02550000
025600       EVALUATE W02-TR-NEW                                        02560000
025700         WHEN 'UNDER-REVIEW'                                      02570000
025800           MOVE 'UR' TO W02-TR-TYPE                               02580000
025900         WHEN 'APPROVED'                                          02590000
025910           MOVE 'AP' TO W02-TR-TYPE                               02591001
025920           IF W02-TR-OLD = 'PAID'                                 02592001
025930              MOVE 'RT' TO W02-TR-TYPE                            02593001
025940           END-IF                                                 02594001
026100         WHEN 'DENIED'                                            02610000
026200           MOVE 'DN' TO W02-TR-TYPE                               02620000
026300         WHEN 'PAID'                                              02630000
026400           MOVE 'PD' TO W02-TR-TYPE                               02640000
026500         WHEN OTHER                                               02650000
026600           GO TO 3100-STATUS-EXIT                                 02660000
026700       END-EVALUATE.                                              02670000
026800       PERFORM 5700-READ-REGISTER THRU 5700-READ-EXIT.            02680002
026900       IF ALREADY-REGISTERED                                      02690002
027000          GO TO 3100-STATUS-EXIT                                  02700000
027100       END-IF.                                                    02710000
027200       MOVE W02-TR-CLMID TO HV-CLMID.                             02720000
027300       EXEC SQL                                                   02730000
027400         SELECT MEDBILL_CLMNAME, MEDBILL_CLMADDRESS,              02740000
027500                MEDBILL_LOSSAMT                                   02750000
027600           INTO :HV-CLMNAME,                                      02760000
027700                :HV-CLMADDRESS:HV-IND-ADDRESS,                    02770000
027800                :HV-LOSSAMT                                       02780000
027900           FROM TB_MEDBILL                                        02790000
028000          WHERE MEDBILL_CLMID = :HV-CLMID                         02800000
028100       END-EXEC.                                                  02810000
028200       MOVE SQLCODE TO W01-SQLCODE.                               02820000
028300       EVALUATE TRUE                                              02830000
028400         WHEN C01W-SQL-OK                                         02840000
028500           PERFORM 5000-ISSUE-LETTER THRU 5000-ISSUE-EXIT         02850000
028600         WHEN C01W-SQL-NOTFND                                     02860000
028700           ADD 1 TO W09-NOCLM-CNT                                 02870000
028800           MOVE SPACES TO W01-RPT-REC                             02880000
028900           STRING '   ' W02-TR-CLMID '  ' W02-TR-NEW              02890000
029000                  '  CLAIM NO LONGER ON TB_MEDBILL'               02900000
029100              DELIMITED BY SIZE INTO W01-RPT-REC                  02910000
029200           END-STRING                                             02920000
029300           WRITE W01-RPT-REC                                      02930000
029400         WHEN OTHER                                               02940000
029500           MOVE '3100-STATUS-ENTRY' TO W99-ERR-PARA               02950000
029600           MOVE ' READING TB_MEDBILL' TO W99-ERR-DESC             02960000
029700           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   02970000
029800           STOP RUN                                               02980000
029900       END-EVALUATE.                                              02990000
030000 3100-STATUS-EXIT.                                                03000000
030100       EXIT.                                                      03010000
030200 4000-RECEIVED-ACKS.                                              03020000
030300       EXEC SQL                                                   03030000
030400         OPEN CURR                                                03040000
030500       END-EXEC.                                                  03050000
030600       MOVE SQLCODE TO W01-SQLCODE.                               03060000
030700       IF NOT C01W-SQL-OK                                         03070000
030800          MOVE '4000-RECEIVED-ACKS' TO W99-ERR-PARA               03080000
030900          MOVE ' OPENING CURR' TO W99-ERR-DESC                    03090000
031000          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    03100000
031100          STOP RUN                                                03110000
031200       END-IF.                                                    03120000
031300       PERFORM 4100-NEXT-RECEIVED THRU 4100-NEXT-EXIT             03130000
031400           UNTIL C01W-SQL-EOT.                                    03140000
031500       EXEC SQL                                                   03150000
031600         CLOSE CURR                                               03160000
031700       END-EXEC.                                                  03170000
031800 4000-ACKS-EXIT.                                                  03180000
031900       EXIT.                                                      03190000
032000 4100-NEXT-RECEIVED.                                              03200000
032100       EXEC SQL                                                   03210000
032200         FETCH CURR INTO :HV-CLMID,                               03220000
032300                         :HV-CLMNAME,                             03230000
032400                         :HV-CLMADDRESS:HV-IND-ADDRESS,           03240000
032500                         :HV-LOSSAMT,                             03250000
032600                         :HV-CLMDATE-CH                           03260000
032700       END-EXEC.                                                  03270000
032800       MOVE SQLCODE TO W01-SQLCODE.                               03280000
032900       EVALUATE TRUE                                              03290000
033000         WHEN C01W-SQL-OK                                         03300000
033100           MOVE HV-CLMID TO W02-TR-CLMID                          03310000
033200           MOVE SPACES TO W02-TR-OLD W02-TR-REASON                03320000
033300           MOVE 'RECEIVED' TO W02-TR-NEW                          03330000
033400           MOVE 'AK' TO W02-TR-TYPE                               03340000
033500           MOVE W01-TODAY TO W02-TR-CHG-DATE                      03350000
033600           IF HV-CLMDATE-CH(1:4) NUMERIC                          03360000
033700              AND HV-CLMDATE-CH(6:2) NUMERIC                      03370000
033800              AND HV-CLMDATE-CH(9:2) NUMERIC                      03380000
033900              MOVE HV-CLMDATE-CH(1:4) TO W02-TR-CHG-DATE(1:4)     03390000
034000              MOVE HV-CLMDATE-CH(6:2) TO W02-TR-CHG-DATE(5:2)     03400000
034100              MOVE HV-CLMDATE-CH(9:2) TO W02-TR-CHG-DATE(7:2)     03410000
034200           END-IF                                                 03420000
034300           PERFORM 5700-READ-REGISTER THRU 5700-READ-EXIT         03430002
034400           IF NOT ALREADY-REGISTERED                              03440002
034500              PERFORM 5000-ISSUE-LETTER THRU 5000-ISSUE-EXIT      03450000
034600           END-IF                                                 03460000
034700         WHEN C01W-SQL-EOT                                        03470000
034800           CONTINUE                                               03480000
034900         WHEN OTHER                                               03490000
035000           MOVE '4100-NEXT-RECEIVED' TO W99-ERR-PARA              03500000
035100           MOVE ' FETCHING CURR' TO W99-ERR-DESC                  03510000
035200           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   03520000
035300           STOP RUN                                               03530000
035400       END-EVALUATE.                                              03540000
035500 4100-NEXT-EXIT.                                                  03550000
035600       EXIT.                                                      03560000
035700*================================================================ 03570000
035800*  ONE TRANSITION NOT YET ON THE REGISTER - PRINT THE LETTER OR,  03580000
035900*  WITH NO USABLE ADDRESS, LIST IT FOR FOLLOW-UP.  EITHER WAY IT  03590000
036000*  IS REGISTERED SO IT IS NOT PICKED UP AGAIN.                    03600000
036100*================================================================ 03610000
036200 5000-ISSUE-LETTER.                                               03620000
036300       MOVE 'Y' TO W02-ADDR-SW.                                   03630000
036400       IF HV-IND-ADDRESS < 0                                      03640000
036500          OR HV-CLMADDRESS-LEN < 1                                03650000
036600          MOVE 'N' TO W02-ADDR-SW                                 03660000
036700       ELSE                                                       03670000
036800          IF HV-CLMADDRESS-TEXT = SPACES                          03680000
036900             MOVE 'N' TO W02-ADDR-SW                              03690000
037000          END-IF                                                  03700000
037100       END-IF.                                                    03710000
037200       IF HV-CLMADDRESS-LEN < 60 AND HV-CLMADDRESS-LEN > 0        03720000
037300          MOVE SPACES TO                                          03730000
037400             HV-CLMADDRESS-TEXT(HV-CLMADDRESS-LEN + 1:)           03740000
037500       END-IF.                                                    03750000
037600       MOVE SPACES TO RG-CORR-REC.                                03760002
037700       MOVE W02-TR-CLMID TO RG-CLMID.                             03770002
037800       MOVE W02-TR-OLD TO RG-OLD-STATUS.                          03780002
037900       MOVE W02-TR-NEW TO RG-NEW-STATUS.                          03790002
038000       MOVE W02-TR-CHG-DATE TO RG-CHG-DATE.                       03800002
038100       MOVE W01-TODAY TO RG-LETTER-DATE.                          03810002
038200       MOVE W02-TR-TYPE TO RG-LETTER-TYPE.                        03820002
038300       IF ADDRESS-USABLE                                          03830000
038400          PERFORM 5100-PRINT-LETTER THRU 5100-PRINT-EXIT          03840000
038500          MOVE 'L' TO RG-SENT-FLAG                                03850002
038600          ADD 1 TO W09-SENT-CNT                                   03860000
038700       ELSE                                                       03870000
038800          MOVE 'M' TO RG-SENT-FLAG                                03880002
038900          ADD 1 TO W09-MANUAL-CNT                                 03890000
039000          MOVE SPACES TO W01-RPT-REC                              03900000
039100          STRING '   ' W02-TR-CLMID '  ' W02-TR-NEW '  '          03910000
039200                 HV-CLMNAME '  NO USABLE ADDRESS'                 03920000
039300             DELIMITED BY SIZE INTO W01-RPT-REC                   03930000
039400          END-STRING                                              03940000
039500          WRITE W01-RPT-REC                                       03950000
039600       END-IF.                                                    03960000
039700       IF W02-TR-TYPE = 'AK'                                      03970000
039800          ADD 1 TO W09-ACK-CNT                                    03980000
039900       END-IF.                                                    03990000
040000       WRITE RG-CORR-REC.                                         04000002
040100       IF NOT C01W-RG-OK                                          04010002
040200          DISPLAY 'REGISTER WRITE ERR ' W01-RG-STATUS             04020002
040300          MOVE 30 TO RETURN-CODE                                  04030002
040400          STOP RUN                                                04040002
040500       END-IF.                                                    04050002
040700 5000-ISSUE-EXIT.                                                 04070000
040800       EXIT.                                                      04080000
040900 5100-PRINT-LETTER.                                               04090000
041000       MOVE SPACES TO W02-BODY-1 W02-BODY-2 W02-BODY-3.           04100000
041100       EVALUATE W02-TR-TYPE                                       04110000
041200         WHEN 'AK'                                                04120000
041300           MOVE 'WE HAVE RECEIVED YOUR CLAIM AND REGISTERED IT.'  04130000
041400              TO W02-BODY-1                                       04140000
041500           MOVE 'WE WILL WRITE AGAIN WHEN ITS STATUS CHANGES.'    04150000
041600              TO W02-BODY-2                                       04160000
041700         WHEN 'UR'                                                04170000
041800           MOVE 'YOUR CLAIM IS NOW UNDER REVIEW.' TO W02-BODY-1   04180000
041900           MOVE 'NO ACTION IS NEEDED FROM YOU AT THIS STAGE.'     04190000
042000              TO W02-BODY-2                                       04200000
042100         WHEN 'AP'                                                04210000
042200           MOVE 'YOUR CLAIM HAS BEEN APPROVED FOR PAYMENT.'       04220000
042300              TO W02-BODY-1                                       04230000
042400           MOVE 'WE WILL WRITE AGAIN WHEN THE PAYMENT IS MADE.'   04240000
042500              TO W02-BODY-2                                       04250000
042600         WHEN 'DN'                                                04260000
042700           MOVE 'WE REGRET THAT YOUR CLAIM HAS BEEN DENIED.'      04270000
042800              TO W02-BODY-1                                       04280000
042900           IF W02-TR-REASON = SPACES                              04290000
043000              MOVE 'REASON : PLEASE CONTACT THE CLAIMS OFFICE.'   04300000
043100                 TO W02-BODY-2                                    04310000
043200           ELSE                                                   04320000
043300              STRING 'REASON : ' W02-TR-REASON                    04330000
043400                 DELIMITED BY SIZE INTO W02-BODY-2                04340000
043500              END-STRING                                          04350000
043600           END-IF                                                 04360000
043700           MOVE 'CALL THE CLAIMS OFFICE TO DISCUSS THIS DECISION.'04370000
043800              TO W02-BODY-3                                       04380000
043810         WHEN 'RT'                                                04381001
043820           MOVE 'THE BANK HAS RETURNED THE PAYMENT ON YOUR CLAIM.'04382001
043830              TO W02-BODY-1                                       04383001
043840           STRING 'REASON : ' W02-TR-REASON                       04384001
043850              DELIMITED BY SIZE INTO W02-BODY-2                   04385001
043860           END-STRING                                             04386001
043870           MOVE 'PLEASE SEND US YOUR CORRECT BANK DETAILS.'       04387001
043880              TO W02-BODY-3                                       04388001
043900         WHEN 'PD'                                                04390000
044000           MOVE 'YOUR CLAIM HAS BEEN PAID.' TO W02-BODY-1         04400000
044100           MOVE HV-LOSSAMT TO W02-AMT-ED                          04410000
044200           STRING 'AMOUNT PAID     : ' W02-AMT-ED                 04420000
044300              DELIMITED BY SIZE INTO W02-BODY-2                   04430000
044400           END-STRING                                             04440000
044500           MOVE W02-TR-CHG-DATE TO W02-DATE-IN                    04450000
044600           PERFORM 5900-EDIT-DATE THRU 5900-EDIT-EXIT             04460000
044700           STRING 'REMITTANCE DATE : ' W02-DATE-ED                04470000
044800              DELIMITED BY SIZE INTO W02-BODY-3                   04480000
044900           END-STRING                                             04490000
045000       END-EVALUATE.                                              04500000
045100       MOVE SPACES TO W01-LTR-LINE.                               04510000
045200       MOVE 'CLAIMS OFFICE - MEDICAL BENEFITS' TO W01-LTR-LINE.   04520000
045300       WRITE W01-LTR-LINE AFTER ADVANCING PAGE.                   04530000
045400       MOVE SPACES TO W01-LTR-LINE.                               04540000
045500       STRING 'DATE : ' W02-TODAY-ED                              04550000
045600          DELIMITED BY SIZE INTO W01-LTR-LINE                     04560000
045700       END-STRING.                                                04570000
045800       WRITE W01-LTR-LINE AFTER ADVANCING 2 LINES.                04580000
045900       MOVE HV-CLMNAME TO W01-LTR-LINE.                           04590000
046000       WRITE W01-LTR-LINE AFTER ADVANCING 2 LINES.                04600000
046100       MOVE HV-CLMADDRESS-TEXT TO W01-LTR-LINE.                   04610000
046200       WRITE W01-LTR-LINE AFTER ADVANCING 1 LINE.                 04620000
046300       MOVE SPACES TO W01-LTR-LINE.                               04630000
046400       STRING 'CLAIM REFERENCE : ' W02-TR-CLMID                   04640000
046500          DELIMITED BY SIZE INTO W01-LTR-LINE                     04650000
046600       END-STRING.                                                04660000
046700       WRITE W01-LTR-LINE AFTER ADVANCING 2 LINES.                04670000
046800       MOVE 'DEAR CLAIMANT,' TO W01-LTR-LINE.                     04680000
046900       WRITE W01-LTR-LINE AFTER ADVANCING 2 LINES.                04690000
047000       MOVE W02-BODY-1 TO W01-LTR-LINE.                           04700000
047100       WRITE W01-LTR-LINE AFTER ADVANCING 2 LINES.                04710000
047200       MOVE W02-BODY-2 TO W01-LTR-LINE.                           04720000
047300       WRITE W01-LTR-LINE AFTER ADVANCING 1 LINE.                 04730000
047400       MOVE W02-BODY-3 TO W01-LTR-LINE.                           04740000
047500       WRITE W01-LTR-LINE AFTER ADVANCING 1 LINE.                 04750000
047600       MOVE 'YOURS FAITHFULLY,' TO W01-LTR-LINE.                  04760000
047700       WRITE W01-LTR-LINE AFTER ADVANCING 3 LINES.                04770000
047800       MOVE 'CLAIMS OFFICE' TO W01-LTR-LINE.                      04780000
047900       WRITE W01-LTR-LINE AFTER ADVANCING 2 LINES.                04790000
048000       ADD 1 TO W09-LTR-CNT.                                      04800000
048100 5100-PRINT-EXIT.                                                 04810000
048200       EXIT.                                                      04820000
048300 5700-READ-REGISTER.                                              04830002
048400       MOVE 'N' TO W02-RG-FND-SW.                                 04840002
048500       MOVE W02-TR-KEY TO RG-CORR-KEY.                            04850002
048600       READ CORRREG.                                              04860002
048700       EVALUATE TRUE                                              04870002
048800         WHEN C01W-RG-OK                                          04880002
048900           MOVE 'Y' TO W02-RG-FND-SW                              04890002
049000         WHEN C01W-RG-NOTFND                                      04900002
049100           CONTINUE                                               04910002
049200         WHEN OTHER                                               04920002
049300           DISPLAY 'REGISTER READ ERR ' W01-RG-STATUS             04930002
049400           MOVE 30 TO RETURN-CODE                                 04940002
049500           STOP RUN                                               04950002
049600       END-EVALUATE.                                              04960002
049700 5700-READ-EXIT.                                                  04970002
049800       EXIT.                                                      04980002
050500 5900-EDIT-DATE.                                                  05050000
050600       MOVE SPACES TO W02-DATE-ED.                                05060000
050700       STRING W02-DATE-IN(1:4) '-' W02-DATE-IN(5:2) '-'           05070000
050800              W02-DATE-IN(7:2)                                    05080000
050900          DELIMITED BY SIZE INTO W02-DATE-ED                      05090000
051000       END-STRING.                                                05100000
051100 5900-EDIT-EXIT.                                                  05110000
051200       EXIT.                                                      05120000
051300 6000-CLOSE-PARA.                                                 05130000
051400       IF W09-MANUAL-CNT = 0 AND W09-NOCLM-CNT = 0                05140000
051500          MOVE SPACES TO W01-RPT-REC                              05150000
051600          MOVE '   NONE' TO W01-RPT-REC                           05160000
051700          WRITE W01-RPT-REC                                       05170000
051800       END-IF.                                                    05180000
051900       MOVE SPACES TO W01-RPT-REC.                                05190000
052000       STRING 'STATUS ENTRIES=' W09-AUD-CNT                       05200000
052100              ' LETTERS=' W09-LTR-CNT                             05210000
052200              ' ACKS=' W09-ACK-CNT                                05220000
052300              ' FOLLOW-UP=' W09-MANUAL-CNT                        05230000
052400              ' NOT FOUND=' W09-NOCLM-CNT                         05240000
052500          DELIMITED BY SIZE INTO W01-RPT-REC                      05250000
052600       END-STRING.                                                05260000
052700       WRITE W01-RPT-REC.                                         05270000
052800       IF C01W-AU-OK                                              05280000
052900          CLOSE AUDFILE                                           05290000
053000       END-IF.                                                    05300000
053100       CLOSE LETTER-FILE CORRREG RPTFILE.                         05310002
053200       DISPLAY 'STATUS ENTRIES READ : ' W09-AUD-CNT.              05320000
053300       DISPLAY 'LETTERS PRINTED     : ' W09-LTR-CNT.              05330000
053400       DISPLAY '  ACKNOWLEDGEMENTS  : ' W09-ACK-CNT.              05340000
053500       DISPLAY 'MANUAL FOLLOW-UP    : ' W09-MANUAL-CNT.           05350000
053600       DISPLAY 'CLAIMS NOT FOUND    : ' W09-NOCLM-CNT.            05360000
053700       IF W09-MANUAL-CNT > 0                                      05370000
053800          MOVE 4 TO RETURN-CODE                                   05380000
053900       END-IF.                                                    05390000
054400 6000-CLOSE-EXIT.                                                 05440000
054500       EXIT.                                                      05450000
054600 9500-SQL-ERROR-PARA.                                             05460000
054700      CALL 'SQLERRS' USING W02-SQLERR-PGM                         05470000
054800           W99-ERR-PARA W99-ERR-DESC SQLCA.                       05480000
054900 9500-SQL-ERROR-EXIT.                                             05490000
055000      EXIT.                                                       05500000
