000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CRSCOMPL.                                            00020000
000300***************************************************************** 00030000
000400* TABLES USED : M4STD (ENROLLMENTS), M4CRS (COURSES)              00040000
000500* INPUT FILE  : COURSE RESULTS (DDIN) - COLS 1-10 SID, 12-16      00050000
000600*               COURSEID, 18-20 MARK (000-100)                    00060000
000700* OUTPUT FILE : COMPLETION HISTORY PRAC4 READS AS DDCOMPL         00070000
000800*               (DDCOMPL, EXTENDED), COMMON SUSPENSE (DDSUSP),    00080000
000900*               RUN REPORT (DDOUT)                                00090000
001000* PRG DESC    : COURSE COMPLETION AND GRADE POSTING.  EACH        00100000
001100*               RESULT IS GRADED ON THE STDSUB SCALE AND THE      00110000
001200*               STUDENT'S ENROLLED ('E') M4STD ROW IS MARKED      00120000
001300*               COMPLETED ('C') OR FAILED ('F') WITH THE GRADE.   00130000
001400*               THE ROW NO LONGER HOLDS A SEAT, SO THE OLDEST     00140000
001500*               WAITLISTED STUDENT IS PROMOTED INTO IT FOR THE    00150000
001600*               NEXT TERM AS PRAC4 DOES ON A DROP.  PASSING       00160000
001700*               COMPLETIONS ARE APPENDED TO THE COMPLETION        00170000
001800*               HISTORY USED FOR PREREQUISITE CHECKS.  RESULTS    00180000
001900*               FOR STUDENTS NOT ENROLLED IN THE COURSE, ALREADY  00190000
002000*               POSTED, OR WITH AN INVALID MARK GO TO SUSPENSE    00200000
002100*               AND END THE RUN WITH RC 4.                        00210000
002200* AUTHOR      : GIRIDHAR                                          00220000
002300* CREATED ON  : 15 OCT 2026                                       00230000
002400***************************************************************** 00240000
002500 ENVIRONMENT DIVISION.                                            00250000
002600 INPUT-OUTPUT SECTION.                                            00260000
002700 FILE-CONTROL.                                                    00270000
002800        SELECT TI001-IP-FILE ASSIGN TO DDIN                       00280000
002900        ORGANIZATION IS SEQUENTIAL                                00290000
003000        ACCESS MODE IS SEQUENTIAL                                 00300000
003100        FILE STATUS IS W01-IP-STATUS.                             00310000
003200*                                                                 00320000
003300        SELECT TO001-OP-FILE ASSIGN TO DDOUT                      00330000
003400        ORGANIZATION IS SEQUENTIAL                                00340000
003500        ACCESS MODE IS SEQUENTIAL                                 00350000
003600        FILE STATUS IS W01-OP-STATUS.                             00360000
003700*                                                                 00370000
003800        SELECT TO002-COMP-FILE ASSIGN TO DDCOMPL                  00380000
003900        ORGANIZATION IS SEQUENTIAL                                00390000
004000        ACCESS MODE IS SEQUENTIAL                                 00400000
004100        FILE STATUS IS W01-CP-STATUS.                             00410000
004200*                                                                 00420000
004300        SELECT TO003-SUSP-FILE ASSIGN TO DDSUSP                   00430000
004400        ORGANIZATION IS SEQUENTIAL                                00440000
004500        ACCESS MODE IS SEQUENTIAL                                 00450000
004600        FILE STATUS IS W01-SP-STATUS.                             00460000
004700*                                                                 00470000
004800 DATA DIVISION.                                                   00480000
004900 FILE SECTION.                                                    00490000
005000 FD TI001-IP-FILE RECORDING MODE F.                               00500000
005100 01 W01-IP-REC.                                                   00510000
005200        05 IP-SID       PIC 9(10).                                00520000
005300        05 FILLER       PIC X.                                    00530000
005400        05 IP-COURSEID  PIC X(5).                                 00540000
005500        05 FILLER       PIC X.                                    00550000
005600        05 IP-MARK      PIC X(3).                                 00560000
005700        05 IP-MARK-N REDEFINES IP-MARK PIC 9(3).                  00570000
005800        05 FILLER       PIC X(60).                                00580000
005900 FD TO001-OP-FILE RECORDING MODE F.                               00590000
006000 01 W01-OP-REC PIC X(80).                                         00600000
006100 FD TO002-COMP-FILE RECORDING MODE F.                             00610000
006200 01 W01-COMP-REC.                                                 00620000
006300        05 CP-SID       PIC 9(10).                                00630000
006400        05 FILLER       PIC X.                                    00640000
006500        05 CP-COURSEID  PIC X(5).                                 00650000
006600        05 FILLER       PIC X.                                    00660000
006700        05 CP-GRADE     PIC X.                                    00670000
006800        05 FILLER       PIC X.                                    00680000
006900        05 CP-MARK      PIC 9(3).                                 00690000
007000        05 FILLER       PIC X.                                    00700000
007100        05 CP-DATE      PIC 9(8).                                 00710000
007200        05 FILLER       PIC X(49).                                00720000
007300 FD TO003-SUSP-FILE RECORDING MODE F.                             00730000
007400 COPY SUSPREC REPLACING ==:SUS:== BY ==SP==.                      00740000
007500 WORKING-STORAGE SECTION.                                         00750000
007600        EXEC SQL                                                  00760000
007700           INCLUDE SQLCA                                          00770000
007800        END-EXEC.                                                 00780000
007900        EXEC SQL                                                  00790000
008000           INCLUDE M4STD                                          00800000
008100        END-EXEC.                                                 00810000
008200        EXEC SQL                                                  00820000
008300           INCLUDE M4CRS                                          00830000
008400        END-EXEC.                                                 00840000
008500 01 W01-FILE-STATUS.                                              00850000
008600        05 W01-IP-STATUS    PIC XX.                               00860000
008700        88 C01W-IP-OK       VALUE '00'.                           00870000
008800        88 C01W-IP-EOF      VALUE '10'.                           00880000
008900        05 W01-OP-STATUS    PIC XX.                               00890000
009000        88 C01W-OP-OK       VALUE '00'.                           00900000
009100        05 W01-SQLCODE      PIC S9(6) SIGN LEADING SEPARATE.      00910000
009200        88 C01W-SQL-OK      VALUE +000.                           00920000
009300        88 C01W-SQL-RECNF   VALUE +100.                           00930000
009400        05 W01-CP-STATUS    PIC XX.                               00940000
009500        88 C01W-CP-OK       VALUE '00'.                           00950000
009600        05 W01-SP-STATUS    PIC XX.                               00960000
009700        88 C01W-SP-OK       VALUE '00'.                           00970000
009800 01 W01-TEMPVARS.                                                 00980000
009900        05 W01-PROMO-SID    PIC S9(9) COMP.                       00990000
010000        05 HV-IND-PROMO     PIC S9(4) COMP.                       01000000
010100        05 HV-GRADE         PIC X.                                01010000
010200        05 W01-SID-ED       PIC 9(10).                            01020000
010300        05 W01-MARKS        PIC 99.                               01030000
010400        05 W01-GRD-CNTR     PIC 9(6) VALUE ZEROS.                 01040000
010500        05 W01-PASSFAIL     PIC X.                                01050000
010600        88 C01W-PASSED      VALUE 'P'.                            01060000
010700        05 W01-REASON       PIC X(10).                            01070000
010800        05 W01-TODAY        PIC 9(8).                             01080000
010900 01 WS-CNTRS.                                                     01090000
011000        05 IP-CNTR      PIC 9(6) VALUE ZEROS.                     01100000
011100        05 COMPL-CNTR   PIC 9(6) VALUE ZEROS.                     01110000
011200        05 FAIL-CNTR    PIC 9(6) VALUE ZEROS.                     01120000
011300        05 PROMO-CNTR   PIC 9(6) VALUE ZEROS.                     01130000
011400        05 SUSP-CNTR    PIC 9(6) VALUE ZEROS.                     01140000
011500 01 W99-ERR-RECORD.                                               01150000
011600        05 ERR-PARA         PIC X(30).                            01160000
011700        05 ERR-DESC         PIC X(30).                            01170000
011800        05 ERR-CODE         PIC X(10).                            01180000
011900 01 W02-SQLERR-PGM PIC X(8).                                      01190000
012000 PROCEDURE DIVISION.                                              01200000
012100 0000-MAIN-PARA.                                                  01210000
012200        PERFORM 1000-INIT.                                        01220000
012300        PERFORM 2000-OPEN.                                        01230000
012400        PERFORM 3000-READ UNTIL C01W-IP-EOF.                      01240000
012500        PERFORM 6000-CLOSE.                                       01250000
012600        STOP RUN.                                                 01260000
012700 0000-MAIN-PARA-EXIT.                                             01270000
012800        EXIT.                                                     01280000
012900 1000-INIT.                                                       01290000
013000        MOVE SPACES TO W01-FILE-STATUS W99-ERR-RECORD.            01300000
013100        ACCEPT W01-TODAY FROM DATE YYYYMMDD.                      01310000
013200        EXIT.                                                     01320000
013300 2000-OPEN.                                                       01330000
013400        OPEN INPUT TI001-IP-FILE.                                 01340000
013500        EVALUATE TRUE                                             01350000
013600        WHEN C01W-IP-OK                                           01360000
013700        DISPLAY ' IP OPENED '                                     01370000
013800        WHEN OTHER                                                01380000
013900        MOVE '2000-OPEN' TO ERR-PARA                              01390000
014000        MOVE 'ERR OPENING IP FILE' TO ERR-DESC                    01400000
014100        MOVE W01-IP-STATUS TO ERR-CODE                            01410000
014200        PERFORM 9000-ERR-HANDLER                                  01420000
014300        END-EVALUATE.                                             01430000
014400        OPEN OUTPUT TO001-OP-FILE.                                01440000
014500        EVALUATE TRUE                                             01450000
014600        WHEN C01W-OP-OK                                           01460000
014700        DISPLAY ' OP OPENED '                                     01470000
014800        WHEN OTHER                                                01480000
014900        MOVE '2000-OPEN' TO ERR-PARA                              01490000
015000        MOVE 'ERR OPENING OP FILE' TO ERR-DESC                    01500000
015100        MOVE W01-OP-STATUS TO ERR-CODE                            01510000
015200        PERFORM 9000-ERR-HANDLER                                  01520000
015300        END-EVALUATE.                                             01530000
015400        OPEN EXTEND TO002-COMP-FILE.                              01540000
015500        EVALUATE TRUE                                             01550000
015600        WHEN C01W-CP-OK                                           01560000
015700        DISPLAY ' COMPLETION HISTORY OPENED '                     01570000
015800        WHEN OTHER                                                01580000
015900        MOVE '2000-OPEN' TO ERR-PARA                              01590000
016000        MOVE 'ERR OPENING COMPL FILE' TO ERR-DESC                 01600000
016100        MOVE W01-CP-STATUS TO ERR-CODE                            01610000
016200        PERFORM 9000-ERR-HANDLER                                  01620000
016300        END-EVALUATE.                                             01630000
016400        OPEN EXTEND TO003-SUSP-FILE.                              01640000
016500        EVALUATE TRUE                                             01650000
016600        WHEN C01W-SP-OK                                           01660000
016700        DISPLAY ' SUSPENSE OPENED '                               01670000
016800        WHEN OTHER                                                01680000
016900        MOVE '2000-OPEN' TO ERR-PARA                              01690000
017000        MOVE 'ERR OPENING SUSP FILE' TO ERR-DESC                  01700000
017100        MOVE W01-SP-STATUS TO ERR-CODE                            01710000
017200        PERFORM 9000-ERR-HANDLER                                  01720000
017300        END-EVALUATE.                                             01730000
017400        EXIT.                                                     01740000
017500 3000-READ.                                                       01750000
017600        READ TI001-IP-FILE.                                       01760000
017700        EVALUATE TRUE                                             01770000
017800        WHEN C01W-IP-OK                                           01780000
017900        ADD 1 TO IP-CNTR                                          01790000
018000        MOVE IP-SID      TO HV-SID                                01800000
018100        MOVE IP-COURSEID TO HV-COURSEID                           01810000
018200        PERFORM 3100-POST-RESULT THRU 3100-POST-EXIT              01820000
018300        WHEN C01W-IP-EOF                                          01830000
018400        CONTINUE                                                  01840000
018500        WHEN OTHER                                                01850000
018600        MOVE '3000-READ' TO ERR-PARA                              01860000
018700        MOVE 'ERR READING IP FILE' TO ERR-DESC                    01870000
018800        MOVE W01-IP-STATUS TO ERR-CODE                            01880000
018900        PERFORM 9000-ERR-HANDLER                                  01890000
019000        END-EVALUATE.                                             01900000
019100        EXIT.                                                     01910000
019200 3100-POST-RESULT.                                                01920000
019300        IF IP-MARK NOT NUMERIC OR IP-MARK-N > 100                 01930000
019400           MOVE 'BADMARK' TO W01-REASON                           01940000
019500           PERFORM 3900-SUSPEND                                   01950000
019600           GO TO 3100-POST-EXIT                                   01960000
019700        END-IF.                                                   01970000
019800*       ONLY A CURRENTLY ENROLLED ROW CAN TAKE A RESULT - A       01980000
019900*       WAITLISTED STUDENT NEVER SAT THE COURSE AND A 'C' OR 'F'  01990000
020000*       ROW HAS ALREADY BEEN POSTED                               02000000
020100        EXEC SQL                                                  02010000
020200          SELECT ENRL_STATUS                                      02020000
020300            INTO :HV-ENRL-STATUS                                  02030000
020400            FROM M4STD                                            02040000
020500           WHERE SID = :HV-SID                                    02050000
020600             AND COURSEID = :HV-COURSEID                          02060000
020700        END-EXEC.                                                 02070000
020800        MOVE SQLCODE TO W01-SQLCODE.                              02080000
020900        EVALUATE TRUE                                             02090000
021000        WHEN C01W-SQL-OK                                          02100000
021100        CONTINUE                                                  02110000
021200        WHEN C01W-SQL-RECNF                                       02120000
021300        MOVE 'NOTENRL' TO W01-REASON                              02130000
021400        PERFORM 3900-SUSPEND                                      02140000
021500        GO TO 3100-POST-EXIT                                      02150000
021600        WHEN OTHER                                                02160000
021700        MOVE '3100-POST-RESULT' TO ERR-PARA                       02170000
021800        MOVE 'ERR READING M4STD' TO ERR-DESC                      02180000
021900        MOVE W01-SQLCODE TO ERR-CODE                              02190000
022000        PERFORM 9500-SQL-ERR-HANDLER                              02200000
022100        END-EVALUATE.                                             02210000
022200        EVALUATE HV-ENRL-STATUS                                   02220000
022300        WHEN 'E'                                                  02230000
022400        CONTINUE                                                  02240000
022500        WHEN 'W'                                                  02250000
022600        MOVE 'NOTENRL' TO W01-REASON                              02260000
022700        PERFORM 3900-SUSPEND                                      02270000
022800        GO TO 3100-POST-EXIT                                      02280000
022900        WHEN OTHER                                                02290000
023000        MOVE 'POSTED' TO W01-REASON                               02300000
023100        PERFORM 3900-SUSPEND                                      02310000
023200        GO TO 3100-POST-EXIT                                      02320000
023300        END-EVALUATE.                                             02330000
023400*       STDSUB GRADES A TWO-DIGIT MARK - 100 GRADES AS 99         02340000
023500        IF IP-MARK-N > 99                                         02350000
023600           MOVE 99 TO W01-MARKS                                   02360000
023700        ELSE                                                      02370000
023800           MOVE IP-MARK-N TO W01-MARKS                            02380000
023900        END-IF.                                                   02390000
024000        CALL 'STDSUB' USING W01-MARKS HV-GRADE W01-GRD-CNTR       02400000
024100                            W01-PASSFAIL.                         02410000
024200        IF C01W-PASSED                                            02420000
024300           MOVE 'C' TO HV-ENRL-STATUS                             02430000
024400        ELSE                                                      02440000
024500           MOVE 'F' TO HV-ENRL-STATUS                             02450000
024600        END-IF.                                                   02460000
024700        EXEC SQL                                                  02470000
024800          UPDATE M4STD                                            02480000
024900             SET ENRL_STATUS = :HV-ENRL-STATUS,                   02490000
025000                 GRADE = :HV-GRADE                                02500000
025100           WHERE SID = :HV-SID                                    02510000
025200             AND COURSEID = :HV-COURSEID                          02520000
025300             AND ENRL_STATUS = 'E'                                02530000
025400        END-EXEC.                                                 02540000
025500        MOVE SQLCODE TO W01-SQLCODE.                              02550000
025600        EVALUATE TRUE                                             02560000
025700        WHEN C01W-SQL-OK                                          02570000
025800        CONTINUE                                                  02580000
025900        WHEN C01W-SQL-RECNF                                       02590000
026000        MOVE 'NOTENRL' TO W01-REASON                              02600000
026100        PERFORM 3900-SUSPEND                                      02610000
026200        GO TO 3100-POST-EXIT                                      02620000
026300        WHEN OTHER                                                02630000
026400        MOVE '3100-POST-RESULT' TO ERR-PARA                       02640000
026500        MOVE 'ERR UPDATING M4STD' TO ERR-DESC                     02650000
026600        MOVE W01-SQLCODE TO ERR-CODE                              02660000
026700        PERFORM 9500-SQL-ERR-HANDLER                              02670000
026800        END-EVALUATE.                                             02680000
026900        MOVE SPACES TO W01-OP-REC.                                02690000
027000        MOVE HV-SID TO W01-SID-ED.                                02700000
027100        IF C01W-PASSED                                            02710000
027200           ADD 1 TO COMPL-CNTR                                    02720000
027300           PERFORM 3200-WRITE-COMPL                               02730000
027400           STRING 'COMPLETED : ' W01-SID-ED ' ' HV-COURSEID       02740000
027500                  ' MARK ' IP-MARK ' GRADE ' HV-GRADE             02750000
027600              DELIMITED BY SIZE INTO W01-OP-REC                   02760000
027700           END-STRING                                             02770000
027800        ELSE                                                      02780000
027900           ADD 1 TO FAIL-CNTR                                     02790000
028000           STRING 'FAILED    : ' W01-SID-ED ' ' HV-COURSEID       02800000
028100                  ' MARK ' IP-MARK ' GRADE ' HV-GRADE             02810000
028200              DELIMITED BY SIZE INTO W01-OP-REC                   02820000
028300           END-STRING                                             02830000
028400        END-IF.                                                   02840000
028500        WRITE W01-OP-REC.                                         02850000
028600        PERFORM 3300-PROMOTE.                                     02860000
028700 3100-POST-EXIT.                                                  02870000
028800        EXIT.                                                     02880000
028900 3200-WRITE-COMPL.                                                02890000
029000        MOVE SPACES TO W01-COMP-REC.                              02900000
029100        MOVE IP-SID      TO CP-SID.                               02910000
029200        MOVE IP-COURSEID TO CP-COURSEID.                          02920000
029300        MOVE HV-GRADE    TO CP-GRADE.                             02930000
029400        MOVE IP-MARK-N   TO CP-MARK.                              02940000
029500        MOVE W01-TODAY   TO CP-DATE.                              02950000
029600        WRITE W01-COMP-REC.                                       02960000
029700        IF NOT C01W-CP-OK                                         02970000
029800           MOVE '3200-WRITE-COMPL' TO ERR-PARA                    02980000
029900           MOVE 'ERR WRITING COMPL FILE' TO ERR-DESC              02990000
030000           MOVE W01-CP-STATUS TO ERR-CODE                         03000000
030100           PERFORM 9000-ERR-HANDLER                               03010000
030200        END-IF.                                                   03020000
030300        EXIT.                                                     03030000
030400 3300-PROMOTE.                                                    03040000
030500*       OLDEST WAITLISTED STUDENT (LOWEST SID) TAKES THE SEAT     03050000
030600        EXEC SQL                                                  03060000
030700          SELECT MIN(SID)                                         03070000
030800            INTO :W01-PROMO-SID :HV-IND-PROMO                     03080000
030900            FROM M4STD                                            03090000
031000           WHERE COURSEID = :HV-COURSEID                          03100000
031100             AND ENRL_STATUS = 'W'                                03110000
031200        END-EXEC.                                                 03120000
031300        MOVE SQLCODE TO W01-SQLCODE.                              03130000
031400        EVALUATE TRUE                                             03140000
031500        WHEN C01W-SQL-OK                                          03150000
031600        IF HV-IND-PROMO >= 0 AND W01-PROMO-SID > 0                03160000
031700           EXEC SQL                                               03170000
031800             UPDATE M4STD                                         03180000
031900                SET ENRL_STATUS = 'E'                             03190000
032000              WHERE SID = :W01-PROMO-SID                          03200000
032100                AND COURSEID = :HV-COURSEID                       03210000
032200           END-EXEC                                               03220000
032300           MOVE SQLCODE TO W01-SQLCODE                            03230000
032400           IF C01W-SQL-OK                                         03240000
032500              ADD 1 TO PROMO-CNTR                                 03250000
032600              PERFORM 4200-RPT-PROMOTED                           03260000
032700           ELSE                                                   03270000
032800              MOVE '3300-PROMOTE' TO ERR-PARA                     03280000
032900              MOVE 'ERR PROMOTING M4STD' TO ERR-DESC              03290000
033000              MOVE W01-SQLCODE TO ERR-CODE                        03300000
033100              PERFORM 9500-SQL-ERR-HANDLER                        03310000
033200           END-IF                                                 03320000
033300        END-IF                                                    03330000
033400        WHEN C01W-SQL-RECNF                                       03340000
033500        CONTINUE                                                  03350000
033600        WHEN OTHER                                                03360000
033700        MOVE '3300-PROMOTE' TO ERR-PARA                           03370000
033800        MOVE 'ERR SCANNING WAITLIST' TO ERR-DESC                  03380000
033900        MOVE W01-SQLCODE TO ERR-CODE                              03390000
034000        PERFORM 9500-SQL-ERR-HANDLER                              03400000
034100        END-EVALUATE.                                             03410000
034200        EXIT.                                                     03420000
034300 3900-SUSPEND.                                                    03430000
034400        ADD 1 TO SUSP-CNTR.                                       03440000
034500        MOVE SPACES TO SP-SUSP-REC.                               03450000
034600        MOVE 'CRSCOMPL' TO SP-SRC-PGM.                            03460000
034700        MOVE W01-REASON TO SP-REASON-CD.                          03470000
034800        MOVE W01-TODAY TO SP-ADD-DATE.                            03480000
034900        MOVE ZEROS TO SP-AGE-CTR.                                 03490000
035000        MOVE 'N' TO SP-SUSP-STATUS.                               03500000
035100        MOVE W01-IP-REC TO SP-ORIG-REC.                           03510000
035200        WRITE SP-SUSP-REC.                                        03520000
035300        MOVE SPACES TO W01-OP-REC.                                03530000
035400        MOVE IP-SID TO W01-SID-ED.                                03540000
035500        STRING 'SUSPENDED : ' W01-SID-ED ' ' IP-COURSEID          03550000
035600               ' MARK ' IP-MARK ' REASON ' W01-REASON             03560000
035700           DELIMITED BY SIZE INTO W01-OP-REC                      03570000
035800        END-STRING.                                               03580000
035900        WRITE W01-OP-REC.                                         03590000
036000        EXIT.                                                     03600000
036100 4200-RPT-PROMOTED.                                               03610000
036200        MOVE SPACES TO W01-OP-REC.                                03620000
036300        MOVE W01-PROMO-SID TO W01-SID-ED.                         03630000
036400        STRING 'PROMOTED FROM WAITLIST : ' W01-SID-ED             03640000
036500               ' INTO COURSE ' HV-COURSEID                        03650000
036600           DELIMITED BY SIZE INTO W01-OP-REC                      03660000
036700        END-STRING.                                               03670000
036800        WRITE W01-OP-REC.                                         03680000
036900        EXIT.                                                     03690000
037000 6000-CLOSE.                                                      03700000
037100        MOVE SPACES TO W01-OP-REC.                                03710000
037200        STRING 'READ=' IP-CNTR ' COMPLETED=' COMPL-CNTR           03720000
037300               ' FAILED=' FAIL-CNTR ' PROMOTED=' PROMO-CNTR       03730000
037400               ' SUSPENDED=' SUSP-CNTR                            03740000
037500           DELIMITED BY SIZE INTO W01-OP-REC                      03750000
037600        END-STRING.                                               03760000
037700        WRITE W01-OP-REC.                                         03770000
037800        CLOSE TI001-IP-FILE TO001-OP-FILE TO002-COMP-FILE         03780000
037900              TO003-SUSP-FILE.                                    03790000
038000        DISPLAY 'RESULTS READ : ' IP-CNTR.                        03800000
038100        DISPLAY 'COMPLETED    : ' COMPL-CNTR.                     03810000
038200        DISPLAY 'FAILED       : ' FAIL-CNTR.                      03820000
038300        DISPLAY 'PROMOTED     : ' PROMO-CNTR.                     03830000
038400        DISPLAY 'SUSPENDED    : ' SUSP-CNTR.                      03840000
038500        IF SUSP-CNTR > 0                                          03850000
038600           MOVE 4 TO RETURN-CODE                                  03860000
038700        END-IF.                                                   03870000
038800        EXIT.                                                     03880000
038900 9000-ERR-HANDLER.                                                03890000
039000        DISPLAY W99-ERR-RECORD.                                   03900000
039100        MOVE 30 TO RETURN-CODE.                                   03910000
039200        STOP RUN.                                                 03920000
039300 9500-SQL-ERR-HANDLER.                                            03930000
039400      MOVE 'CRSCOMPL' TO W02-SQLERR-PGM.                          03940000
039500      CALL 'SQLERRS' USING W02-SQLERR-PGM                         03950000
039600           ERR-PARA ERR-DESC SQLCA.                               03960000
039700        MOVE 30 TO RETURN-CODE.                                   03970000
039800        STOP RUN.                                                 03980000
