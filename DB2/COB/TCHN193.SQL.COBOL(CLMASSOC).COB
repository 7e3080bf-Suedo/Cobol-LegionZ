000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CLMASSOC.                                            00020000
000300***************************************************************** 00030000
000400* TABLES USED : TB_MEDBILL (CLAIMS FOR THE REPORT MONTH)          00040000
000500* INPUT FILE  : MJ24 ASSOCIATE MASTER KSDS (DDKSDS), DEPENDENT    00050000
000600*               KSDS (DDDEPKS)                                    00060000
000700* OUTPUT FILE : CLAIMS BY COVERED ASSOCIATE REPORT (DDRPT)        00070000
000800* PRG DESC    : MONTHLY REPORT OF MEDICAL CLAIMS BY THE COVERING  00080000
000900*               ASSOCIATE CLMINTAK STAMPS ON EACH CLAIM.  THE     00090000
001000*               MONTH IS ENTERED AS YYYYMM; BLANK OR INVALID      00100000
001100*               REPORTS THE PREVIOUS CALENDAR MONTH.  EACH        00110000
001200*               ASSOCIATE PRINTS A HEADING WITH NAME AND STATUS   00120000
001300*               FROM THE MASTER, ONE LINE PER CLAIM (SELF OR THE  00130000
001400*               DEPENDENT BY NAME) AND A CLAIM COUNT AND AMOUNT   00140000
001500*               TOTAL.  CLAIMS TAKEN BEFORE THE ASSOID WAS        00150000
001600*               CARRIED PRINT UNDER NO ASSOCIATE.                 00160000
001700* AUTHOR      : BOOSAN                                            00170000
001800* CREATED ON  : 15 OCT 2026                                       00180000
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00230000
002400      ORGANIZATION IS INDEXED                                     00240000
002500      ACCESS MODE IS RANDOM                                       00250000
002600      RECORD KEY IS MAASSOID                                      00260000
002700      FILE STATUS IS W01-MA-STATUS.                               00270000
002800*                                                                 00280000
002900      SELECT DEPN-FILE ASSIGN TO DDDEPKS                          00290000
003000      ORGANIZATION IS INDEXED                                     00300000
003100      ACCESS MODE IS RANDOM                                       00310000
003200      RECORD KEY IS DP-DEP-KEY                                    00320000
003300      FILE STATUS IS W01-DP-STATUS.                               00330000
003400*                                                                 00340000
003500      SELECT RPTFILE ASSIGN TO DDRPT                              00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS IS W01-RP-STATUS.                               00380000
003900 DATA DIVISION.                                                   00390000
004000 FILE SECTION.                                                    00400000
004100 FD KSDS-FILE.                                                    00410000
004200 01 MAREC.                                                        00420000
004300 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00430000
004400 FD DEPN-FILE.                                                    00440000
004500 COPY DEPNREC REPLACING ==:DEP:== BY ==DP==.                      00450000
004600 FD RPTFILE RECORDING MODE IS F.                                  00460000
004700 01 W01-RPT-REC PIC X(100).                                       00470000
004800 WORKING-STORAGE SECTION.                                         00480000
004900      EXEC SQL                                                    00490000
005000        INCLUDE SQLCA                                             00500000
005100      END-EXEC.                                                   00510000
005200      EXEC SQL                                                    00520000
005300        DECLARE CURA CURSOR FOR                                   00530000
005400          SELECT VALUE(MEDBILL_ASSOID, ' '),                      00540000
005500                 VALUE(MEDBILL_DEPSEQ, ' '),                      00550000
005600                 MEDBILL_CLMID, MEDBILL_LOSSAMT,                  00560000
005700                 MEDBILL_STATUS, CHAR(MEDBILL_CLMDATE)            00570000
005800            FROM TB_MEDBILL                                       00580000
005900           WHERE MEDBILL_CLMDATE >= :HV-FROM-DATE                 00590000
006000             AND MEDBILL_CLMDATE <  :HV-TO-DATE                   00600000
006100           ORDER BY 1, 2, MEDBILL_CLMID                           00610000
006200      END-EXEC.                                                   00620000
006300 01 W01-G-ERROR-VAR.                                              00630000
006400      05 W01-MA-STATUS         PIC XX.                            00640000
006500         88 C01W-MA-OK         VALUE '00'.                        00650000
006600         88 C01W-MA-KEYNF      VALUE '23'.                        00660000
006700      05 W01-DP-STATUS         PIC XX.                            00670000
006800         88 C01W-DP-OK         VALUE '00'.                        00680000
006900         88 C01W-DP-KEYNF      VALUE '23'.                        00690000
007000      05 W01-RP-STATUS         PIC XX.                            00700000
007100         88 C01W-RP-OK         VALUE '00'.                        00710000
007200      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   00720000
007300         88 C01W-SQL-OK        VALUE +000.                        00730000
007400         88 C01W-SQL-EOT       VALUE +100.                        00740000
007500 01 HV-ASSOID     PIC X(7).                                       00750000
007600 01 HV-DEPSEQ     PIC X(2).                                       00760000
007700 01 HV-CLMID      PIC S9(9) COMP.                                 00770000
007800 01 HV-LOSSAMT    PIC S9(9)V99 COMP-3.                            00780000
007900 01 HV-STATUS-CH  PIC X(12).                                      00790000
008000 01 HV-CLMDATE-CH PIC X(10).                                      00800000
008100 01 HV-FROM-DATE  PIC X(10).                                      00810000
008200 01 HV-TO-DATE    PIC X(10).                                      00820000
008300 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               00830000
008400 01 W02-MONTH-WORK.                                               00840000
008500      05 W02-MONTH-X   PIC X(6) VALUE SPACES.                     00850000
008600      05 W02-MONTH     PIC 9(6) VALUE ZEROS.                      00860000
008700      05 W02-MONTH-R REDEFINES W02-MONTH.                         00870000
008800         10 W02-MON-YYYY PIC 9(4).                                00880000
008900         10 W02-MON-MM   PIC 9(2).                                00890000
009000      05 W02-NEXT-YYYY PIC 9(4) VALUE ZEROS.                      00900000
009100      05 W02-NEXT-MM   PIC 9(2) VALUE ZEROS.                      00910000
009200 01 W02-PREV-ASSOID PIC X(7) VALUE HIGH-VALUES.                   00920000
009300 01 W02-CLMID-ED    PIC 9(9) VALUE ZEROS.                         00930000
009400 01 W02-AMT-ED      PIC ZZZ,ZZZ,ZZ9.99.                           00940000
009500 01 W02-CNT-ED      PIC ZZZZZ9.                                   00950000
009600 01 W02-PATIENT     PIC X(30) VALUE SPACES.                       00960000
009700 01 W02-ASSOC-NAME  PIC X(30) VALUE SPACES.                       00970000
009800 01 W02-ASSOC-STAT  PIC X(10) VALUE SPACES.                       00980000
009900 01 W02-ASSOC-TOTS.                                               00990000
010000      05 W02-AS-CNT    PIC 9(6) VALUE ZEROS.                      01000000
010100      05 W02-AS-AMT    PIC 9(9)V99 VALUE ZEROS.                   01010000
010200 01 W09-CNTRS.                                                    01020000
010300      05 W09-CLM-CNT   PIC 9(6) VALUE ZEROS.                      01030000
010400      05 W09-ASSOC-CNT PIC 9(6) VALUE ZEROS.                      01040000
010500      05 W09-NOASC-CNT PIC 9(6) VALUE ZEROS.                      01050000
010600      05 W09-TOT-AMT   PIC 9(11)V99 VALUE ZEROS.                  01060000
010700 01 W99-ERROR-REC.                                                01070000
010800      05 W99-ERR-PARA     PIC X(30).                              01080000
010900      05 W99-ERR-DESC     PIC X(30).                              01090000
011000      05 W99-ERR-CODE     PIC X(7).                               01100000
011100 01 W02-SQLERR-PGM PIC X(8) VALUE 'CLMASSOC'.                     01110000
011200 PROCEDURE DIVISION.                                              01120000
011300 0000-MAIN-PARA.                                                  01130000
011400       PERFORM 0500-GET-MONTH THRU 0500-MONTH-EXIT.               01140000
011500       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01150000
011600       PERFORM 3000-NEXT-CLAIM THRU 3000-NEXT-EXIT                01160000
011700           UNTIL C01W-SQL-EOT.                                    01170000
011800       PERFORM 6000-CLOSE-PARA THRU 6000-CLOSE-EXIT.              01180000
011900       STOP RUN.                                                  01190000
012000 0000-MAIN-EXIT.                                                  01200000
012100       EXIT.                                                      01210000
012200 0500-GET-MONTH.                                                  01220000
012300       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01230000
012400       DISPLAY "ENTER REPORT MONTH (YYYYMM) : ".                  01240000
012500       ACCEPT W02-MONTH-X.                                        01250000
012600       IF W02-MONTH-X NUMERIC                                     01260000
012700          MOVE W02-MONTH-X TO W02-MONTH                           01270000
012800       END-IF.                                                    01280000
012900       IF W02-MON-MM < 1 OR W02-MON-MM > 12                       01290000
013000          OR W02-MON-YYYY < 1900                                  01300000
013100          MOVE W01-TODAY(1:6) TO W02-MONTH                        01310000
013200          IF W02-MON-MM = 1                                       01320000
013300             MOVE 12 TO W02-MON-MM                                01330000
013400             SUBTRACT 1 FROM W02-MON-YYYY                         01340000
013500          ELSE                                                    01350000
013600             SUBTRACT 1 FROM W02-MON-MM                           01360000
013700          END-IF                                                  01370000
013800          DISPLAY "NO VALID MONTH - PREVIOUS MONTH REPORTED"      01380000
013900       END-IF.                                                    01390000
014000       MOVE W02-MON-YYYY TO W02-NEXT-YYYY.                        01400000
014100       COMPUTE W02-NEXT-MM = W02-MON-MM + 1.                      01410000
014200       IF W02-NEXT-MM > 12                                        01420000
014300          MOVE 1 TO W02-NEXT-MM                                   01430000
014400          ADD 1 TO W02-NEXT-YYYY                                  01440000
014500       END-IF.                                                    01450000
014600       STRING W02-MON-YYYY '-' W02-MON-MM '-01'                   01460000
014700          DELIMITED BY SIZE INTO HV-FROM-DATE                     01470000
014800       END-STRING.                                                01480000
014900       STRING W02-NEXT-YYYY '-' W02-NEXT-MM '-01'                 01490000
015000          DELIMITED BY SIZE INTO HV-TO-DATE                       01500000
015100       END-STRING.                                                01510000
015200       DISPLAY "REPORT MONTH : " W02-MONTH.                       01520000
015300 0500-MONTH-EXIT.                                                 01530000
015400       EXIT.                                                      01540000
015500 2000-OPEN-PARA.                                                  01550000
015600       OPEN OUTPUT RPTFILE.                                       01560000
015700       IF NOT C01W-RP-OK                                          01570000
015800          DISPLAY 'REPORT OPEN ERR ' W01-RP-STATUS                01580000
015900          MOVE 30 TO RETURN-CODE                                  01590000
016000          STOP RUN                                                01600000
016100       END-IF.                                                    01610000
016200       OPEN INPUT KSDS-FILE.                                      01620000
016300       IF NOT C01W-MA-OK                                          01630000
016400          DISPLAY 'ASSOCIATE KSDS OPEN ERR ' W01-MA-STATUS        01640000
016500          MOVE 30 TO RETURN-CODE                                  01650000
016600          STOP RUN                                                01660000
016700       END-IF.                                                    01670000
016800       OPEN INPUT DEPN-FILE.                                      01680000
016900       IF NOT C01W-DP-OK                                          01690000
017000          DISPLAY 'DEPENDENT KSDS OPEN ERR ' W01-DP-STATUS        01700000
017100          MOVE 30 TO RETURN-CODE                                  01710000
017200          STOP RUN                                                01720000
017300       END-IF.                                                    01730000
017400       EXEC SQL                                                   01740000
017500         OPEN CURA                                                01750000
017600       END-EXEC.                                                  01760000
017700       MOVE SQLCODE TO W01-SQLCODE.                               01770000
017800       IF NOT C01W-SQL-OK                                         01780000
017900          MOVE '2000-OPEN-PARA' TO W99-ERR-PARA                   01790000
018000          MOVE ' OPENING CURA' TO W99-ERR-DESC                    01800000
018100          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    01810000
018200          STOP RUN                                                01820000
018300       END-IF.                                                    01830000
018400       MOVE SPACES TO W01-RPT-REC.                                01840000
018500       STRING 'CLAIMS BY COVERED ASSOCIATE FOR ' W02-MONTH        01850000
018600              '   RUN ' W01-TODAY                                 01860000
018700          DELIMITED BY SIZE INTO W01-RPT-REC                      01870000
018800       END-STRING.                                                01880000
018900       WRITE W01-RPT-REC.                                         01890000
019000 2000-OPEN-EXIT.                                                  01900000
019100       EXIT.                                                      01910000
019200 3000-NEXT-CLAIM.                                                 01920000
019300       EXEC SQL                                                   01930000
019400         FETCH CURA INTO :HV-ASSOID,                              01940000
019500                         :HV-DEPSEQ,                              01950000
019600                         :HV-CLMID,                               01960000
019700                         :HV-LOSSAMT,                             01970000
019800                         :HV-STATUS-CH,                           01980000
019900                         :HV-CLMDATE-CH                           01990000
020000       END-EXEC.                                                  02000000
020100       MOVE SQLCODE TO W01-SQLCODE.                               02010000
020200       EVALUATE TRUE                                              02020000
020300         WHEN C01W-SQL-OK                                         02030000
020400           ADD 1 TO W09-CLM-CNT                                   02040000
020500           IF HV-ASSOID NOT = W02-PREV-ASSOID                     02050000
020600              PERFORM 3100-ASSOC-BREAK THRU 3100-BREAK-EXIT       02060000
020700           END-IF                                                 02070000
020800           PERFORM 3200-CLAIM-LINE THRU 3200-LINE-EXIT            02080000
020900         WHEN C01W-SQL-EOT                                        02090000
021000           CONTINUE                                               02100000
021100         WHEN OTHER                                               02110000
021200           MOVE '3000-NEXT-CLAIM' TO W99-ERR-PARA                 02120000
021300           MOVE ' FETCHING CURA' TO W99-ERR-DESC                  02130000
021400           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   02140000
021500           STOP RUN                                               02150000
021600       END-EVALUATE.                                              02160000
021700 3000-NEXT-EXIT.                                                  02170000
021800       EXIT.                                                      02180000
021900 3100-ASSOC-BREAK.                                                02190000
022000       IF W02-PREV-ASSOID NOT = HIGH-VALUES                       02200000
022100          PERFORM 3300-ASSOC-TOTAL THRU 3300-TOTAL-EXIT           02210000
022200       END-IF.                                                    02220000
022300       MOVE HV-ASSOID TO W02-PREV-ASSOID.                         02230000
022400       MOVE ZEROS TO W02-AS-CNT W02-AS-AMT.                       02240000
022500       MOVE SPACES TO W01-RPT-REC.                                02250000
022600       WRITE W01-RPT-REC.                                         02260000
022700       IF HV-ASSOID = SPACES                                      02270000
022800          MOVE 'CLAIMS WITH NO ASSOCIATE' TO W01-RPT-REC          02280000
022900          WRITE W01-RPT-REC                                       02290000
023000          GO TO 3100-BREAK-EXIT                                   02300000
023100       END-IF.                                                    02310000
023200       ADD 1 TO W09-ASSOC-CNT.                                    02320000
023300       MOVE HV-ASSOID TO MAASSOID.                                02330000
023400       READ KSDS-FILE.                                            02340000
023500       EVALUATE TRUE                                              02350000
023600         WHEN C01W-MA-OK                                          02360000
023700           MOVE MANAME TO W02-ASSOC-NAME                          02370000
023800           EVALUATE MASTATUS                                      02380000
023900             WHEN 'T'                                             02390000
024000               MOVE 'TERMINATED' TO W02-ASSOC-STAT                02400000
024100             WHEN 'L'                                             02410000
024200               MOVE 'ON LEAVE' TO W02-ASSOC-STAT                  02420000
024300             WHEN OTHER                                           02430000
024400               MOVE 'ACTIVE' TO W02-ASSOC-STAT                    02440000
024500           END-EVALUATE                                           02450000
024600         WHEN C01W-MA-KEYNF                                       02460000
024700           MOVE '** NOT ON MASTER **' TO W02-ASSOC-NAME           02470000
024800           MOVE SPACES TO W02-ASSOC-STAT                          02480000
024900         WHEN OTHER                                               02490000
025000           DISPLAY 'ASSOCIATE KSDS READ ERR ' W01-MA-STATUS       02500000
025100           MOVE 30 TO RETURN-CODE                                 02510000
025200           STOP RUN                                               02520000
025300       END-EVALUATE.                                              02530000
025400       MOVE SPACES TO W01-RPT-REC.                                02540000
025500       STRING 'ASSOCIATE ' HV-ASSOID '  ' W02-ASSOC-NAME          02550000
025600              '  ' W02-ASSOC-STAT                                 02560000
025700          DELIMITED BY SIZE INTO W01-RPT-REC                      02570000
025800       END-STRING.                                                02580000
025900       WRITE W01-RPT-REC.                                         02590000
026000 3100-BREAK-EXIT.                                                 02600000
026100       EXIT.                                                      02610000
026200 3200-CLAIM-LINE.                                                 02620000
026300       MOVE 'SELF' TO W02-PATIENT.                                02630000
026400       IF HV-ASSOID = SPACES                                      02640000
026500          MOVE SPACES TO W02-PATIENT                              02650000
026600       END-IF.                                                    02660000
026700       IF HV-ASSOID NOT = SPACES AND HV-DEPSEQ NOT = SPACES       02670000
026800          MOVE HV-ASSOID TO DP-ASSOID                             02680000
026900          MOVE HV-DEPSEQ TO DP-DEP-SEQ                            02690000
027000          READ DEPN-FILE                                          02700000
027100          IF C01W-DP-OK                                           02710000
027200             MOVE DP-DEP-NAME TO W02-PATIENT                      02720000
027300          ELSE                                                    02730000
027400             MOVE 'DEPENDENT NOT ON FILE' TO W02-PATIENT          02740000
027500          END-IF                                                  02750000
027600       END-IF.                                                    02760000
027700       ADD 1 TO W02-AS-CNT.                                       02770000
027800       ADD HV-LOSSAMT TO W02-AS-AMT W09-TOT-AMT.                  02780000
027900       IF HV-ASSOID = SPACES                                      02790000
028000          ADD 1 TO W09-NOASC-CNT                                  02800000
028100       END-IF.                                                    02810000
028200       MOVE HV-CLMID TO W02-CLMID-ED.                             02820000
028300       MOVE HV-LOSSAMT TO W02-AMT-ED.                             02830000
028400       MOVE SPACES TO W01-RPT-REC.                                02840000
028500       STRING '   ' W02-CLMID-ED ' ' HV-CLMDATE-CH ' '            02850000
028600              HV-DEPSEQ ' ' W02-PATIENT(1:24) ' '                 02860000
028700              HV-STATUS-CH ' ' W02-AMT-ED                         02870000
028800          DELIMITED BY SIZE INTO W01-RPT-REC                      02880000
028900       END-STRING.                                                02890000
029000       WRITE W01-RPT-REC.                                         02900000
029100 3200-LINE-EXIT.                                                  02910000
029200       EXIT.                                                      02920000
029300 3300-ASSOC-TOTAL.                                                02930000
029400       MOVE W02-AS-CNT TO W02-CNT-ED.                             02940000
029500       MOVE W02-AS-AMT TO W02-AMT-ED.                             02950000
029600       MOVE SPACES TO W01-RPT-REC.                                02960000
029700       STRING '   CLAIMS ' W02-CNT-ED '   TOTAL ' W02-AMT-ED      02970000
029800          DELIMITED BY SIZE INTO W01-RPT-REC                      02980000
029900       END-STRING.                                                02990000
030000       WRITE W01-RPT-REC.                                         03000000
030100 3300-TOTAL-EXIT.                                                 03010000
030200       EXIT.                                                      03020000
030300 6000-CLOSE-PARA.                                                 03030000
030400       EXEC SQL                                                   03040000
030500         CLOSE CURA                                               03050000
030600       END-EXEC.                                                  03060000
030700       IF W02-PREV-ASSOID NOT = HIGH-VALUES                       03070000
030800          PERFORM 3300-ASSOC-TOTAL THRU 3300-TOTAL-EXIT           03080000
030900       END-IF.                                                    03090000
031000       MOVE W09-TOT-AMT TO W02-AMT-ED.                            03100000
031100       MOVE SPACES TO W01-RPT-REC.                                03110000
031200       WRITE W01-RPT-REC.                                         03120000
031300       MOVE SPACES TO W01-RPT-REC.                                03130000
031400       STRING 'CLAIMS=' W09-CLM-CNT                               03140000
031500              ' ASSOCIATES=' W09-ASSOC-CNT                        03150000
031600              ' NO ASSOCIATE=' W09-NOASC-CNT                      03160000
031700              ' TOTAL=' W02-AMT-ED                                03170000
031800          DELIMITED BY SIZE INTO W01-RPT-REC                      03180000
031900       END-STRING.                                                03190000
032000       WRITE W01-RPT-REC.                                         03200000
032100       CLOSE KSDS-FILE DEPN-FILE RPTFILE.                         03210000
032200       DISPLAY 'CLAIMS REPORTED : ' W09-CLM-CNT.                  03220000
032300       DISPLAY 'ASSOCIATES      : ' W09-ASSOC-CNT.                03230000
032400       DISPLAY 'NO ASSOCIATE    : ' W09-NOASC-CNT.                03240000
032500 6000-CLOSE-EXIT.                                                 03250000
032600       EXIT.                                                      03260000
032700 9500-SQL-ERROR-PARA.                                             03270000
032800      CALL 'SQLERRS' USING W02-SQLERR-PGM                         03280000
032900           W99-ERR-PARA W99-ERR-DESC SQLCA.                       03290000
033000 9500-SQL-ERROR-EXIT.                                             03300000
033100      EXIT.                                                       03310000
