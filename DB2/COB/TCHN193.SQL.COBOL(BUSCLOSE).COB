000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. BUSCLOSE.                                            00020000
000300***************************************************************** 00030000
000400* TABLES USED : D2_BUSORG (DB2 BUSINESS STORE KEPT BY D2)         00040000
000500* INPUT FILE  : BUSINESS MASTER KSDS KEPT BY UPTKSDS (DDBUSKSD),  00050000
000600*               EMPLOYER LINK KSDS (DDLNKKS)                      00060000
000700* OUTPUT FILE : UPTKSDS CLOSE TRANSACTIONS (DDTXN), CLOSURE AND   00070000
000800*               STILL-LINKED REPORT (DDRPT)                       00080000
000900* PRG DESC    : NIGHTLY CLOSE-OUT OF ENDED BUSINESSES.  EVERY     00090000
001000*               D2_BUSORG ROW WHOSE BUS_END (ISO DATE IN THE      00100000
001100*               FIRST 10 BYTES) IS TODAY OR EARLIER AND WHOSE     00110000
001200*               BUSINESS IS STILL OPEN ON THE KSDS GETS A         00120000
001300*               UPTKSDS C (CLOSE) TRANSACTION CARRYING ITS        00130000
001400*               REG-CODE, SO THE CLOSE TAKES THE USUAL UPTKSDS    00140000
001500*               AUDIT AND REG-CODE CHECKS IN THE NEXT STEP.       00150000
001600*               EVERY ACTIVE LINKREC LINK STILL POINTING AT A     00160000
001700*               CLOSING BUSINESS IS LISTED FOR HR TO TRANSFER     00170000
001800*               OR TERMINATE - THE RUN THEN ENDS RC 4.            00180000
001900* AUTHOR      : BOOSAN                                            00190000
002000* CREATED ON  : 15 OCT 2026                                       00200000
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500      SELECT TI001-BUS-FILE ASSIGN TO DDBUSKSD                    00250000
002600      ORGANIZATION IS INDEXED                                     00260000
002700      ACCESS MODE IS RANDOM                                       00270000
002800      RECORD KEY IS BU-BUS-KEY                                    00280000
002900      FILE STATUS IS W01-BU-STATUS.                               00290000
003000*                                                                 00300000
003100      SELECT TI002-LINK-FILE ASSIGN TO DDLNKKS                    00310000
003200      ORGANIZATION IS INDEXED                                     00320000
003300      ACCESS MODE IS SEQUENTIAL                                   00330000
003400      RECORD KEY IS LK-ASSOID                                     00340000
003500      FILE STATUS IS W01-LK-STATUS.                               00350000
003600*                                                                 00360000
003700      SELECT TO001-TXN-FILE ASSIGN TO DDTXN                       00370000
003800      ORGANIZATION IS SEQUENTIAL                                  00380000
003900      ACCESS MODE IS SEQUENTIAL                                   00390000
004000      FILE STATUS IS W01-TX-STATUS.                               00400000
004100*                                                                 00410000
004200      SELECT TO002-RPT-FILE ASSIGN TO DDRPT                       00420000
004300      ORGANIZATION IS SEQUENTIAL                                  00430000
004400      ACCESS MODE IS SEQUENTIAL                                   00440000
004500      FILE STATUS IS W01-RP-STATUS.                               00450000
004600*                                                                 00460000
004700 DATA DIVISION.                                                   00470000
004800 FILE SECTION.                                                    00480000
004900 FD TI001-BUS-FILE.                                               00490000
005000 COPY BUSREC REPLACING ==:BUS:== BY ==BU==.                       00500000
005100 FD TI002-LINK-FILE.                                              00510000
005200 COPY LINKREC REPLACING ==:LNK:== BY ==LK==.                      00520000
005300 FD TO001-TXN-FILE RECORDING MODE IS F.                           00530000
005400 01 W01-TXN-REC PIC X(80).                                        00540000
005500 FD TO002-RPT-FILE RECORDING MODE IS F.                           00550000
005600 01 W01-RPT-REC PIC X(100).                                       00560000
005700 WORKING-STORAGE SECTION.                                         00570000
005800      EXEC SQL                                                    00580000
005900        INCLUDE SQLCA                                             00590000
006000      END-EXEC.                                                   00600000
006100*                                                                 00610000
006200      EXEC SQL                                                    00620000
006300        INCLUDE D2                                                00630000
006400      END-EXEC.                                                   00640000
006500*                                                                 00650000
006600      EXEC SQL                                                    00660000
006700        DECLARE CUR1 CURSOR FOR                                   00670000
006800          SELECT BUS_NO, BUS_END                                  00680000
006900            FROM D2_BUSORG                                        00690000
007000           WHERE BUS_END <> ' '                                   00700000
007100             AND SUBSTR(BUS_END, 1, 10) <= :HV-TODAY-ISO          00710000
007200           ORDER BY BUS_NO                                        00720000
007300      END-EXEC.                                                   00730000
007400*                                                                 00740000
007500 01 W01-HOST-VARS.                                                00750000
007600      05 HV-BUS-NO    PIC X(4).                                   00760000
007700      05 HV-BUS-END   PIC X(15).                                  00770000
007800      05 HV-TODAY-ISO PIC X(10).                                  00780000
007900 01 W01-G-ERROR-VAR.                                              00790000
008000      05 W01-BU-STATUS         PIC XX.                            00800000
008100         88 C01W-BU-OK         VALUE '00'.                        00810000
008200         88 C01W-BU-KEYNF      VALUE '23'.                        00820000
008300      05 W01-LK-STATUS         PIC XX.                            00830000
008400         88 C01W-LK-OK         VALUE '00'.                        00840000
008500         88 C01W-LK-EOF        VALUE '10'.                        00850000
008600      05 W01-TX-STATUS         PIC XX.                            00860000
008700         88 C01W-TX-OK         VALUE '00'.                        00870000
008800      05 W01-RP-STATUS         PIC XX.                            00880000
008900         88 C01W-RP-OK         VALUE '00'.                        00890000
009000      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   00900000
009100         88 C01W-SQL-OK        VALUE +000.                        00910000
009200         88 C01W-SQL-EOT       VALUE +100.                        00920000
009300 01 W01-TODAY                  PIC 9(8).                          00930000
009400 01 W01-TODAY-PARTS REDEFINES W01-TODAY.                          00940000
009500      05 W01-TODAY-YYYY        PIC X(4).                          00950000
009600      05 W01-TODAY-MM          PIC X(2).                          00960000
009700      05 W01-TODAY-DD          PIC X(2).                          00970000
009800 01 W01-CLS-CNT                PIC 9(4) VALUE 0.                  00980000
009900 01 W01-CLS-IDX                PIC 9(4) VALUE 0.                  00990000
010000 01 W01-CLS-FND                PIC 9(4) VALUE 0.                  01000000
010100 01 W01-CLS-TABLE.                                                01010000
010200      05 W01-CLS-KEY OCCURS 500 TIMES PIC X(3).                   01020000
010300 01 W01-OVFL-SW                PIC X VALUE 'N'.                   01030000
010400      88 C01W-CLS-TBL-FULL     VALUE 'Y'.                         01040000
010500 01 WS-CNTRS.                                                     01050000
010600      05 DB-CNTR       PIC 9(6) VALUE ZEROS.                      01060000
010700      05 CLOSE-CNTR    PIC 9(6) VALUE ZEROS.                      01070000
010800      05 ALRCLS-CNTR   PIC 9(6) VALUE ZEROS.                      01080000
010900      05 NOKS-CNTR     PIC 9(6) VALUE ZEROS.                      01090000
011000      05 LINKED-CNTR   PIC 9(6) VALUE ZEROS.                      01100000
011100 01 W99-ERROR-REC.                                                01110000
011200      05 W99-ERR-PARA     PIC X(30).                              01120000
011300      05 W99-ERR-DESC     PIC X(30).                              01130000
011400      05 W99-ERR-CODE     PIC X(7).                               01140000
011500 01 W02-SQLERR-PGM PIC X(8) VALUE 'BUSCLOSE'.                     01150000
011600 PROCEDURE DIVISION.                                              01160000
011700 0000-MAIN-PARA.                                                  01170000
011800       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01180000
011900       PERFORM 3000-FETCH-DB2 THRU 3000-FETCH-EXIT                01190000
012000           UNTIL C01W-SQL-EOT.                                    01200000
012100       IF W01-CLS-CNT > 0                                         01210000
012200          PERFORM 3500-READ-LINK THRU 3500-READ-EXIT              01220000
012300              UNTIL C01W-LK-EOF                                   01230000
012400       END-IF.                                                    01240000
012500       PERFORM 4000-CLOSE-PARA THRU 4000-CLOSE-EXIT.              01250000
012600       STOP RUN.                                                  01260000
012700 0000-MAIN-EXIT.                                                  01270000
012800       EXIT.                                                      01280000
012900 2000-OPEN-PARA.                                                  01290000
013000       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01300000
013100       STRING W01-TODAY-YYYY '-' W01-TODAY-MM '-' W01-TODAY-DD    01310000
013200          DELIMITED BY SIZE INTO HV-TODAY-ISO                     01320000
013300       END-STRING.                                                01330000
013400       OPEN INPUT TI001-BUS-FILE TI002-LINK-FILE.                 01340000
013500       IF NOT C01W-BU-OK OR NOT C01W-LK-OK                        01350000
013600          DISPLAY 'KSDS OPEN ERR ' W01-BU-STATUS ' ' W01-LK-STATUS01360000
013700          MOVE 30 TO RETURN-CODE                                  01370000
013800          STOP RUN                                                01380000
013900       END-IF.                                                    01390000
014000       OPEN OUTPUT TO001-TXN-FILE TO002-RPT-FILE.                 01400000
014100       IF NOT C01W-TX-OK OR NOT C01W-RP-OK                        01410000
014200          DISPLAY 'OUTPUT OPEN ERR ' W01-TX-STATUS ' '            01420000
014300                  W01-RP-STATUS                                   01430000
014400          MOVE 30 TO RETURN-CODE                                  01440000
014500          STOP RUN                                                01450000
014600       END-IF.                                                    01460000
014700       MOVE SPACES TO W01-RPT-REC.                                01470000
014800       STRING 'BUSINESS CLOSE-OUT FOR END DATES TO ' HV-TODAY-ISO 01480000
014900          DELIMITED BY SIZE INTO W01-RPT-REC                      01490000
015000       END-STRING.                                                01500000
015100       WRITE W01-RPT-REC.                                         01510000
015200       EXEC SQL                                                   01520000
015300         OPEN CUR1                                                01530000
015400       END-EXEC.                                                  01540000
015500       MOVE SQLCODE TO W01-SQLCODE.                               01550000
015600       IF NOT C01W-SQL-OK                                         01560000
015700          MOVE '2000-OPEN-PARA' TO W99-ERR-PARA                   01570000
015800          MOVE ' OPENING CUR1' TO W99-ERR-DESC                    01580000
015900          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    01590000
016000          STOP RUN                                                01600000
016100       END-IF.                                                    01610000
016200 2000-OPEN-EXIT.                                                  01620000
016300       EXIT.                                                      01630000
016400 3000-FETCH-DB2.                                                  01640000
016500       EXEC SQL                                                   01650000
016600         FETCH CUR1 INTO :HV-BUS-NO, :HV-BUS-END                  01660000
016700       END-EXEC.                                                  01670000
016800       MOVE SQLCODE TO W01-SQLCODE.                               01680000
016900       EVALUATE TRUE                                              01690000
017000         WHEN C01W-SQL-OK                                         01700000
017100           ADD 1 TO DB-CNTR                                       01710000
017200           PERFORM 3100-CLOSE-BUS THRU 3100-CLOSE-EXIT            01720000
017300         WHEN C01W-SQL-EOT                                        01730000
017400           CONTINUE                                               01740000
017500         WHEN OTHER                                               01750000
017600           MOVE '3000-FETCH-DB2' TO W99-ERR-PARA                  01760000
017700           MOVE ' FETCHING CUR1' TO W99-ERR-DESC                  01770000
017800           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   01780000
017900           STOP RUN                                               01790000
018000       END-EVALUATE.                                              01800000
018100 3000-FETCH-EXIT.                                                 01810000
018200       EXIT.                                                      01820000
018300 3100-CLOSE-BUS.                                                  01830000
018400       MOVE HV-BUS-NO(1:3) TO BU-BUS-KEY.                         01840000
018500       READ TI001-BUS-FILE.                                       01850000
018600       EVALUATE TRUE                                              01860000
018700         WHEN C01W-BU-OK                                          01870000
018800           CONTINUE                                               01880000
018900         WHEN C01W-BU-KEYNF                                       01890000
019000           ADD 1 TO NOKS-CNTR                                     01900000
019100           MOVE SPACES TO W01-RPT-REC                             01910000
019200           STRING 'NOT ON BUSINESS KSDS : ' HV-BUS-NO             01920000
019300                  ' ENDED ' HV-BUS-END                            01930000
019400              DELIMITED BY SIZE INTO W01-RPT-REC                  01940000
019500           END-STRING                                             01950000
019600           WRITE W01-RPT-REC                                      01960000
019700           GO TO 3100-CLOSE-EXIT                                  01970000
019800         WHEN OTHER                                               01980000
019900           DISPLAY 'BUSKSDS READ ERR ' W01-BU-STATUS              01990000
020000           MOVE 30 TO RETURN-CODE                                 02000000
020100           STOP RUN                                               02010000
020200       END-EVALUATE.                                              02020000
020300       IF BU-BUS-STATUS = 'I'                                     02030000
020400          ADD 1 TO ALRCLS-CNTR                                    02040000
020500          GO TO 3100-CLOSE-EXIT                                   02050000
020600       END-IF.                                                    02060000
020700*      UPTKSDS READS KEY / TYPE-REGION / FRANCHISE / OP AS        02070000
020800*      BLANK-DELIMITED WORDS - A CLOSE CHANGES NEITHER, SO        02080000
020900*      PLACEHOLDERS HOLD THEIR PLACE.  REG-CODE RIDES IN ITS      02090000
021000*      FIXED POSITION FOR THE REG-CODE CHECK.                     02100000
021100       MOVE SPACES TO W01-TXN-REC.                                02110000
021200       STRING BU-BUS-KEY ' * * C'                                 02120000
021300          DELIMITED BY SIZE INTO W01-TXN-REC                      02130000
021400       END-STRING.                                                02140000
021500       MOVE BU-REG-CODE TO W01-TXN-REC(60:4).                     02150000
021600       WRITE W01-TXN-REC.                                         02160000
021700       IF NOT C01W-TX-OK                                          02170000
021800          DISPLAY 'TXN WRITE ERR ' W01-TX-STATUS                  02180000
021900          MOVE 30 TO RETURN-CODE                                  02190000
022000          STOP RUN                                                02200000
022100       END-IF.                                                    02210000
022200       ADD 1 TO CLOSE-CNTR.                                       02220000
022300       MOVE SPACES TO W01-RPT-REC.                                02230000
022400       STRING 'CLOSING ' BU-BUS-KEY ' ' BU-BUS-NAME               02240000
022500              ' REG ' BU-REG-CODE ' ENDED ' HV-BUS-END            02250000
022600          DELIMITED BY SIZE INTO W01-RPT-REC                      02260000
022700       END-STRING.                                                02270000
022800       WRITE W01-RPT-REC.                                         02280000
022900       IF W01-CLS-CNT < 500                                       02290000
023000          ADD 1 TO W01-CLS-CNT                                    02300000
023100          MOVE BU-BUS-KEY TO W01-CLS-KEY(W01-CLS-CNT)             02310000
023200       ELSE                                                       02320000
023300          MOVE 'Y' TO W01-OVFL-SW                                 02330000
023400       END-IF.                                                    02340000
023500 3100-CLOSE-EXIT.                                                 02350000
023600       EXIT.                                                      02360000
023700 3500-READ-LINK.                                                  02370000
023800       READ TI002-LINK-FILE.                                      02380000
023900       EVALUATE TRUE                                              02390000
024000         WHEN C01W-LK-OK                                          02400000
024100           IF LK-LINK-STATUS = 'A'                                02410000
024200              PERFORM 3600-CHECK-LINK THRU 3600-CHECK-EXIT        02420000
024300           END-IF                                                 02430000
024400         WHEN C01W-LK-EOF                                         02440000
024500           CONTINUE                                               02450000
024600         WHEN OTHER                                               02460000
024700           DISPLAY 'LNKKSDS READ ERR ' W01-LK-STATUS              02470000
024800           MOVE 30 TO RETURN-CODE                                 02480000
024900           STOP RUN                                               02490000
025000       END-EVALUATE.                                              02500000
025100 3500-READ-EXIT.                                                  02510000
025200       EXIT.                                                      02520000
025300 3600-CHECK-LINK.                                                 02530000
025400       MOVE 0 TO W01-CLS-FND.                                     02540000
025500       PERFORM 3610-SCAN-CLOSING THRU 3610-SCAN-EXIT              02550000
025600           VARYING W01-CLS-IDX FROM 1 BY 1                        02560000
025700           UNTIL W01-CLS-IDX > W01-CLS-CNT OR W01-CLS-FND > 0.    02570000
025800       IF W01-CLS-FND = 0                                         02580000
025900          GO TO 3600-CHECK-EXIT                                   02590000
026000       END-IF.                                                    02600000
026100       ADD 1 TO LINKED-CNTR.                                      02610000
026200       MOVE SPACES TO W01-RPT-REC.                                02620000
026300       STRING 'STILL LINKED ' LK-ASSOID ' TO CLOSING BUSINESS '   02630000
026400              LK-BUS-KEY ' SINCE ' LK-LINK-DATE                   02640000
026500          DELIMITED BY SIZE INTO W01-RPT-REC                      02650000
026600       END-STRING.                                                02660000
026700       WRITE W01-RPT-REC.                                         02670000
026800 3600-CHECK-EXIT.                                                 02680000
026900       EXIT.                                                      02690000
027000 3610-SCAN-CLOSING.                                               02700000
027100       IF W01-CLS-KEY(W01-CLS-IDX) = LK-BUS-KEY                   02710000
027200          MOVE W01-CLS-IDX TO W01-CLS-FND                         02720000
027300       END-IF.                                                    02730000
027400 3610-SCAN-EXIT.                                                  02740000
027500       EXIT.                                                      02750000
027600 4000-CLOSE-PARA.                                                 02760000
027700       EXEC SQL                                                   02770000
027800         CLOSE CUR1                                               02780000
027900       END-EXEC.                                                  02790000
028000       MOVE SPACES TO W01-RPT-REC.                                02800000
028100       STRING 'ENDED ROWS=' DB-CNTR                               02810000
028200              ' CLOSE TXNS=' CLOSE-CNTR                           02820000
028300              ' ALREADY CLOSED=' ALRCLS-CNTR                      02830000
028400              ' NOT ON KSDS=' NOKS-CNTR                           02840000
028500              ' STILL LINKED=' LINKED-CNTR                        02850000
028600          DELIMITED BY SIZE INTO W01-RPT-REC                      02860000
028700       END-STRING.                                                02870000
028800       WRITE W01-RPT-REC.                                         02880000
028900       IF C01W-CLS-TBL-FULL                                       02890000
029000          MOVE SPACES TO W01-RPT-REC                              02900000
029100          MOVE 'CLOSING LIST FULL - LINK CHECK INCOMPLETE'        02910000
029200             TO W01-RPT-REC                                       02920000
029300          WRITE W01-RPT-REC                                       02930000
029400       END-IF.                                                    02940000
029500       CLOSE TI001-BUS-FILE TI002-LINK-FILE                       02950000
029600             TO001-TXN-FILE TO002-RPT-FILE.                       02960000
029700       DISPLAY 'ENDED D2_BUSORG ROWS : ' DB-CNTR.                 02970000
029800       DISPLAY 'CLOSE TXNS WRITTEN   : ' CLOSE-CNTR.              02980000
029900       DISPLAY 'ALREADY CLOSED       : ' ALRCLS-CNTR.             02990000
030000       DISPLAY 'NOT ON BUSINESS KSDS : ' NOKS-CNTR.               03000000
030100       DISPLAY 'LINKS STILL ACTIVE   : ' LINKED-CNTR.             03010000
030200       IF LINKED-CNTR > 0 OR NOKS-CNTR > 0                        03020000
030300          MOVE 4 TO RETURN-CODE                                   03030000
030400       END-IF.                                                    03040000
030500       IF C01W-CLS-TBL-FULL                                       03050000
030600          MOVE 8 TO RETURN-CODE                                   03060000
030700       END-IF.                                                    03070000
030800 4000-CLOSE-EXIT.                                                 03080000
030900       EXIT.                                                      03090000
031000 9500-SQL-ERROR-PARA.                                             03100000
031100      CALL 'SQLERRS' USING W02-SQLERR-PGM                         03110000
031200           W99-ERR-PARA W99-ERR-DESC SQLCA.                       03120000
031300 9500-SQL-ERROR-EXIT.                                             03130000
031400      EXIT.                                                       03140000
