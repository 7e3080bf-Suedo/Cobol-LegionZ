000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CASEMNT.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : CASE REVIEW TRANSACTION FILE (DDIP)               00040000
000500* OUTPUT FILE : CASH SCREENING CASE KSDS (DDCASEKS, I-O), AUDIT   00050000
000600*               LOG (DDAUDIT), RUN REPORT (DDRPT)                 00060000
000700* PRG DESC    : RECORDS COMPLIANCE'S REVIEW OF THE CASES CASHSCRN 00070000
000800*               RAISES.  CARD - COL 1 OPERATION, 2-6 CUST-ID,     00080000
000900*               7-8 RULE, 9-16 CASE DATE, 17-18 CASE SEQ,         00090000
001000*               19-48 REVIEW NOTE.                                00100000
001100*               C = CONFIRM - THE CASE GOES TO THE REGULATOR ON   00110000
001200*                   THE NEXT CASEXTR RUN.                         00120000
001300*               D = DISMISS - NOTHING TO REPORT.                  00130000
001400*               O = REOPEN A CONFIRMED OR DISMISSED CASE.         00140000
001500*               A REPORTED CASE (STATUS R) CANNOT BE CHANGED.     00150000
001600*               THE OPERATOR IS RECORDED AS REVIEWER WITH THE     00160000
001700*               DATE AND NOTE, AND EVERY CHANGE WRITES AN AUDIT   00170000
001800*               ENTRY IN THE SHARED AUDITREC SHAPE - REC-KEY IS   00180000
001900*               CUST-ID, RULE AND SEQ, FIELD-ID THE CASE DATE,    00190000
002000*               OLD / NEW VALUE THE STATUS, REVIEWER, DATE AND    00200000
002100*               NOTE.                                             00210000
002200* AUTHOR      : GIRIDHAR                                          00220000
002300* CREATED ON  : 15 OCT 2026                                       00230000
002400***************************************************************** 00240000
002500 ENVIRONMENT DIVISION.                                            00250000
002600 INPUT-OUTPUT SECTION.                                            00260000
002700 FILE-CONTROL.                                                    00270000
002800      SELECT IP-FILE ASSIGN TO DDIP                               00280000
002900      ORGANIZATION IS SEQUENTIAL                                  00290000
003000      ACCESS MODE IS SEQUENTIAL                                   00300000
003100      FILE STATUS IP-STATUS.                                      00310000
003200*                                                                 00320000
003300      SELECT CASEFILE ASSIGN TO DDCASEKS                          00330000
003400      ORGANIZATION IS INDEXED                                     00340000
003500      ACCESS MODE IS RANDOM                                       00350000
003600      RECORD KEY IS CS-CASE-KEY                                   00360000
003700      FILE STATUS CS-STATUS.                                      00370000
003800*                                                                 00380000
003900      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00390000
004000      ORGANIZATION IS SEQUENTIAL                                  00400000
004100      ACCESS MODE IS SEQUENTIAL                                   00410000
004200      FILE STATUS AU-STATUS.                                      00420000
004300*                                                                 00430000
004400      SELECT RPTFILE ASSIGN TO DDRPT                              00440000
004500      ORGANIZATION IS SEQUENTIAL                                  00450000
004600      ACCESS MODE IS SEQUENTIAL                                   00460000
004700      FILE STATUS RP-STATUS.                                      00470000
004800*                                                                 00480000
004900 DATA DIVISION.                                                   00490000
005000 FILE SECTION.                                                    00500000
005100 FD IP-FILE RECORDING MODE F.                                     00510000
005200 01 IP-REC PIC X(80).                                             00520000
005300 FD CASEFILE.                                                     00530000
005400 COPY CASEREC REPLACING ==:CSE:== BY ==CS==.                      00540000
005500 FD AUDIT-FILE RECORDING MODE IS F.                               00550000
005600 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00560000
005700 FD RPTFILE RECORDING MODE F.                                     00570000
005800 01 RPT-REC PIC X(80).                                            00580000
005900 WORKING-STORAGE SECTION.                                         00590000
006000 01 WS-FILE-STATUSES.                                             00600000
006100    05 IP-STATUS PIC XX.                                          00610000
006200    88 IP-OPEN-OK VALUE '00'.                                     00620000
006300    88 IP-READ-OK VALUE '00'.                                     00630000
006400    88 IP-EOF     VALUE '10'.                                     00640000
006500    05 CS-STATUS PIC XX.                                          00650000
006600    88 CS-OPEN-OK    VALUE '00'.                                  00660000
006700    88 CS-READ-OK    VALUE '00'.                                  00670000
006800    88 CS-REWRITE-OK VALUE '00'.                                  00680000
006900    88 CS-KEYNF      VALUE '23'.                                  00690000
007000    05 AU-STATUS PIC XX.                                          00700000
007100    88 AU-OPEN-OK  VALUE '00'.                                    00710000
007200    88 AU-WRITE-OK VALUE '00'.                                    00720000
007300    05 RP-STATUS PIC XX.                                          00730000
007400    88 RP-OPEN-OK VALUE '00'.                                     00740000
007500 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00750000
007600 01 WS-OPER-ID PIC X(8) VALUE SPACES.                             00760000
007700 01 WS-TRAN-REC.                                                  00770000
007800    05 WS-OP PIC X(1).                                            00780000
007900    88 OP-CONFIRM VALUE 'C'.                                      00790000
008000    88 OP-DISMISS VALUE 'D'.                                      00800000
008100    88 OP-REOPEN  VALUE 'O'.                                      00810000
008200    05 WS-CASE-KEY.                                               00820000
008300       10 WS-CUST-ID   PIC X(5).                                  00830000
008400       10 WS-RULE      PIC X(2).                                  00840000
008500       10 WS-CASE-DATE PIC X(8).                                  00850000
008600       10 WS-CASE-SEQ  PIC X(2).                                  00860000
008700    05 WS-NOTE PIC X(30).                                         00870000
008800 01 WS-CASE-IMAGE.                                                00880000
008900    05 WS-IMG-STATUS   PIC X.                                     00890000
009000    05 FILLER          PIC X VALUE SPACE.                         00900000
009100    05 WS-IMG-REVIEWER PIC X(8).                                  00910000
009200    05 FILLER          PIC X VALUE SPACE.                         00920000
009300    05 WS-IMG-DATE     PIC 9(8).                                  00930000
009400    05 FILLER          PIC X VALUE SPACE.                         00940000
009500    05 WS-IMG-NOTE     PIC X(30).                                 00950000
009600 01 WS-CNTRS.                                                     00960000
009700    05 IP-CNTR  PIC 9(6) VALUE ZEROS.                             00970000
009800    05 CNF-CNTR PIC 9(6) VALUE ZEROS.                             00980000
009900    05 DSM-CNTR PIC 9(6) VALUE ZEROS.                             00990000
010000    05 REO-CNTR PIC 9(6) VALUE ZEROS.                             01000000
010100    05 REJ-CNTR PIC 9(6) VALUE ZEROS.                             01010000
010200 01 WS-ERR-DESC.                                                  01020000
010300    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01030000
010400    05  ERR-PARA             PIC X(30).                           01040000
010500    05  FILLER               PIC XX VALUE SPACES.                 01050000
010600    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01060000
010700    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01070000
010800    05  ERR-FILE-STATUS      PIC XX.                              01080000
010900 PROCEDURE DIVISION.                                              01090000
011000 0000-MAIN-PARA.                                                  01100000
011100      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01110000
011200      CALL 'OPERSUB' USING WS-OPER-ID.                            01120000
011300      PERFORM 1000-OPEN-FILES.                                    01130000
011400      PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                        01140000
011500      PERFORM 4000-CLOSE-PARA.                                    01150000
011600      STOP RUN.                                                   01160000
011700 0000-MAIN-PARA-EXIT.                                             01170000
011800      EXIT.                                                       01180000
011900 1000-OPEN-FILES.                                                 01190000
012000      OPEN INPUT IP-FILE.                                         01200000
012100      IF NOT IP-OPEN-OK                                           01210000
012200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01220000
012300         MOVE 'IP-FILE' TO ERR-FILE-ID                            01230000
012400         MOVE IP-STATUS TO ERR-FILE-STATUS                        01240000
012500         PERFORM 9000-ERR-PARA                                    01250000
012600      END-IF.                                                     01260000
012700      OPEN I-O CASEFILE.                                          01270000
012800      IF NOT CS-OPEN-OK                                           01280000
012900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01290000
013000         MOVE 'CASEFILE' TO ERR-FILE-ID                           01300000
013100         MOVE CS-STATUS TO ERR-FILE-STATUS                        01310000
013200         PERFORM 9000-ERR-PARA                                    01320000
013300      END-IF.                                                     01330000
013400      OPEN EXTEND AUDIT-FILE.                                     01340000
013500      IF NOT AU-OPEN-OK                                           01350000
013600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01360000
013700         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         01370000
013800         MOVE AU-STATUS TO ERR-FILE-STATUS                        01380000
013900         PERFORM 9000-ERR-PARA                                    01390000
014000      END-IF.                                                     01400000
014100      CALL 'AUDSEAL' USING BY CONTENT 'H' 'CASEMNT '              01410000
014200                           BY REFERENCE AU-AUDIT-REC.             01420000
014300      WRITE AU-AUDIT-REC.                                         01430000
014400      OPEN OUTPUT RPTFILE.                                        01440000
014500      IF NOT RP-OPEN-OK                                           01450000
014600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01460000
014700         MOVE 'RPTFILE' TO ERR-FILE-ID                            01470000
014800         MOVE RP-STATUS TO ERR-FILE-STATUS                        01480000
014900         PERFORM 9000-ERR-PARA                                    01490000
015000      END-IF.                                                     01500000
015100      DISPLAY 'ALL FILES OPENED'.                                 01510000
015200      EXIT.                                                       01520000
015300 3000-PRCS-RECS.                                                  01530000
015400      READ IP-FILE.                                               01540000
015500      EVALUATE TRUE                                               01550000
015600         WHEN IP-READ-OK                                          01560000
015700            ADD 1 TO IP-CNTR                                      01570000
015800            MOVE IP-REC(1:1)   TO WS-OP                           01580000
015900            MOVE IP-REC(2:17)  TO WS-CASE-KEY                     01590000
016000            MOVE IP-REC(19:30) TO WS-NOTE                         01600000
016100            IF OP-CONFIRM OR OP-DISMISS OR OP-REOPEN              01610000
016200               PERFORM 3100-REVIEW-CASE THRU 3100-REVIEW-EXIT     01620000
016300            ELSE                                                  01630000
016400               DISPLAY ' INVALID OPERATION : ' WS-OP              01640000
016500               ADD 1 TO REJ-CNTR                                  01650000
016600            END-IF                                                01660000
016700         WHEN IP-EOF                                              01670000
016800            CONTINUE                                              01680000
016900         WHEN OTHER                                               01690000
017000            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01700000
017100            MOVE 'IP-FILE' TO ERR-FILE-ID                         01710000
017200            MOVE IP-STATUS TO ERR-FILE-STATUS                     01720000
017300            PERFORM 9000-ERR-PARA                                 01730000
017400      END-EVALUATE.                                               01740000
017500      EXIT.                                                       01750000
017600 3100-REVIEW-CASE.                                                01760000
017700      IF WS-CASE-DATE NOT NUMERIC OR WS-CASE-SEQ NOT NUMERIC      01770000
017800         DISPLAY 'BAD CASE KEY : ' WS-CASE-KEY                    01780000
017900         ADD 1 TO REJ-CNTR                                        01790000
018000         GO TO 3100-REVIEW-EXIT                                   01800000
018100      END-IF.                                                     01810000
018200      MOVE WS-CUST-ID TO CS-CUST-ID.                              01820000
018300      MOVE WS-RULE TO CS-RULE.                                    01830000
018400      MOVE WS-CASE-DATE TO CS-CASE-DATE.                          01840000
018500      MOVE WS-CASE-SEQ TO CS-CASE-SEQ.                            01850000
018600      READ CASEFILE.                                              01860000
018700      EVALUATE TRUE                                               01870000
018800         WHEN CS-READ-OK                                          01880000
018900            CONTINUE                                              01890000
019000         WHEN CS-KEYNF                                            01900000
019100            DISPLAY 'CASE ' WS-CASE-KEY ' NOT FOUND'              01910000
019200            ADD 1 TO REJ-CNTR                                     01920000
019300            GO TO 3100-REVIEW-EXIT                                01930000
019400         WHEN OTHER                                               01940000
019500            DISPLAY 'CASE ' WS-CASE-KEY                           01950000
019600               ' READ ERROR, STATUS = ' CS-STATUS                 01960000
019700            ADD 1 TO REJ-CNTR                                     01970000
019800            GO TO 3100-REVIEW-EXIT                                01980000
019900      END-EVALUATE.                                               01990000
020000      EVALUATE TRUE                                               02000000
020100         WHEN CS-REPORTED                                         02010000
020200            DISPLAY 'CASE ' WS-CASE-KEY                           02020000
020300               ' ALREADY REPORTED - NOT CHANGED'                  02030000
020400            ADD 1 TO REJ-CNTR                                     02040000
020500            GO TO 3100-REVIEW-EXIT                                02050000
020600         WHEN OP-REOPEN AND CS-OPEN                               02060000
020700            DISPLAY 'CASE ' WS-CASE-KEY ' IS ALREADY OPEN'        02070000
020800            ADD 1 TO REJ-CNTR                                     02080000
020900            GO TO 3100-REVIEW-EXIT                                02090000
021000         WHEN OP-CONFIRM AND CS-CONFIRMED                         02100000
021100         WHEN OP-DISMISS AND CS-DISMISSED                         02110000
021200            DISPLAY 'CASE ' WS-CASE-KEY                           02120000
021300               ' ALREADY AT STATUS ' CS-REVIEW-STATUS             02130000
021400            ADD 1 TO REJ-CNTR                                     02140000
021500            GO TO 3100-REVIEW-EXIT                                02150000
021600         WHEN OTHER                                               02160000
021700            CONTINUE                                              02170000
021800      END-EVALUATE.                                               02180000
021900      PERFORM 3500-IMAGE-CASE.                                    02190000
022000      MOVE WS-CASE-IMAGE TO AU-OLD-VALUE.                         02200000
022100      MOVE WS-OP TO CS-REVIEW-STATUS.                             02210000
022200      MOVE WS-OPER-ID TO CS-REVIEWER.                             02220000
022300      MOVE WS-TODAY TO CS-REVIEW-DATE.                            02230000
022400      MOVE WS-NOTE TO CS-REVIEW-NOTE.                             02240000
022500      REWRITE CS-CASE-REC.                                        02250000
022600      IF NOT CS-REWRITE-OK                                        02260000
022700         DISPLAY 'CASE ' WS-CASE-KEY                              02270000
022800            ' NOT UPDATED, STATUS = ' CS-STATUS                   02280000
022900         ADD 1 TO REJ-CNTR                                        02290000
023000         GO TO 3100-REVIEW-EXIT                                   02300000
023100      END-IF.                                                     02310000
023200      EVALUATE TRUE                                               02320000
023300         WHEN OP-CONFIRM                                          02330000
023400            ADD 1 TO CNF-CNTR                                     02340000
023500         WHEN OP-DISMISS                                          02350000
023600            ADD 1 TO DSM-CNTR                                     02360000
023700         WHEN OTHER                                               02370000
023800            ADD 1 TO REO-CNTR                                     02380000
023900      END-EVALUATE.                                               02390000
024000      MOVE 'U' TO AU-ACTION.                                      02400000
024100      PERFORM 3500-IMAGE-CASE.                                    02410000
024200      MOVE WS-CASE-IMAGE TO AU-NEW-VALUE.                         02420000
024300      PERFORM 3600-AUDIT-WRITE.                                   02430000
024400      MOVE SPACES TO RPT-REC.                                     02440000
024500      STRING 'CASE ' WS-CASE-KEY ' NOW ' CS-REVIEW-STATUS         02450000
024600             ' BY ' CS-REVIEWER ' ' CS-REVIEW-NOTE                02460000
024700         DELIMITED BY SIZE INTO RPT-REC                           02470000
024800      END-STRING.                                                 02480000
024900      WRITE RPT-REC.                                              02490000
025000 3100-REVIEW-EXIT.                                                02500000
025100      EXIT.                                                       02510000
025200 3500-IMAGE-CASE.                                                 02520000
025300      MOVE CS-REVIEW-STATUS TO WS-IMG-STATUS.                     02530000
025400      MOVE CS-REVIEWER TO WS-IMG-REVIEWER.                        02540000
025500      MOVE CS-REVIEW-DATE TO WS-IMG-DATE.                         02550000
025600      MOVE CS-REVIEW-NOTE TO WS-IMG-NOTE.                         02560000
025700      EXIT.                                                       02570000
025800 3600-AUDIT-WRITE.                                                02580000
025900      MOVE 'CASEKSDS' TO AU-FILE-ID.                              02590000
026000      MOVE SPACES TO AU-REC-KEY.                                  02600000
026100      STRING CS-CUST-ID CS-RULE CS-CASE-SEQ                       02610000
026200         DELIMITED BY SIZE INTO AU-REC-KEY                        02620000
026300      END-STRING.                                                 02630000
026400      MOVE CS-CASE-DATE TO AU-FIELD-ID.                           02640000
026500      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02650000
026600      ACCEPT AU-CHG-TIME FROM TIME.                               02660000
026700      CALL 'OPERSUB' USING AU-OPER-ID.                            02670000
026800      CALL 'AUDSEAL' USING BY CONTENT 'D' 'CASEMNT '              02680000
026900                           BY REFERENCE AU-AUDIT-REC.             02690000
027000      WRITE AU-AUDIT-REC.                                         02700000
027100      IF NOT AU-WRITE-OK                                          02710000
027200         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02720000
027300      END-IF.                                                     02730000
027400      EXIT.                                                       02740000
027500 4000-CLOSE-PARA.                                                 02750000
027600      MOVE SPACES TO RPT-REC.                                     02760000
027700      STRING 'READ=' IP-CNTR                                      02770000
027800             ' CONFIRMED=' CNF-CNTR                               02780000
027900             ' DISMISSED=' DSM-CNTR                               02790000
028000             ' REOPENED=' REO-CNTR                                02800000
028100             ' REJECTED=' REJ-CNTR                                02810000
028200         DELIMITED BY SIZE INTO RPT-REC                           02820000
028300      END-STRING.                                                 02830000
028400      WRITE RPT-REC.                                              02840000
028500      CALL 'AUDSEAL' USING BY CONTENT 'T' 'CASEMNT '              02850000
028600                           BY REFERENCE AU-AUDIT-REC.             02860000
028700      WRITE AU-AUDIT-REC.                                         02870000
028800      CLOSE IP-FILE CASEFILE AUDIT-FILE RPTFILE.                  02880000
028900      DISPLAY 'TXNS READ      : ' IP-CNTR.                        02890000
029000      DISPLAY 'CASES CONFIRMED: ' CNF-CNTR.                       02900000
029100      DISPLAY 'CASES DISMISSED: ' DSM-CNTR.                       02910000
029200      DISPLAY 'CASES REOPENED : ' REO-CNTR.                       02920000
029300      DISPLAY 'TXNS REJECTED  : ' REJ-CNTR.                       02930000
029400      IF REJ-CNTR > 0                                             02940000
029500         MOVE 4 TO RETURN-CODE                                    02950000
029600      END-IF.                                                     02960000
029700      EXIT.                                                       02970000
029800 9000-ERR-PARA.                                                   02980000
029900      DISPLAY WS-ERR-DESC.                                        02990000
030000      MOVE 30 TO RETURN-CODE.                                     03000000
030100      STOP RUN.                                                   03010000
