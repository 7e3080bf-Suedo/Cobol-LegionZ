000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. LNKXFER.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : EMPLOYER LINK HISTORY KSDS (DDLNKHKS), BUSINESS   00040000
000500*               MASTER KSDS (DDBUSKSD) WITH THE BUSENRCH-ENRICHED 00050000
000600*               NAMES                                             00060000
000700* OUTPUT FILE : TRANSFER REPORT (DDRPT), RUN STATISTICS (DDRSTAT) 00070000
000800* PRG DESC    : EMPLOYER TRANSFERS BY PERIOD.  TAKES THE PERIOD   00080000
000900*               FROM AND TO DATES (YYYYMMDD) FROM THE CONSOLE -   00090000
001000*               BLANK FROM MEANS THE FIRST OF THIS MONTH, BLANK   00100000
001100*               TO MEANS TODAY - AND COUNTS EVERY TRANSFER (LINK  00110000
001200*               HISTORY ACTION U) EFFECTIVE IN THE PERIOD BY      00120000
001300*               FROM-BUSINESS AND TO-BUSINESS.  EACH PAIR IS      00130000
001400*               PRINTED WITH BOTH BUSINESS NAMES AND THE COUNT.   00140000
001500*               A PERIOD WITH FROM AFTER TO IS A CONTROL FAILURE  00150000
001600*               (RC 8); A PAIR TABLE OVERFLOW IS RC 4.            00160000
001700* AUTHOR      : GIRIDHAR                                          00170000
001800* CREATED ON  : 15 OCT 2026                                       00180000
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300      SELECT HIST-FILE ASSIGN TO DDLNKHKS                         00230000
002400      ORGANIZATION IS INDEXED                                     00240000
002500      ACCESS MODE IS SEQUENTIAL                                   00250000
002600      RECORD KEY IS LH-HIST-KEY                                   00260000
002700      FILE STATUS LH-STATUS.                                      00270000
002800*                                                                 00280000
002900      SELECT BUSKSDS ASSIGN TO DDBUSKSD                           00290000
003000      ORGANIZATION IS INDEXED                                     00300000
003100      ACCESS MODE IS RANDOM                                       00310000
003200      RECORD KEY IS BU-BUS-KEY                                    00320000
003300      FILE STATUS BU-STATUS.                                      00330000
003400*                                                                 00340000
003500      SELECT RPTFILE ASSIGN TO DDRPT                              00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS RP-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT STATFILE ASSIGN TO DDRSTAT                           00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS RS-STATUS.                                      00430000
004400*                                                                 00440000
004500 DATA DIVISION.                                                   00450000
004600 FILE SECTION.                                                    00460000
004700 FD HIST-FILE.                                                    00470000
004800 COPY LNKHREC REPLACING ==:LKH:== BY ==LH==.                      00480000
004900 FD BUSKSDS.                                                      00490000
005000 COPY BUSREC REPLACING ==:BUS:== BY ==BU==.                       00500000
005100 FD RPTFILE RECORDING MODE F.                                     00510000
005200 01 RPT-REC PIC X(100).                                           00520000
005300 FD STATFILE RECORDING MODE F.                                    00530000
005400 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00540000
005500 WORKING-STORAGE SECTION.                                         00550000
005600 01 WS-FILE-STATUSES.                                             00560000
005700    05 LH-STATUS PIC XX.                                          00570000
005800    88 LH-OPEN-OK VALUE '00'.                                     00580000
005900    88 LH-READ-OK VALUE '00'.                                     00590000
006000    88 LH-EOF     VALUE '10'.                                     00600000
006100    05 BU-STATUS PIC XX.                                          00610000
006200    88 BU-OPEN-OK VALUE '00'.                                     00620000
006300    88 BU-READ-OK VALUE '00'.                                     00630000
006400    05 RP-STATUS PIC XX.                                          00640000
006500    88 RP-OPEN-OK VALUE '00'.                                     00650000
006600    05 RS-STATUS PIC XX.                                          00660000
006700    88 RS-OPEN-OK  VALUE '00'.                                    00670000
006800    88 RS-WRITE-OK VALUE '00'.                                    00680000
006900 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00690000
007000 01 WS-PERIOD.                                                    00700000
007100    05 WS-FROM-DATE   PIC X(8).                                   00710000
007200    05 WS-FROM-DATE-N REDEFINES WS-FROM-DATE PIC 9(8).            00720000
007300    05 WS-TO-DATE     PIC X(8).                                   00730000
007400    05 WS-TO-DATE-N   REDEFINES WS-TO-DATE PIC 9(8).              00740000
007500 01 WS-CNTRS.                                                     00750000
007600    05 IP-CNTR     PIC 9(6) VALUE ZEROS.                          00760000
007700    05 XFER-CNTR   PIC 9(6) VALUE ZEROS.                          00770000
007800    05 PAIR-CNTR   PIC 9(6) VALUE ZEROS.                          00780000
007900    05 LOST-CNTR   PIC 9(6) VALUE ZEROS.                          00790000
008000 01 XP-CNT PIC 9(3) VALUE 0.                                      00800000
008100 01 WS-XP-IDX PIC 9(3) VALUE 0.                                   00810000
008200 01 WS-XP-FND PIC 9(3) VALUE 0.                                   00820000
008300 01 WS-XFER-TABLE.                                                00830000
008400    05 WS-XP-ENT OCCURS 300 TIMES DEPENDING ON XP-CNT.            00840000
008500       10 WS-XP-FROM  PIC X(3).                                   00850000
008600       10 WS-XP-TO    PIC X(3).                                   00860000
008700       10 WS-XP-COUNT PIC 9(5).                                   00870000
008800 01 WS-NAME-FLDS.                                                 00880000
008900    05 WS-FROM-NAME PIC X(30).                                    00890000
009000    05 WS-TO-NAME   PIC X(30).                                    00900000
009100 01 WS-COUNT-ED PIC ZZZZ9.                                        00910000
009200 01 WS-ERR-DESC.                                                  00920000
009300    05  FILLER               PIC X(10) VALUE "ERROR IN ".         00930000
009400    05  ERR-PARA             PIC X(30).                           00940000
009500    05  FILLER               PIC XX VALUE SPACES.                 00950000
009600    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              00960000
009700    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      00970000
009800    05  ERR-FILE-STATUS      PIC XX.                              00980000
009900 PROCEDURE DIVISION.                                              00990000
010000 0000-MAIN-PARA.                                                  01000000
010100      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01010000
010200      PERFORM 0500-GET-PERIOD.                                    01020000
010300      PERFORM 1000-OPEN-FILES.                                    01030000
010400      PERFORM 3000-PRCS-RECS UNTIL LH-EOF.                        01040000
010500      PERFORM 4000-WRITE-PAIRS.                                   01050000
010600      PERFORM 5000-CLOSE-PARA.                                    01060000
010700      STOP RUN.                                                   01070000
010800 0000-MAIN-PARA-EXIT.                                             01080000
010900      EXIT.                                                       01090000
011000 0500-GET-PERIOD.                                                 01100000
011100      DISPLAY 'PERIOD FROM YYYYMMDD (BLANK = START OF MONTH) : '. 01110000
011200      ACCEPT WS-FROM-DATE.                                        01120000
011300      IF WS-FROM-DATE NOT NUMERIC                                 01130000
011400         IF WS-FROM-DATE NOT = SPACES                             01140000
011500            DISPLAY 'INVALID FROM DATE ' WS-FROM-DATE             01150000
011600               ' - START OF MONTH ASSUMED'                        01160000
011700         END-IF                                                   01170000
011800         MOVE WS-TODAY TO WS-FROM-DATE-N                          01180000
011900         MOVE '01' TO WS-FROM-DATE(7:2)                           01190000
012000      END-IF.                                                     01200000
012100      DISPLAY 'PERIOD TO YYYYMMDD (BLANK = TODAY) : '.            01210000
012200      ACCEPT WS-TO-DATE.                                          01220000
012300      IF WS-TO-DATE NOT NUMERIC                                   01230000
012400         IF WS-TO-DATE NOT = SPACES                               01240000
012500            DISPLAY 'INVALID TO DATE ' WS-TO-DATE                 01250000
012600               ' - TODAY ASSUMED'                                 01260000
012700         END-IF                                                   01270000
012800         MOVE WS-TODAY TO WS-TO-DATE-N                            01280000
012900      END-IF.                                                     01290000
013000      IF WS-FROM-DATE-N > WS-TO-DATE-N                            01300000
013100         DISPLAY 'PERIOD FROM ' WS-FROM-DATE                      01310000
013200            ' IS AFTER TO ' WS-TO-DATE                            01320000
013300         MOVE 8 TO RETURN-CODE                                    01330000
013400         STOP RUN                                                 01340000
013500      END-IF.                                                     01350000
013600      DISPLAY 'TRANSFER PERIOD : ' WS-FROM-DATE ' - ' WS-TO-DATE. 01360000
013700      EXIT.                                                       01370000
013800 1000-OPEN-FILES.                                                 01380000
013900      OPEN INPUT HIST-FILE.                                       01390000
014000      IF NOT LH-OPEN-OK                                           01400000
014100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01410000
014200         MOVE 'HIST-FILE' TO ERR-FILE-ID                          01420000
014300         MOVE LH-STATUS TO ERR-FILE-STATUS                        01430000
014400         PERFORM 9000-ERR-PARA                                    01440000
014500      END-IF.                                                     01450000
014600      OPEN INPUT BUSKSDS.                                         01460000
014700      IF NOT BU-OPEN-OK                                           01470000
014800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01480000
014900         MOVE 'BUSKSDS' TO ERR-FILE-ID                            01490000
015000         MOVE BU-STATUS TO ERR-FILE-STATUS                        01500000
015100         PERFORM 9000-ERR-PARA                                    01510000
015200      END-IF.                                                     01520000
015300      OPEN OUTPUT RPTFILE.                                        01530000
015400      IF NOT RP-OPEN-OK                                           01540000
015500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01550000
015600         MOVE 'RPTFILE' TO ERR-FILE-ID                            01560000
015700         MOVE RP-STATUS TO ERR-FILE-STATUS                        01570000
015800         PERFORM 9000-ERR-PARA                                    01580000
015900      END-IF.                                                     01590000
016000      MOVE SPACES TO RPT-REC.                                     01600000
016100      STRING 'EMPLOYER TRANSFERS EFFECTIVE ' WS-FROM-DATE         01610000
016200             ' TO ' WS-TO-DATE                                    01620000
016300         DELIMITED BY SIZE INTO RPT-REC                           01630000
016400      END-STRING.                                                 01640000
016500      WRITE RPT-REC.                                              01650000
016600      MOVE SPACES TO RPT-REC.                                     01660000
016700      WRITE RPT-REC.                                              01670000
016800      EXIT.                                                       01680000
016900 3000-PRCS-RECS.                                                  01690000
017000      READ HIST-FILE.                                             01700000
017100      EVALUATE TRUE                                               01710000
017200         WHEN LH-READ-OK                                          01720000
017300            ADD 1 TO IP-CNTR                                      01730000
017400            IF LH-ACTION = 'U'                                    01740000
017500               AND LH-EFF-DATE NOT < WS-FROM-DATE-N               01750000
017600               AND LH-EFF-DATE NOT > WS-TO-DATE-N                 01760000
017700               ADD 1 TO XFER-CNTR                                 01770000
017800               PERFORM 3100-COUNT-PAIR                            01780000
017900            END-IF                                                01790000
018000         WHEN LH-EOF                                              01800000
018100            CONTINUE                                              01810000
018200         WHEN OTHER                                               01820000
018300            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01830000
018400            MOVE 'HIST-FILE' TO ERR-FILE-ID                       01840000
018500            MOVE LH-STATUS TO ERR-FILE-STATUS                     01850000
018600            PERFORM 9000-ERR-PARA                                 01860000
018700      END-EVALUATE.                                               01870000
018800      EXIT.                                                       01880000
018900 3100-COUNT-PAIR.                                                 01890000
019000      MOVE 0 TO WS-XP-FND.                                        01900000
019100      PERFORM 3110-SCAN-PAIR                                      01910000
019200             VARYING WS-XP-IDX FROM 1 BY 1                        01920000
019300             UNTIL WS-XP-IDX > XP-CNT.                            01930000
019400      IF WS-XP-FND > 0                                            01940000
019500         ADD 1 TO WS-XP-COUNT(WS-XP-FND)                          01950000
019600      ELSE                                                        01960000
019700         IF XP-CNT < 300                                          01970000
019800            ADD 1 TO XP-CNT                                       01980000
019900            MOVE LH-FROM-BUS-KEY TO WS-XP-FROM(XP-CNT)            01990000
020000            MOVE LH-TO-BUS-KEY TO WS-XP-TO(XP-CNT)                02000000
020100            MOVE 1 TO WS-XP-COUNT(XP-CNT)                         02010000
020200         ELSE                                                     02020000
020300            ADD 1 TO LOST-CNTR                                    02030000
020400         END-IF                                                   02040000
020500      END-IF.                                                     02050000
020600      EXIT.                                                       02060000
020700 3110-SCAN-PAIR.                                                  02070000
020800      IF WS-XP-FROM(WS-XP-IDX) = LH-FROM-BUS-KEY                  02080000
020900         AND WS-XP-TO(WS-XP-IDX) = LH-TO-BUS-KEY                  02090000
021000         MOVE WS-XP-IDX TO WS-XP-FND                              02100000
021100      END-IF.                                                     02110000
021200      EXIT.                                                       02120000
021300 4000-WRITE-PAIRS.                                                02130000
021400      MOVE 'FROM BUSINESS                      TO BUSINESS'       02140000
021500         TO RPT-REC.                                              02150000
021600      MOVE 'COUNT' TO RPT-REC(71:5).                              02160000
021700      WRITE RPT-REC.                                              02170000
021800      PERFORM 4100-PAIR-LINE                                      02180000
021900             VARYING WS-XP-IDX FROM 1 BY 1                        02190000
022000             UNTIL WS-XP-IDX > XP-CNT.                            02200000
022100      IF XP-CNT = 0                                               02210000
022200         MOVE '   NO TRANSFERS IN THE PERIOD' TO RPT-REC          02220000
022300         WRITE RPT-REC                                            02230000
022400      END-IF.                                                     02240000
022500      EXIT.                                                       02250000
022600 4100-PAIR-LINE.                                                  02260000
022700      MOVE WS-XP-FROM(WS-XP-IDX) TO BU-BUS-KEY.                   02270000
022800      READ BUSKSDS.                                               02280000
022900      IF BU-READ-OK                                               02290000
023000         MOVE BU-BUS-NAME TO WS-FROM-NAME                         02300000
023100      ELSE                                                        02310000
023200         MOVE '** NAME UNAVAILABLE **' TO WS-FROM-NAME            02320000
023300      END-IF.                                                     02330000
023400      MOVE WS-XP-TO(WS-XP-IDX) TO BU-BUS-KEY.                     02340000
023500      READ BUSKSDS.                                               02350000
023600      IF BU-READ-OK                                               02360000
023700         MOVE BU-BUS-NAME TO WS-TO-NAME                           02370000
023800      ELSE                                                        02380000
023900         MOVE '** NAME UNAVAILABLE **' TO WS-TO-NAME              02390000
024000      END-IF.                                                     02400000
024100      MOVE WS-XP-COUNT(WS-XP-IDX) TO WS-COUNT-ED.                 02410000
024200      ADD 1 TO PAIR-CNTR.                                         02420000
024300      MOVE SPACES TO RPT-REC.                                     02430000
024400      STRING WS-XP-FROM(WS-XP-IDX) ' ' WS-FROM-NAME ' '           02440000
024500             WS-XP-TO(WS-XP-IDX) ' ' WS-TO-NAME ' '               02450000
024600             WS-COUNT-ED                                          02460000
024700         DELIMITED BY SIZE INTO RPT-REC                           02470000
024800      END-STRING.                                                 02480000
024900      WRITE RPT-REC.                                              02490000
025000      EXIT.                                                       02500000
025100 5000-CLOSE-PARA.                                                 02510000
025200      MOVE SPACES TO RPT-REC.                                     02520000
025300      WRITE RPT-REC.                                              02530000
025400      MOVE SPACES TO RPT-REC.                                     02540000
025500      STRING 'HISTORY READ=' IP-CNTR                              02550000
025600             ' TRANSFERS=' XFER-CNTR                              02560000
025700             ' PAIRS=' PAIR-CNTR                                  02570000
025800             ' NOT TABLED=' LOST-CNTR                             02580000
025900         DELIMITED BY SIZE INTO RPT-REC                           02590000
026000      END-STRING.                                                 02600000
026100      WRITE RPT-REC.                                              02610000
026200      CLOSE HIST-FILE BUSKSDS RPTFILE.                            02620000
026300      DISPLAY 'HISTORY READ     : ' IP-CNTR.                      02630000
026400      DISPLAY 'TRANSFERS COUNTED: ' XFER-CNTR.                    02640000
026500      DISPLAY 'BUSINESS PAIRS   : ' PAIR-CNTR.                    02650000
026600      DISPLAY 'PAIRS NOT TABLED : ' LOST-CNTR.                    02660000
026700      IF LOST-CNTR > 0                                            02670000
026800         MOVE 4 TO RETURN-CODE                                    02680000
026900      END-IF.                                                     02690000
027000      PERFORM 5200-WRITE-RUNSTAT.                                 02700000
027100      EXIT.                                                       02710000
027200 5200-WRITE-RUNSTAT.                                              02720000
027300      OPEN EXTEND STATFILE.                                       02730000
027400      EVALUATE TRUE                                               02740000
027500         WHEN RS-OPEN-OK                                          02750000
027600            MOVE SPACES TO RS-RUNSTAT-REC                         02760000
027700            MOVE 'LNKXFER' TO RS-PGM-NAME                         02770000
027800            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 02780000
027900            ACCEPT RS-RUN-TIME FROM TIME                          02790000
028000            MOVE IP-CNTR TO RS-READ-CNT                           02800000
028100            MOVE PAIR-CNTR TO RS-WRITE-CNT                        02810000
028200            MOVE LOST-CNTR TO RS-REJ-CNT                          02820000
028300            MOVE RETURN-CODE TO RS-RETURN-CD                      02830000
028400            WRITE RS-RUNSTAT-REC                                  02840000
028500            IF NOT RS-WRITE-OK                                    02850000
028600               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   02860000
028700            END-IF                                                02870000
028800            CLOSE STATFILE                                        02880000
028900         WHEN OTHER                                               02890000
029000            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       02900000
029100      END-EVALUATE.                                               02910000
029200      EXIT.                                                       02920000
029300 9000-ERR-PARA.                                                   02930000
029400      DISPLAY WS-ERR-DESC.                                        02940000
029500      MOVE 30 TO RETURN-CODE.                                     02950000
029600      STOP RUN.                                                   02960000
