000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ATNDCAP.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : SIGNED-OFF HALL MANIFEST RETURNS (DDIP) - COLS    00040000
000500*               1-2 CENTER, 4-6 HALL, 8-10 SEAT, 12-16 STUD-ID,   00050000
000600*               18 ATTENDANCE (P PRESENT, A ABSENT, M             00060000
000700*               MALPRACTICE), 20-49 INVIGILATOR REMARKS           00070000
000800* OUTPUT FILE : EXAM-DAY ATTENDANCE KSDS (DDATTEND, I-O),         00080000
000900*               MALPRACTICE REGISTER (DDMALREG, EXTENDED), RUN    00090000
001000*               REPORT (DDRPT)                                    00100000
001100* PRG DESC    : BRINGS THE INVIGILATORS' ATTENDANCE MARKS BACK    00110000
001200*               INTO THE SYSTEM.  EACH RETURN IS STORED AGAINST   00120000
001300*               THE EXAM CYCLE (ASKED FOR AT THE CONSOLE, BLANK   00130000
001400*               IS THE RUN MONTH); A SECOND RETURN FOR THE SAME   00140000
001500*               STUDENT AND CYCLE REPLACES THE FIRST.  EVERY      00150000
001600*               MALPRACTICE CASE IS ALSO ADDED TO THE REGISTER.   00160000
001700*               RETURNS THAT CANNOT BE READ ARE REJECTED ON THE   00170000
001800*               REPORT AND THE RUN ENDS RC 4.                     00180000
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 15 OCT 2026                                       00200000
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500      SELECT IP-FILE ASSIGN TO DDIP                               00250000
002600      ORGANIZATION IS SEQUENTIAL                                  00260000
002700      ACCESS MODE IS SEQUENTIAL                                   00270000
002800      FILE STATUS IP-STATUS.                                      00280000
002900*                                                                 00290000
003000      SELECT ATND-FILE ASSIGN TO DDATTEND                         00300000
003100      ORGANIZATION IS INDEXED                                     00310000
003200      ACCESS MODE IS RANDOM                                       00320000
003300      RECORD KEY IS AT-ATTEND-KEY                                 00330000
003400      FILE STATUS AT-STATUS.                                      00340000
003500*                                                                 00350000
003600      SELECT MALREG ASSIGN TO DDMALREG                            00360000
003700      ORGANIZATION IS SEQUENTIAL                                  00370000
003800      ACCESS MODE IS SEQUENTIAL                                   00380000
003900      FILE STATUS MR-STATUS.                                      00390000
004000*                                                                 00400000
004100      SELECT RPTFILE ASSIGN TO DDRPT                              00410000
004200      ORGANIZATION IS SEQUENTIAL                                  00420000
004300      ACCESS MODE IS SEQUENTIAL                                   00430000
004400      FILE STATUS RP-STATUS.                                      00440000
004500*                                                                 00450000
004600 DATA DIVISION.                                                   00460000
004700 FILE SECTION.                                                    00470000
004800 FD IP-FILE RECORDING MODE F.                                     00480000
004900 01 IP-REC.                                                       00490000
005000     05 IP-CENTER   PIC X(2).                                     00500000
005100     05 FILLER      PIC X.                                        00510000
005200     05 IP-HALL     PIC X(3).                                     00520000
005300     05 FILLER      PIC X.                                        00530000
005400     05 IP-SEAT     PIC X(3).                                     00540000
005500     05 FILLER      PIC X.                                        00550000
005600     05 IP-SID      PIC X(5).                                     00560000
005700     05 FILLER      PIC X.                                        00570000
005800     05 IP-ATTEND   PIC X(1).                                     00580000
005900     05 FILLER      PIC X.                                        00590000
006000     05 IP-REMARKS  PIC X(30).                                    00600000
006100     05 FILLER      PIC X(31).                                    00610000
006200 FD ATND-FILE.                                                    00620000
006300 COPY ATNDREC REPLACING ==:ATN:== BY ==AT==.                      00630000
006400 FD MALREG RECORDING MODE F.                                      00640000
006500 01 MALREG-REC.                                                   00650000
006600     05 MR-CYCLE    PIC X(6).                                     00660000
006700     05 FILLER      PIC X.                                        00670000
006800     05 MR-SID      PIC X(5).                                     00680000
006900     05 FILLER      PIC X.                                        00690000
007000     05 MR-CENTER   PIC X(2).                                     00700000
007100     05 FILLER      PIC X.                                        00710000
007200     05 MR-HALL     PIC X(3).                                     00720000
007300     05 FILLER      PIC X.                                        00730000
007400     05 MR-SEAT     PIC 9(3).                                     00740000
007500     05 FILLER      PIC X.                                        00750000
007600     05 MR-DATE     PIC 9(8).                                     00760000
007700     05 FILLER      PIC X.                                        00770000
007800     05 MR-OPER     PIC X(8).                                     00780000
007900     05 FILLER      PIC X.                                        00790000
008000     05 MR-REMARKS  PIC X(30).                                    00800000
008100     05 FILLER      PIC X(8).                                     00810000
008200 FD RPTFILE RECORDING MODE F.                                     00820000
008300 01 RPT-REC PIC X(80).                                            00830000
008400 WORKING-STORAGE SECTION.                                         00840000
008500 01 WS-FILE-STATUSES.                                             00850000
008600    05 IP-STATUS PIC XX.                                          00860000
008700    88 IP-OPEN-OK VALUE '00'.                                     00870000
008800    88 IP-READ-OK VALUE '00'.                                     00880000
008900    88 IP-EOF     VALUE '10'.                                     00890000
009000    05 AT-STATUS PIC XX.                                          00900000
009100    88 AT-OPEN-OK  VALUE '00'.                                    00910000
009200    88 AT-READ-OK  VALUE '00'.                                    00920000
009300    88 AT-WRITE-OK VALUE '00'.                                    00930000
009400    88 AT-KEYNF    VALUE '23'.                                    00940000
009500    05 MR-STATUS PIC XX.                                          00950000
009600    88 MR-OPEN-OK VALUE '00'.                                     00960000
009700    05 RP-STATUS PIC XX.                                          00970000
009800    88 RP-OPEN-OK VALUE '00'.                                     00980000
009900 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00990000
010000 01 WS-CYCLE PIC X(6) VALUE SPACES.                               01000000
010100 01 WS-CYCLE-IN PIC X(6) VALUE SPACES.                            01010000
010200 01 WS-OPER-ID PIC X(8) VALUE SPACES.                             01020000
010300 01 WS-REJ-MSG PIC X(30) VALUE SPACES.                            01030000
010400 01 WS-ACTION PIC X(8) VALUE SPACES.                              01040000
010500 01 WS-CNTRS.                                                     01050000
010600    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         01060000
010700    05 PRESENT-CNTR PIC 9(6) VALUE ZEROS.                         01070000
010800    05 ABSENT-CNTR  PIC 9(6) VALUE ZEROS.                         01080000
010900    05 MALPR-CNTR   PIC 9(6) VALUE ZEROS.                         01090000
011000    05 REPL-CNTR    PIC 9(6) VALUE ZEROS.                         01100000
011100    05 REJ-CNTR     PIC 9(6) VALUE ZEROS.                         01110000
011200 01 WS-ERR-DESC.                                                  01120000
011300    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01130000
011400    05  ERR-PARA             PIC X(30).                           01140000
011500    05  FILLER               PIC XX VALUE SPACES.                 01150000
011600    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01160000
011700    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01170000
011800    05  ERR-FILE-STATUS      PIC XX.                              01180000
011900 PROCEDURE DIVISION.                                              01190000
012000 0000-MAIN-PARA.                                                  01200000
012100      CALL 'OPERSUB' USING WS-OPER-ID.                            01210000
012200      PERFORM 1000-OPEN-FILES.                                    01220000
012300      PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                        01230000
012400      PERFORM 4000-CLOSE-PARA.                                    01240000
012500      STOP RUN.                                                   01250000
012600 0000-MAIN-PARA-EXIT.                                             01260000
012700      EXIT.                                                       01270000
012800 1000-OPEN-FILES.                                                 01280000
012900      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01290000
013000      MOVE WS-TODAY(1:6) TO WS-CYCLE.                             01300000
013100      DISPLAY 'EXAM CYCLE YYYYMM (BLANK = ' WS-CYCLE ') :'.       01310000
013200      ACCEPT WS-CYCLE-IN.                                         01320000
013300      IF WS-CYCLE-IN NUMERIC                                      01330000
013400         MOVE WS-CYCLE-IN TO WS-CYCLE                             01340000
013500      ELSE                                                        01350000
013600         IF WS-CYCLE-IN NOT = SPACES                              01360000
013700            DISPLAY 'INVALID EXAM CYCLE ' WS-CYCLE-IN             01370000
013800               ' - RUN MONTH ASSUMED'                             01380000
013900         END-IF                                                   01390000
014000      END-IF.                                                     01400000
014100      OPEN INPUT IP-FILE.                                         01410000
014200      IF NOT IP-OPEN-OK                                           01420000
014300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01430000
014400         MOVE 'IP-FILE' TO ERR-FILE-ID                            01440000
014500         MOVE IP-STATUS TO ERR-FILE-STATUS                        01450000
014600         PERFORM 9000-ERR-PARA                                    01460000
014700      END-IF.                                                     01470000
014800      OPEN I-O ATND-FILE.                                         01480000
014900      IF NOT AT-OPEN-OK                                           01490000
015000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01500000
015100         MOVE 'ATND-FILE' TO ERR-FILE-ID                          01510000
015200         MOVE AT-STATUS TO ERR-FILE-STATUS                        01520000
015300         PERFORM 9000-ERR-PARA                                    01530000
015400      END-IF.                                                     01540000
015500      OPEN EXTEND MALREG.                                         01550000
015600      IF NOT MR-OPEN-OK                                           01560000
015700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01570000
015800         MOVE 'MALREG' TO ERR-FILE-ID                             01580000
015900         MOVE MR-STATUS TO ERR-FILE-STATUS                        01590000
016000         PERFORM 9000-ERR-PARA                                    01600000
016100      END-IF.                                                     01610000
016200      OPEN OUTPUT RPTFILE.                                        01620000
016300      IF NOT RP-OPEN-OK                                           01630000
016400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01640000
016500         MOVE 'RPTFILE' TO ERR-FILE-ID                            01650000
016600         MOVE RP-STATUS TO ERR-FILE-STATUS                        01660000
016700         PERFORM 9000-ERR-PARA                                    01670000
016800      END-IF.                                                     01680000
016900      MOVE SPACES TO RPT-REC.                                     01690000
017000      STRING 'EXAM ATTENDANCE CAPTURE - CYCLE ' WS-CYCLE          01700000
017100             '  RUN ' WS-TODAY ' BY ' WS-OPER-ID                  01710000
017200         DELIMITED BY SIZE INTO RPT-REC                           01720000
017300      END-STRING.                                                 01730000
017400      WRITE RPT-REC.                                              01740000
017500      EXIT.                                                       01750000
017600 3000-PRCS-RECS.                                                  01760000
017700      READ IP-FILE.                                               01770000
017800      EVALUATE TRUE                                               01780000
017900         WHEN IP-READ-OK                                          01790000
018000            ADD 1 TO IP-CNTR                                      01800000
018100            PERFORM 3100-STORE-ONE THRU 3100-STORE-EXIT           01810000
018200         WHEN IP-EOF                                              01820000
018300            CONTINUE                                              01830000
018400         WHEN OTHER                                               01840000
018500            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01850000
018600            MOVE 'IP-FILE' TO ERR-FILE-ID                         01860000
018700            MOVE IP-STATUS TO ERR-FILE-STATUS                     01870000
018800            PERFORM 9000-ERR-PARA                                 01880000
018900      END-EVALUATE.                                               01890000
019000      EXIT.                                                       01900000
019100 3100-STORE-ONE.                                                  01910000
019200      MOVE SPACES TO WS-REJ-MSG.                                  01920000
019300      IF IP-SID = SPACES                                          01930000
019400         MOVE 'STUDENT ID MISSING' TO WS-REJ-MSG                  01940000
019500         GO TO 3100-STORE-EXIT                                    01950000
019600      END-IF.                                                     01960000
019700      IF IP-ATTEND NOT = 'P' AND NOT = 'A' AND NOT = 'M'          01970000
019800         MOVE 'ATTENDANCE NOT P, A OR M' TO WS-REJ-MSG            01980000
019900         GO TO 3100-STORE-EXIT                                    01990000
020000      END-IF.                                                     02000000
020100      IF IP-SEAT NOT NUMERIC                                      02010000
020200         MOVE 'SEAT NUMBER NOT NUMERIC' TO WS-REJ-MSG             02020000
020300         GO TO 3100-STORE-EXIT                                    02030000
020400      END-IF.                                                     02040000
020500      MOVE WS-CYCLE TO AT-CYCLE.                                  02050000
020600      MOVE IP-SID TO AT-STUD-ID.                                  02060000
020700      READ ATND-FILE.                                             02070000
020800      EVALUATE TRUE                                               02080000
020900         WHEN AT-READ-OK                                          02090000
021000            MOVE 'REPLACED' TO WS-ACTION                          02100000
021100            ADD 1 TO REPL-CNTR                                    02110000
021200         WHEN AT-KEYNF                                            02120000
021300            MOVE 'STORED  ' TO WS-ACTION                          02130000
021400            MOVE SPACES TO AT-ATTEND-REC                          02140000
021500            MOVE WS-CYCLE TO AT-CYCLE                             02150000
021600            MOVE IP-SID TO AT-STUD-ID                             02160000
021700         WHEN OTHER                                               02170000
021800            MOVE '3100-STORE-ONE' TO ERR-PARA                     02180000
021900            MOVE 'ATND-FILE' TO ERR-FILE-ID                       02190000
022000            MOVE AT-STATUS TO ERR-FILE-STATUS                     02200000
022100            PERFORM 9000-ERR-PARA                                 02210000
022200      END-EVALUATE.                                               02220000
022300      MOVE IP-CENTER TO AT-CENTER.                                02230000
022400      MOVE IP-HALL TO AT-HALL.                                    02240000
022500      MOVE IP-SEAT TO AT-SEAT.                                    02250000
022600      MOVE IP-ATTEND TO AT-ATTEND.                                02260000
022700      MOVE WS-TODAY TO AT-CAPT-DATE.                              02270000
022800      MOVE WS-OPER-ID TO AT-CAPT-OPER.                            02280000
022900      MOVE IP-REMARKS TO AT-REMARKS.                              02290000
023000      IF WS-ACTION = 'STORED  '                                   02300000
023100         WRITE AT-ATTEND-REC                                      02310000
023200      ELSE                                                        02320000
023300         REWRITE AT-ATTEND-REC                                    02330000
023400      END-IF.                                                     02340000
023500      IF NOT AT-WRITE-OK                                          02350000
023600         MOVE '3100-STORE-ONE' TO ERR-PARA                        02360000
023700         MOVE 'ATND-FILE' TO ERR-FILE-ID                          02370000
023800         MOVE AT-STATUS TO ERR-FILE-STATUS                        02380000
023900         PERFORM 9000-ERR-PARA                                    02390000
024000      END-IF.                                                     02400000
024100      EVALUATE TRUE                                               02410000
024200         WHEN AT-PRESENT                                          02420000
024300            ADD 1 TO PRESENT-CNTR                                 02430000
024400         WHEN AT-ABSENT                                           02440000
024500            ADD 1 TO ABSENT-CNTR                                  02450000
024600         WHEN OTHER                                               02460000
024700            ADD 1 TO MALPR-CNTR                                   02470000
024800            PERFORM 3200-REGISTER-MALPR                           02480000
024900      END-EVALUATE.                                               02490000
025000      MOVE SPACES TO RPT-REC.                                     02500000
025100      STRING WS-ACTION ' ' IP-SID ' HALL ' IP-HALL                02510000
025200             ' SEAT ' IP-SEAT                                     02520000
025300             ' ATTENDANCE ' IP-ATTEND ' ' IP-REMARKS              02530000
025400         DELIMITED BY SIZE INTO RPT-REC                           02540000
025500      END-STRING.                                                 02550000
025600      WRITE RPT-REC.                                              02560000
025700 3100-STORE-EXIT.                                                 02570000
025800      IF WS-REJ-MSG NOT = SPACES                                  02580000
025900         ADD 1 TO REJ-CNTR                                        02590000
026000         MOVE SPACES TO RPT-REC                                   02600000
026100         STRING 'REJECTED ' IP-REC(1:40) ' ' WS-REJ-MSG           02610000
026200            DELIMITED BY SIZE INTO RPT-REC                        02620000
026300         END-STRING                                               02630000
026400         WRITE RPT-REC                                            02640000
026500      END-IF.                                                     02650000
026600      EXIT.                                                       02660000
026700 3200-REGISTER-MALPR.                                             02670000
026800      MOVE SPACES TO MALREG-REC.                                  02680000
026900      MOVE AT-CYCLE TO MR-CYCLE.                                  02690000
027000      MOVE AT-STUD-ID TO MR-SID.                                  02700000
027100      MOVE AT-CENTER TO MR-CENTER.                                02710000
027200      MOVE AT-HALL TO MR-HALL.                                    02720000
027300      MOVE AT-SEAT TO MR-SEAT.                                    02730000
027400      MOVE WS-TODAY TO MR-DATE.                                   02740000
027500      MOVE WS-OPER-ID TO MR-OPER.                                 02750000
027600      MOVE AT-REMARKS TO MR-REMARKS.                              02760000
027700      WRITE MALREG-REC.                                           02770000
027800      EXIT.                                                       02780000
027900 4000-CLOSE-PARA.                                                 02790000
028000      MOVE SPACES TO RPT-REC.                                     02800000
028100      STRING 'RETURNS=' IP-CNTR ' PRESENT=' PRESENT-CNTR          02810000
028200             ' ABSENT=' ABSENT-CNTR ' MALPRACTICE=' MALPR-CNTR    02820000
028300             ' REJECTED=' REJ-CNTR                                02830000
028400         DELIMITED BY SIZE INTO RPT-REC                           02840000
028500      END-STRING.                                                 02850000
028600      WRITE RPT-REC.                                              02860000
028700      CLOSE IP-FILE ATND-FILE MALREG RPTFILE.                     02870000
028800      DISPLAY 'RETURNS READ    : ' IP-CNTR.                       02880000
028900      DISPLAY 'PRESENT         : ' PRESENT-CNTR.                  02890000
029000      DISPLAY 'ABSENT          : ' ABSENT-CNTR.                   02900000
029100      DISPLAY 'MALPRACTICE     : ' MALPR-CNTR.                    02910000
029200      DISPLAY 'REPLACED        : ' REPL-CNTR.                     02920000
029300      DISPLAY 'REJECTED        : ' REJ-CNTR.                      02930000
029400      IF REJ-CNTR > 0                                             02940000
029500         MOVE 4 TO RETURN-CODE                                    02950000
029600      END-IF.                                                     02960000
029700      EXIT.                                                       02970000
029800 9000-ERR-PARA.                                                   02980000
029900      DISPLAY WS-ERR-DESC.                                        02990000
030000      MOVE 30 TO RETURN-CODE.                                     03000000
030100      STOP RUN.                                                   03010000
