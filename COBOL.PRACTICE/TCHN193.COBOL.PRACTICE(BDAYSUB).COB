000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. BDAYSUB.                                             00020000
000300***************************************************************** 00030000
000400* CALLED BY   : CLMAGING, LVRETURN, REPROCESS, PAYEXTR (AND ANY   00040000
000500*               PROGRAM THAT COUNTS IN BUSINESS DAYS)             00050000
000600* PRG DESC    : COMMON BUSINESS-DAY ROUTINE.  ANSWERS "IS THIS A  00060000
000700*               BUSINESS DAY", "ADD N BUSINESS DAYS" AND          00070000
000800*               "BUSINESS DAYS BETWEEN TWO DATES" AS DESCRIBED IN 00080000
000900*               CALPARM.  MONDAY TO FRIDAY ARE WORKING DAYS       00090000
001000*               UNLESS THE CALENDAR (DDCALKS - CALREC) MARKS THE  00100000
001100*               DATE A HOLIDAY; A SATURDAY OR SUNDAY THE CALENDAR 00110000
001200*               MARKS WORKED IS A WORKING DAY.  THE CALENDAR IS   00120000
001300*               READ ONCE ON FIRST CALL.  ANY DATE IN A YEAR THE  00130000
001400*               CALENDAR HAS NOT PUBLISHED IS REFUSED (RESULT M)  00140000
001500*               RATHER THAN TREATED AS A WORKING DAY.             00150000
001600* AUTHOR      : GIRIDHAR                                          00160000
001700* CREATED ON  : 15 OCT 2026                                       00170000
001800***************************************************************** 00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200      SELECT CAL-FILE ASSIGN TO DDCALKS                           00220000
002300      ORGANIZATION IS INDEXED                                     00230000
002400      ACCESS MODE IS SEQUENTIAL                                   00240000
002500      RECORD KEY IS CL-CAL-KEY                                    00250000
002600      FILE STATUS CL-STATUS.                                      00260000
002700 DATA DIVISION.                                                   00270000
002800 FILE SECTION.                                                    00280000
002900 FD CAL-FILE.                                                     00290000
003000 COPY CALREC REPLACING ==:CAL:== BY ==CL==.                       00300000
003100 WORKING-STORAGE SECTION.                                         00310000
003200 01 CL-STATUS PIC XX.                                             00320000
003300      88 CL-OPEN-OK VALUE '00'.                                   00330000
003400      88 CL-READ-OK VALUE '00'.                                   00340000
003500      88 CL-EOF     VALUE '10'.                                   00350000
003600 01 WS-FIRST-SW PIC X VALUE 'Y'.                                  00360000
003700      88 FIRST-CALL VALUE 'Y'.                                    00370000
003800 01 WS-OPEN-SW PIC X VALUE 'N'.                                   00380000
003900      88 CALENDAR-AVAILABLE VALUE 'Y'.                            00390000
004000 01 YR-CNT     PIC 9(3) VALUE ZEROS.                              00400000
004100 01 WS-YR-IDX  PIC 9(3) VALUE ZEROS.                              00410000
004200 01 WS-YEAR-TABLE.                                                00420000
004300      05 WS-YR-YEAR PIC 9(4) OCCURS 50 TIMES.                     00430000
004400*  DAY OVERRIDES IN KEY ORDER, SO A SEARCH STOPS AT THE FIRST     00440000
004500*  ENTRY PAST THE DATE WANTED.                                    00450000
004600 01 DY-CNT     PIC 9(4) VALUE ZEROS.                              00460000
004700 01 WS-DY-IDX  PIC 9(4) VALUE ZEROS.                              00470000
004800 01 WS-DAY-TABLE.                                                 00480000
004900      05 WS-DY-ENT OCCURS 2000 TIMES.                             00490000
005000         10 WS-DY-DATE PIC 9(8).                                  00500000
005100         10 WS-DY-TYPE PIC X.                                     00510000
005200 01 WS-CUR-DATE  PIC 9(8) VALUE ZEROS.                            00520000
005300 01 WS-CUR-PARTS REDEFINES WS-CUR-DATE.                           00530000
005400      05 WS-CUR-YEAR PIC 9(4).                                    00540000
005500      05 FILLER      PIC 9(4).                                    00550000
005600 01 WS-CUR-INT   PIC 9(7) VALUE ZEROS.                            00560000
005700 01 WS-END-INT   PIC 9(7) VALUE ZEROS.                            00570000
005800 01 WS-DOW       PIC 9(1) VALUE ZEROS.                            00580000
005900 01 WS-STEP      PIC S9(1) VALUE +1.                              00590000
006000 01 WS-LEFT      PIC 9(5) VALUE ZEROS.                            00600000
006100 01 WS-COUNT     PIC 9(5) VALUE ZEROS.                            00610000
006200 01 WS-FOUND-TYPE PIC X VALUE SPACE.                              00620000
006300 01 WS-YR-FOUND  PIC X VALUE 'N'.                                 00630000
006400      88 YEAR-ON-CALENDAR VALUE 'Y'.                              00640000
006500 01 WS-DAY-SW    PIC X VALUE 'Y'.                                 00650000
006600      88 DAY-IS-WORKING VALUE 'Y'.                                00660000
006700      88 DAY-NO-YEAR    VALUE 'M'.                                00670000
006800 LINKAGE SECTION.                                                 00680000
006900 COPY CALPARM REPLACING ==:BDL:== BY ==LS==.                      00690000
007000 PROCEDURE DIVISION USING LS-CAL-PARM.                            00700000
007100 0000-MAIN-PARA.                                                  00710000
007200      IF FIRST-CALL                                               00720000
007300         MOVE 'N' TO WS-FIRST-SW                                  00730000
007400         PERFORM 1000-LOAD-CALENDAR                               00740000
007500      END-IF.                                                     00750000
007600      MOVE SPACES TO LS-BUS-DAY.                                  00760000
007700      MOVE ZEROS TO LS-MISS-YEAR.                                 00770000
007800      IF NOT CALENDAR-AVAILABLE                                   00780000
007900         MOVE 'U' TO LS-RESULT                                    00790000
008000      ELSE                                                        00800000
008100         MOVE 'Y' TO LS-RESULT                                    00810000
008200         EVALUATE TRUE                                            00820000
008300            WHEN LS-FUNC-CHECK                                    00830000
008400               PERFORM 2000-CHECK-DAY THRU 2000-CHECK-EXIT        00840000
008500            WHEN LS-FUNC-ADD                                      00850000
008600               PERFORM 3000-ADD-DAYS THRU 3000-ADD-EXIT           00860000
008700            WHEN LS-FUNC-BETWEEN                                  00870000
008800               PERFORM 4000-DAYS-BETWEEN THRU 4000-BETWEEN-EXIT   00880000
008900            WHEN OTHER                                            00890000
009000               DISPLAY 'BDAYSUB: INVALID FUNCTION ' LS-FUNC       00900000
009100               MOVE 'E' TO LS-RESULT                              00910000
009200         END-EVALUATE                                             00920000
009300      END-IF.                                                     00930000
009400      EXIT PROGRAM.                                               00940000
009500 1000-LOAD-CALENDAR.                                              00950000
009600      OPEN INPUT CAL-FILE.                                        00960000
009700      IF CL-OPEN-OK                                               00970000
009800         MOVE 'Y' TO WS-OPEN-SW                                   00980000
009900         PERFORM 1100-READ-CAL UNTIL CL-EOF                       00990000
010000         CLOSE CAL-FILE                                           01000000
010100         DISPLAY 'BDAYSUB: CALENDAR YEARS ' YR-CNT                01010000
010200                 ' DAY ENTRIES ' DY-CNT                           01020000
010300      ELSE                                                        01030000
010400         DISPLAY 'BDAYSUB: CALENDAR OPEN FAILED ' CL-STATUS       01040000
010500      END-IF.                                                     01050000
010600      EXIT.                                                       01060000
010700 1100-READ-CAL.                                                   01070000
010800      READ CAL-FILE.                                              01080000
010900      EVALUATE TRUE                                               01090000
011000         WHEN CL-READ-OK                                          01100000
011100            PERFORM 1200-KEEP-ENTRY                               01110000
011200         WHEN CL-EOF                                              01120000
011300            CONTINUE                                              01130000
011400         WHEN OTHER                                               01140000
011500            DISPLAY 'BDAYSUB: CALENDAR READ FAILED ' CL-STATUS    01150000
011600            MOVE 'N' TO WS-OPEN-SW                                01160000
011700            MOVE '10' TO CL-STATUS                                01170000
011800      END-EVALUATE.                                               01180000
011900      EXIT.                                                       01190000
012000 1200-KEEP-ENTRY.                                                 01200000
012100*     A DROPPED ENTRY WOULD TURN A HOLIDAY INTO A WORKING DAY, SO 01210000
012200*     A FULL TABLE MAKES THE WHOLE CALENDAR UNAVAILABLE.          01220000
012300      EVALUATE TRUE                                               01230000
012400         WHEN CL-YEAR-REC AND CL-MMDD = ZEROS                     01240000
012500            IF YR-CNT < 50                                        01250000
012600               ADD 1 TO YR-CNT                                    01260000
012700               MOVE CL-YEAR TO WS-YR-YEAR(YR-CNT)                 01270000
012800            ELSE                                                  01280000
012900               DISPLAY 'BDAYSUB: CALENDAR YEAR TABLE FULL '       01290000
013000                       CL-YEAR                                    01300000
013100               MOVE 'N' TO WS-OPEN-SW                             01310000
013200            END-IF                                                01320000
013300         WHEN CL-HOLIDAY OR CL-WORK-DAY                           01330000
013400            IF DY-CNT < 2000                                      01340000
013500               ADD 1 TO DY-CNT                                    01350000
013600               MOVE CL-CAL-DATE TO WS-DY-DATE(DY-CNT)             01360000
013700               MOVE CL-DAY-TYPE TO WS-DY-TYPE(DY-CNT)             01370000
013800            ELSE                                                  01380000
013900               DISPLAY 'BDAYSUB: CALENDAR DAY TABLE FULL '        01390000
014000                       CL-CAL-DATE                                01400000
014100               MOVE 'N' TO WS-OPEN-SW                             01410000
014200            END-IF                                                01420000
014300         WHEN OTHER                                               01430000
014400            DISPLAY 'BDAYSUB: BAD CALENDAR RECORD SKIPPED '       01440000
014500                    CL-CAL-DATE                                   01450000
014600      END-EVALUATE.                                               01460000
014700      EXIT.                                                       01470000
014800 2000-CHECK-DAY.                                                  01480000
014900      IF LS-DATE-1 NOT NUMERIC                                    01490000
015000         OR FUNCTION TEST-DATE-YYYYMMDD(LS-DATE-1) NOT = ZERO     01500000
015100         MOVE 'E' TO LS-RESULT                                    01510000
015200         GO TO 2000-CHECK-EXIT                                    01520000
015300      END-IF.                                                     01530000
015400      COMPUTE WS-CUR-INT = FUNCTION INTEGER-OF-DATE(LS-DATE-1).   01540000
015500      PERFORM 5000-DAY-TYPE THRU 5000-DAY-EXIT.                   01550000
015600      IF NOT DAY-NO-YEAR                                          01560000
015700         MOVE WS-DAY-SW TO LS-BUS-DAY                             01570000
015800      END-IF.                                                     01580000
015900 2000-CHECK-EXIT.                                                 01590000
016000      EXIT.                                                       01600000
016100 3000-ADD-DAYS.                                                   01610000
016200      IF LS-DATE-1 NOT NUMERIC OR LS-DAYS NOT NUMERIC             01620000
016300         OR FUNCTION TEST-DATE-YYYYMMDD(LS-DATE-1) NOT = ZERO     01630000
016400         MOVE 'E' TO LS-RESULT                                    01640000
016500         GO TO 3000-ADD-EXIT                                      01650000
016600      END-IF.                                                     01660000
016700      MOVE ZEROS TO LS-OUT-DATE.                                  01670000
016800      COMPUTE WS-CUR-INT = FUNCTION INTEGER-OF-DATE(LS-DATE-1).   01680000
016900      IF LS-DAYS = ZERO                                           01690000
017000         PERFORM 5000-DAY-TYPE THRU 5000-DAY-EXIT                 01700000
017100         MOVE +1 TO WS-STEP                                       01710000
017200         PERFORM 3100-STEP-DAY                                    01720000
017300            UNTIL DAY-IS-WORKING OR DAY-NO-YEAR                   01730000
017400      ELSE                                                        01740000
017500         IF LS-DAYS > ZERO                                        01750000
017600            MOVE +1 TO WS-STEP                                    01760000
017700            MOVE LS-DAYS TO WS-LEFT                               01770000
017800         ELSE                                                     01780000
017900            MOVE -1 TO WS-STEP                                    01790000
018000            COMPUTE WS-LEFT = ZERO - LS-DAYS                      01800000
018100         END-IF                                                   01810000
018200         MOVE 'Y' TO WS-DAY-SW                                    01820000
018300         PERFORM 3200-COUNT-STEP                                  01830000
018400            UNTIL WS-LEFT = ZERO OR DAY-NO-YEAR                   01840000
018500      END-IF.                                                     01850000
018600      IF NOT DAY-NO-YEAR                                          01860000
018700         MOVE WS-CUR-DATE TO LS-OUT-DATE                          01870000
018800      END-IF.                                                     01880000
018900 3000-ADD-EXIT.                                                   01890000
019000      EXIT.                                                       01900000
019100 3100-STEP-DAY.                                                   01910000
019200      ADD WS-STEP TO WS-CUR-INT.                                  01920000
019300      PERFORM 5000-DAY-TYPE THRU 5000-DAY-EXIT.                   01930000
019400      EXIT.                                                       01940000
019500 3200-COUNT-STEP.                                                 01950000
019600      PERFORM 3100-STEP-DAY.                                      01960000
019700      IF DAY-IS-WORKING                                           01970000
019800         SUBTRACT 1 FROM WS-LEFT                                  01980000
019900      END-IF.                                                     01990000
020000      EXIT.                                                       02000000
020100 4000-DAYS-BETWEEN.                                               02010000
020200      IF LS-DATE-1 NOT NUMERIC OR LS-DATE-2 NOT NUMERIC           02020000
020300         OR FUNCTION TEST-DATE-YYYYMMDD(LS-DATE-1) NOT = ZERO     02030000
020400         OR FUNCTION TEST-DATE-YYYYMMDD(LS-DATE-2) NOT = ZERO     02040000
020500         MOVE 'E' TO LS-RESULT                                    02050000
020600         GO TO 4000-BETWEEN-EXIT                                  02060000
020700      END-IF.                                                     02070000
020800*     COUNT THE BUSINESS DAYS AFTER THE EARLIER DATE UP TO AND    02080000
020900*     INCLUDING THE LATER ONE.                                    02090000
021000      IF LS-DATE-2 < LS-DATE-1                                    02100000
021100         COMPUTE WS-CUR-INT = FUNCTION INTEGER-OF-DATE(LS-DATE-2) 02110000
021200         COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(LS-DATE-1) 02120000
021300      ELSE                                                        02130000
021400         COMPUTE WS-CUR-INT = FUNCTION INTEGER-OF-DATE(LS-DATE-1) 02140000
021500         COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(LS-DATE-2) 02150000
021600      END-IF.                                                     02160000
021700      MOVE ZEROS TO WS-COUNT.                                     02170000
021800      MOVE +1 TO WS-STEP.                                         02180000
021900      MOVE 'Y' TO WS-DAY-SW.                                      02190000
022000      PERFORM 4100-COUNT-DAY                                      02200000
022100         UNTIL WS-CUR-INT NOT < WS-END-INT OR DAY-NO-YEAR.        02210000
022200      IF DAY-NO-YEAR                                              02220000
022300         GO TO 4000-BETWEEN-EXIT                                  02230000
022400      END-IF.                                                     02240000
022500      IF LS-DATE-2 < LS-DATE-1                                    02250000
022600         COMPUTE LS-DAYS = ZERO - WS-COUNT                        02260000
022700      ELSE                                                        02270000
022800         MOVE WS-COUNT TO LS-DAYS                                 02280000
022900      END-IF.                                                     02290000
023000 4000-BETWEEN-EXIT.                                               02300000
023100      EXIT.                                                       02310000
023200 4100-COUNT-DAY.                                                  02320000
023300      PERFORM 3100-STEP-DAY.                                      02330000
023400      IF DAY-IS-WORKING                                           02340000
023500         ADD 1 TO WS-COUNT                                        02350000
023600      END-IF.                                                     02360000
023700      EXIT.                                                       02370000
023800 5000-DAY-TYPE.                                                   02380000
023900*     WS-CUR-INT IN, WS-DAY-SW OUT - Y WORKING, N NOT WORKING,    02390000
024000*     M YEAR NOT ON THE CALENDAR (RESULT AND MISS-YEAR SET).      02400000
024100      COMPUTE WS-CUR-DATE = FUNCTION DATE-OF-INTEGER(WS-CUR-INT). 02410000
024200      MOVE 'N' TO WS-YR-FOUND.                                    02420000
024300      PERFORM 5100-FIND-YEAR                                      02430000
024400         VARYING WS-YR-IDX FROM 1 BY 1                            02440000
024500         UNTIL WS-YR-IDX > YR-CNT OR YEAR-ON-CALENDAR.            02450000
024600      IF NOT YEAR-ON-CALENDAR                                     02460000
024700         MOVE 'M' TO WS-DAY-SW                                    02470000
024800         MOVE 'M' TO LS-RESULT                                    02480000
024900         MOVE WS-CUR-YEAR TO LS-MISS-YEAR                         02490000
025000         GO TO 5000-DAY-EXIT                                      02500000
025100      END-IF.                                                     02510000
025200      MOVE SPACE TO WS-FOUND-TYPE.                                02520000
025300      PERFORM 5200-FIND-DAY                                       02530000
025400         VARYING WS-DY-IDX FROM 1 BY 1                            02540000
025500         UNTIL WS-DY-IDX > DY-CNT OR WS-FOUND-TYPE NOT = SPACE.   02550000
025600      EVALUATE WS-FOUND-TYPE                                      02560000
025700         WHEN 'H'                                                 02570000
025800            MOVE 'N' TO WS-DAY-SW                                 02580000
025900         WHEN 'W'                                                 02590000
026000            MOVE 'Y' TO WS-DAY-SW                                 02600000
026100         WHEN OTHER                                               02610000
026200*           INTEGER DAY 1 (01 JAN 1601) WAS A MONDAY.             02620000
026300            COMPUTE WS-DOW = FUNCTION MOD(WS-CUR-INT - 1, 7)      02630000
026400            IF WS-DOW < 5                                         02640000
026500               MOVE 'Y' TO WS-DAY-SW                              02650000
026600            ELSE                                                  02660000
026700               MOVE 'N' TO WS-DAY-SW                              02670000
026800            END-IF                                                02680000
026900      END-EVALUATE.                                               02690000
027000 5000-DAY-EXIT.                                                   02700000
027100      EXIT.                                                       02710000
027200 5100-FIND-YEAR.                                                  02720000
027300      IF WS-YR-YEAR(WS-YR-IDX) = WS-CUR-YEAR                      02730000
027400         MOVE 'Y' TO WS-YR-FOUND                                  02740000
027500      END-IF.                                                     02750000
027600      EXIT.                                                       02760000
027700 5200-FIND-DAY.                                                   02770000
027800      EVALUATE TRUE                                               02780000
027900         WHEN WS-DY-DATE(WS-DY-IDX) = WS-CUR-DATE                 02790000
028000            MOVE WS-DY-TYPE(WS-DY-IDX) TO WS-FOUND-TYPE           02800000
028100         WHEN WS-DY-DATE(WS-DY-IDX) > WS-CUR-DATE                 02810000
028200            MOVE '-' TO WS-FOUND-TYPE                             02820000
028300         WHEN OTHER                                               02830000
028400            CONTINUE                                              02840000
028500      END-EVALUATE.                                               02850000
028600      EXIT.                                                       02860000
