000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. GRADESUB.                                            00020000
000300***************************************************************** 00030000
000400* CALLED BY   : D7EMP, B4MOCK, GRADERPT, RAISESIM                 00040000
000500* PRG DESC    : SALARY GRADE LOOKUP.  RETURNS THE MINIMUM,        00050000
000600*               MIDPOINT AND MAXIMUM IN FORCE TODAY FOR THE       00060000
000700*               GRADE PASSED, AS DESCRIBED IN GRADPARM.  THE      00070000
000800*               GRADE CARDS (DDGRADE - GRADEREC) ARE READ ONCE ON 00080000
000900*               FIRST CALL - FOR EACH GRADE THE LATEST CARD       00090000
001000*               EFFECTIVE ON OR BEFORE TODAY IS KEPT.  A CARD     00100000
001100*               WHOSE MINIMUM, MIDPOINT AND MAXIMUM DO NOT RISE IN00110000
001200*               THAT ORDER IS SKIPPED.  A READ FAILURE PART WAY   00120001
001210*               THROUGH LEAVES NO GRADES AVAILABLE, SO EVERY      00121001
001220*               CALL RETURNS 'U' RATHER THAN A PARTIAL TABLE.     00122001
001300* AUTHOR      : GIRIDHAR                                          00130000
001400* CREATED ON  : 15 OCT 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - NO GRADES RETURNED AFTER A GRADE    00141001
001420*               TABLE READ FAILURE                                00142001
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
001800 FILE-CONTROL.                                                    00180000
001900      SELECT GRADE-FILE ASSIGN TO DDGRADE                         00190000
002000      ORGANIZATION IS SEQUENTIAL                                  00200000
002100      ACCESS MODE IS SEQUENTIAL                                   00210000
002200      FILE STATUS GR-STATUS.                                      00220000
002300 DATA DIVISION.                                                   00230000
002400 FILE SECTION.                                                    00240000
002500 FD GRADE-FILE RECORDING MODE F.                                  00250000
002600 COPY GRADEREC REPLACING ==:GRD:== BY ==GR==.                     00260000
002700 WORKING-STORAGE SECTION.                                         00270000
002800 01 GR-STATUS PIC XX.                                             00280000
002900      88 GR-OPEN-OK VALUE '00'.                                   00290000
003000      88 GR-READ-OK VALUE '00'.                                   00300000
003100      88 GR-EOF     VALUE '10'.                                   00310000
003200 01 WS-FIRST-SW PIC X VALUE 'Y'.                                  00320000
003300      88 FIRST-CALL VALUE 'Y'.                                    00330000
003400 01 WS-OPEN-SW PIC X VALUE 'N'.                                   00340000
003500      88 GRADES-AVAILABLE VALUE 'Y'.                              00350000
003600 01 WS-TODAY   PIC 9(8) VALUE ZEROS.                              00360000
003700 01 GT-CNT     PIC 9(3) VALUE ZEROS.                              00370000
003800 01 WS-GT-IDX  PIC 9(3) VALUE ZEROS.                              00380000
003900 01 WS-GT-USE  PIC 9(3) VALUE ZEROS.                              00390000
004000 01 WS-GRADE-TABLE.                                               00400000
004100      05 WS-GT-ENT OCCURS 100 TIMES.                              00410000
004200         10 WS-GT-GRADE    PIC X(2).                              00420000
004300         10 WS-GT-EFF-DATE PIC 9(8).                              00430000
004400         10 WS-GT-MIN      PIC 9(7).                              00440000
004500         10 WS-GT-MID      PIC 9(7).                              00450000
004600         10 WS-GT-MAX      PIC 9(7).                              00460000
004700         10 WS-GT-DESC     PIC X(20).                             00470000
004800 LINKAGE SECTION.                                                 00480000
004900 COPY GRADPARM REPLACING ==:GLK:== BY ==LS==.                     00490000
005000 PROCEDURE DIVISION USING LS-GRADE-PARM.                          00500000
005100 0000-MAIN-PARA.                                                  00510000
005200      IF FIRST-CALL                                               00520000
005300         MOVE 'N' TO WS-FIRST-SW                                  00530000
005400         PERFORM 1000-LOAD-GRADES                                 00540000
005500      END-IF.                                                     00550000
005600      MOVE ZEROS TO LS-MIN LS-MID LS-MAX LS-EFF-DATE.             00560000
005700      MOVE SPACES TO LS-DESC.                                     00570000
005800      IF NOT GRADES-AVAILABLE                                     00580000
005900         MOVE 'U' TO LS-RESULT                                    00590000
006000      ELSE                                                        00600000
006100         PERFORM 2000-LOOKUP-PARA THRU 2000-LOOKUP-EXIT           00610000
006200      END-IF.                                                     00620000
006300      EXIT PROGRAM.                                               00630000
006400 1000-LOAD-GRADES.                                                00640000
006500      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         00650000
006600      OPEN INPUT GRADE-FILE.                                      00660000
006700      IF GR-OPEN-OK                                               00670000
006800         MOVE 'Y' TO WS-OPEN-SW                                   00680000
006900         PERFORM 1100-READ-GRADE UNTIL GR-EOF                     00690000
007000         CLOSE GRADE-FILE                                         00700000
007100         DISPLAY 'GRADESUB: GRADES IN FORCE ' GT-CNT              00710000
007200      ELSE                                                        00720000
007300         DISPLAY 'GRADESUB: GRADE TABLE OPEN FAILED ' GR-STATUS   00730000
007400      END-IF.                                                     00740000
007500      EXIT.                                                       00750000
007600 1100-READ-GRADE.                                                 00760000
007700      READ GRADE-FILE.                                            00770000
007800      EVALUATE TRUE                                               00780000
007900         WHEN GR-READ-OK                                          00790000
008000            IF GR-GRADE-REC(1:1) = '*'                            00800000
008100               CONTINUE                                           00810000
008200            ELSE                                                  00820000
008300               PERFORM 1200-KEEP-GRADE                            00830000
008400            END-IF                                                00840000
008500         WHEN GR-EOF                                              00850000
008600            CONTINUE                                              00860000
008700         WHEN OTHER                                               00870000
008800            DISPLAY 'GRADESUB: GRADE TABLE READ FAILED ' GR-STATUS00880000
008900            MOVE '10' TO GR-STATUS                                00890000
008910            MOVE 'N' TO WS-OPEN-SW                                00891001
008920            MOVE 0 TO GT-CNT                                      00892001
009000      END-EVALUATE.                                               00900000
009100      EXIT.                                                       00910000
009200 1200-KEEP-GRADE.                                                 00920000
009300      IF GR-GRADE = SPACES                                        00930000
009400         OR GR-EFF-DATE NOT NUMERIC OR GR-MIN NOT NUMERIC         00940000
009500         OR GR-MID NOT NUMERIC OR GR-MAX NOT NUMERIC              00950000
009600         OR GR-MIN > GR-MID OR GR-MID > GR-MAX                    00960000
009700         DISPLAY 'GRADESUB: BAD GRADE CARD SKIPPED ' GR-GRADE-REC 00970000
009800      ELSE                                                        00980000
009900         IF GR-EFF-DATE NOT > WS-TODAY                            00990000
010000            MOVE ZEROS TO WS-GT-USE                               01000000
010100            PERFORM 1210-FIND-SLOT                                01010000
010200               VARYING WS-GT-IDX FROM 1 BY 1                      01020000
010300               UNTIL WS-GT-IDX > GT-CNT                           01030000
010400            IF WS-GT-USE = ZEROS                                  01040000
010500               IF GT-CNT < 100                                    01050000
010600                  ADD 1 TO GT-CNT                                 01060000
010700                  MOVE GT-CNT TO WS-GT-USE                        01070000
010800                  MOVE ZEROS TO WS-GT-EFF-DATE(WS-GT-USE)         01080000
010900               ELSE                                               01090000
011000                  DISPLAY 'GRADESUB: GRADE TABLE FULL ' GR-GRADE  01100000
011100               END-IF                                             01110000
011200            END-IF                                                01120000
011300            IF WS-GT-USE > ZEROS                                  01130000
011400               AND GR-EFF-DATE NOT < WS-GT-EFF-DATE(WS-GT-USE)    01140000
011500               MOVE GR-GRADE TO WS-GT-GRADE(WS-GT-USE)            01150000
011600               MOVE GR-EFF-DATE TO WS-GT-EFF-DATE(WS-GT-USE)      01160000
011700               MOVE GR-MIN TO WS-GT-MIN(WS-GT-USE)                01170000
011800               MOVE GR-MID TO WS-GT-MID(WS-GT-USE)                01180000
011900               MOVE GR-MAX TO WS-GT-MAX(WS-GT-USE)                01190000
012000               MOVE GR-DESC TO WS-GT-DESC(WS-GT-USE)              01200000
012100            END-IF                                                01210000
012200         END-IF                                                   01220000
012300      END-IF.                                                     01230000
012400      EXIT.                                                       01240000
012500 1210-FIND-SLOT.                                                  01250000
012600      IF WS-GT-GRADE(WS-GT-IDX) = GR-GRADE                        01260000
012700         MOVE WS-GT-IDX TO WS-GT-USE                              01270000
012800      END-IF.                                                     01280000
012900      EXIT.                                                       01290000
013000 2000-LOOKUP-PARA.                                                01300000
013100      MOVE 'N' TO LS-RESULT.                                      01310000
013200      IF LS-GRADE = SPACES                                        01320000
013300         GO TO 2000-LOOKUP-EXIT                                   01330000
013400      END-IF.                                                     01340000
013500      MOVE ZEROS TO WS-GT-USE.                                    01350000
013600      PERFORM 2100-MATCH-GRADE                                    01360000
013700         VARYING WS-GT-IDX FROM 1 BY 1                            01370000
013800         UNTIL WS-GT-IDX > GT-CNT.                                01380000
013900      IF WS-GT-USE = ZEROS                                        01390000
014000         GO TO 2000-LOOKUP-EXIT                                   01400000
014100      END-IF.                                                     01410000
014200      MOVE 'Y' TO LS-RESULT.                                      01420000
014300      MOVE WS-GT-MIN(WS-GT-USE) TO LS-MIN.                        01430000
014400      MOVE WS-GT-MID(WS-GT-USE) TO LS-MID.                        01440000
014500      MOVE WS-GT-MAX(WS-GT-USE) TO LS-MAX.                        01450000
014600      MOVE WS-GT-EFF-DATE(WS-GT-USE) TO LS-EFF-DATE.              01460000
014700      MOVE WS-GT-DESC(WS-GT-USE) TO LS-DESC.                      01470000
014800 2000-LOOKUP-EXIT.                                                01480000
014900      EXIT.                                                       01490000
015000 2100-MATCH-GRADE.                                                01500000
015100      IF WS-GT-GRADE(WS-GT-IDX) = LS-GRADE                        01510000
015200         MOVE WS-GT-IDX TO WS-GT-USE                              01520000
015300      END-IF.                                                     01530000
015400      EXIT.                                                       01540000
