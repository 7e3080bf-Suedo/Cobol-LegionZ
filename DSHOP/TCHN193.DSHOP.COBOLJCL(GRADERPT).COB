000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. GRADERPT.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : LIVE EMPLOYEE FILE D7EMP AND B4MOCK RAISE FROM    00040000
000500*               (DDIN), GRADE TABLE THROUGH GRADESUB (DDGRADE)    00050000
000600* OUTPUT FILE : COMPLIANCE REPORT (DDRPT), RUN STATS (DDRSTAT)    00060000
000700* PRG DESC    : SALARY GRADE COMPLIANCE.  EVERY EMPLOYEE IS       00070000
000800*               LISTED WITH THE RANGE OF THEIR GRADE AND THEIR    00080000
000900*               COMPA-RATIO (SALARY AS A PERCENTAGE OF THE GRADE  00090000
001000*               MIDPOINT).  THE FILE IS THEN READ AGAIN AND THE   00100000
001100*               EXCEPTIONS LISTED - SALARIES BELOW THE GRADE      00110000
001200*               MINIMUM OR ABOVE THE GRADE MAXIMUM, WITH THE      00120000
001300*               AMOUNT OUTSIDE, AND EMPLOYEES WHOSE GRADE IS      00130000
001400*               BLANK OR NOT ON THE TABLE - FOLLOWED BY A SUMMARY 00140000
001500*               BY GRADE.  ANY EXCEPTION SETS RC 4; NO GRADE      00150000
001600*               TABLE STOPS THE RUN WITH RC 8.  NOTHING IS        00160000
001700*               UPDATED.                                          00170000
001800* AUTHOR      : GIRIDHAR                                          00180000
001900* CREATED ON  : 15 OCT 2026                                       00190000
002000***************************************************************** 00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400      SELECT EMP-FILE ASSIGN TO DDIN                              00240000
002500      ORGANIZATION IS SEQUENTIAL                                  00250000
002600      ACCESS MODE IS SEQUENTIAL                                   00260000
002700      FILE STATUS EM-STATUS.                                      00270000
002800*                                                                 00280000
002900      SELECT RPT-FILE ASSIGN TO DDRPT                             00290000
003000      ORGANIZATION IS SEQUENTIAL                                  00300000
003100      ACCESS MODE IS SEQUENTIAL                                   00310000
003200      FILE STATUS RP-STATUS.                                      00320000
003300*                                                                 00330000
003400      SELECT STATFILE ASSIGN TO DDRSTAT                           00340000
003500      ORGANIZATION IS SEQUENTIAL                                  00350000
003600      ACCESS MODE IS SEQUENTIAL                                   00360000
003700      FILE STATUS RS-STATUS.                                      00370000
003800*                                                                 00380000
003900 DATA DIVISION.                                                   00390000
004000 FILE SECTION.                                                    00400000
004100 FD EMP-FILE RECORDING MODE F.                                    00410000
004200 01 EMP-REC.                                                      00420000
004300      05 EM-EID         PIC X(5).                                 00430000
004400      05 FILLER         PIC X.                                    00440000
004500      05 EM-FNAME       PIC X(10).                                00450000
004600      05 FILLER         PIC X.                                    00460000
004700      05 EM-LNAME       PIC X(10).                                00470000
004800      05 FILLER         PIC X.                                    00480000
004900      05 EM-SAL         PIC 9(5).                                 00490000
005000      05 FILLER         PIC X(6).                                 00500000
005100      05 EM-GRADE       PIC X(2).                                 00510000
005200      05 FILLER         PIC X(39).                                00520000
005300 FD RPT-FILE RECORDING MODE F.                                    00530000
005400 01 RPT-REC PIC X(80).                                            00540000
005500 FD STATFILE RECORDING MODE F.                                    00550000
005600 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00560000
005700 WORKING-STORAGE SECTION.                                         00570000
005800 01 WS-FILE-STATUSES.                                             00580000
005900    05 EM-STATUS PIC XX.                                          00590000
006000    88 EM-OPEN-OK  VALUE '00'.                                    00600000
006100    88 EM-READ-OK  VALUE '00'.                                    00610000
006200    88 EM-EOF      VALUE '10'.                                    00620000
006300    05 RP-STATUS PIC XX.                                          00630000
006400    88 RP-OPEN-OK  VALUE '00'.                                    00640000
006500    05 RS-STATUS PIC XX.                                          00650000
006600    88 RS-OPEN-OK  VALUE '00'.                                    00660000
006700    88 RS-WRITE-OK VALUE '00'.                                    00670000
006800 01 WS-TODAY       PIC 9(8) VALUE ZEROS.                          00680000
006900 COPY GRADPARM REPLACING ==:GLK:== BY ==GP==.                     00690000
007000*  WHERE THE EMPLOYEE SITS AGAINST THE GRADE RANGE.               00700000
007100 01 WS-POS-SW       PIC X VALUE SPACES.                           00710000
007200    88 POS-IN-RANGE     VALUE 'I'.                                00720000
007300    88 POS-BELOW        VALUE 'B'.                                00730000
007400    88 POS-ABOVE        VALUE 'A'.                                00740000
007500    88 POS-NO-GRADE     VALUE 'N'.                                00750000
007600 01 WS-PASS-SW      PIC X VALUE '1'.                              00760000
007700    88 DETAIL-PASS      VALUE '1'.                                00770000
007800    88 EXCEPTION-PASS   VALUE '2'.                                00780000
007900 01 WS-CALC.                                                      00790000
008000    05 WS-COMPA      PIC 9(4)V9 VALUE ZEROS.                      00800000
008100    05 WS-OUTSIDE    PIC 9(7)   VALUE ZEROS.                      00810000
008200    05 WS-AVG-COMPA  PIC 9(4)V9 VALUE ZEROS.                      00820000
008300 01 WS-CNTRS.                                                     00830000
008400    05 EM-CNTR      PIC 9(8) VALUE ZEROS.                         00840000
008500    05 BAD-CNTR     PIC 9(8) VALUE ZEROS.                         00850000
008600    05 IN-CNTR      PIC 9(8) VALUE ZEROS.                         00860000
008700    05 BELOW-CNTR   PIC 9(8) VALUE ZEROS.                         00870000
008800    05 ABOVE-CNTR   PIC 9(8) VALUE ZEROS.                         00880000
008900    05 NOGRD-CNTR   PIC 9(8) VALUE ZEROS.                         00890000
009000    05 EXC-CNTR     PIC 9(8) VALUE ZEROS.                         00900000
009100    05 WS-BELOW-TOT PIC 9(11) VALUE ZEROS.                        00910000
009200    05 WS-ABOVE-TOT PIC 9(11) VALUE ZEROS.                        00920000
009300*  ONE ENTRY PER GRADE MET, IN THE ORDER FIRST MET.               00930000
009400 01 WS-GS-CNT       PIC 9(3) VALUE ZEROS.                         00940000
009500 01 WS-GX           PIC 9(3) VALUE ZEROS.                         00950000
009600 01 WS-GS-FOUND     PIC 9(3) VALUE ZEROS.                         00960000
009700 01 WS-GS-FULL-CNTR PIC 9(8) VALUE ZEROS.                         00970000
009800 01 WS-GRADE-SUMMARY.                                             00980000
009900    05 WS-GS-ENT OCCURS 100 TIMES.                                00990000
010000       10 GS-GRADE      PIC X(2).                                 01000000
010100       10 GS-DESC       PIC X(20).                                01010000
010200       10 GS-EMPS       PIC 9(8).                                 01020000
010300       10 GS-BELOW      PIC 9(8).                                 01030000
010400       10 GS-ABOVE      PIC 9(8).                                 01040000
010500       10 GS-COMPA-TOT  PIC 9(11)V9.                              01050000
010600 01 WS-DTL-HDG.                                                   01060000
010700    05 FILLER PIC X(40)                                           01070000
010800       VALUE 'EMPID  LAST NAME   GR     SALARY   GRADE'.          01080000
010900    05 FILLER PIC X(40)                                           01090000
011000       VALUE ' MIN  GRADE MID  GRADE MAX   COMPA  FLAG'.          01100000
011100 01 WS-DTL-LINE.                                                  01110000
011200    05 DL-EID        PIC X(5).                                    01120000
011300    05 FILLER        PIC X(2)  VALUE SPACES.                      01130000
011400    05 DL-LNAME      PIC X(10).                                   01140000
011500    05 FILLER        PIC X(2)  VALUE SPACES.                      01150000
011600    05 DL-GRADE      PIC X(2).                                    01160000
011700    05 FILLER        PIC X(2)  VALUE SPACES.                      01170000
011800    05 DL-SAL        PIC Z,ZZZ,ZZ9.                               01180000
011900    05 FILLER        PIC X(1)  VALUE SPACES.                      01190000
012000    05 DL-MIN        PIC Z,ZZZ,ZZ9.                               01200000
012100    05 FILLER        PIC X(1)  VALUE SPACES.                      01210000
012200    05 DL-MID        PIC Z,ZZZ,ZZ9.                               01220000
012300    05 FILLER        PIC X(1)  VALUE SPACES.                      01230000
012400    05 DL-MAX        PIC Z,ZZZ,ZZ9.                               01240000
012500    05 FILLER        PIC X(2)  VALUE SPACES.                      01250000
012600    05 DL-COMPA      PIC ZZZ9.9.                                  01260000
012700    05 FILLER        PIC X(2)  VALUE SPACES.                      01270000
012800    05 DL-FLAG       PIC X(7).                                    01280000
012900 01 WS-EXC-HDG.                                                   01290000
013000    05 FILLER PIC X(40)                                           01300000
013100       VALUE 'EMPID  LAST NAME   GR     SALARY  EXCEPT'.          01310000
013200    05 FILLER PIC X(40)                                           01320000
013300       VALUE 'ION                LIMIT    OUTSIDE BY  '.          01330000
013400 01 WS-EXC-LINE.                                                  01340000
013500    05 XL-EID        PIC X(5).                                    01350000
013600    05 FILLER        PIC X(2)  VALUE SPACES.                      01360000
013700    05 XL-LNAME      PIC X(10).                                   01370000
013800    05 FILLER        PIC X(2)  VALUE SPACES.                      01380000
013900    05 XL-GRADE      PIC X(2).                                    01390000
014000    05 FILLER        PIC X(2)  VALUE SPACES.                      01400000
014100    05 XL-SAL        PIC Z,ZZZ,ZZ9.                               01410000
014200    05 FILLER        PIC X(2)  VALUE SPACES.                      01420000
014300    05 XL-DESC       PIC X(20).                                   01430000
014400    05 FILLER        PIC X(1)  VALUE SPACES.                      01440000
014500    05 XL-LIMIT      PIC Z,ZZZ,ZZ9.                               01450000
014600    05 FILLER        PIC X(2)  VALUE SPACES.                      01460000
014700    05 XL-OUTSIDE    PIC Z,ZZZ,ZZ9.                               01470000
014800 01 WS-SUM-HDG.                                                   01480000
014900    05 FILLER PIC X(40)                                           01490000
015000       VALUE 'GR  DESCRIPTION           EMPLOYEES    '.           01500000
015100    05 FILLER PIC X(40)                                           01510000
015200       VALUE 'BELOW MIN  ABOVE MAX  AVG COMPA         '.          01520000
015300 01 WS-SUM-LINE.                                                  01530000
015400    05 SL-GRADE      PIC X(2).                                    01540000
015500    05 FILLER        PIC X(2)  VALUE SPACES.                      01550000
015600    05 SL-DESC       PIC X(20).                                   01560000
015700    05 FILLER        PIC X(3)  VALUE SPACES.                      01570000
015800    05 SL-EMPS       PIC ZZZ,ZZ9.                                 01580000
015900    05 FILLER        PIC X(6)  VALUE SPACES.                      01590000
016000    05 SL-BELOW      PIC ZZZ,ZZ9.                                 01600000
016100    05 FILLER        PIC X(4)  VALUE SPACES.                      01610000
016200    05 SL-ABOVE      PIC ZZZ,ZZ9.                                 01620000
016300    05 FILLER        PIC X(5)  VALUE SPACES.                      01630000
016400    05 SL-COMPA      PIC ZZZ9.9.                                  01640000
016500 01 WS-EDITS.                                                     01650000
016600    05 WS-CNT-ED     PIC ZZZ,ZZ9.                                 01660000
016700    05 WS-AMT-ED     PIC ZZ,ZZZ,ZZZ,ZZ9.                          01670000
016800 01 WS-ERR-DESC.                                                  01680000
016900    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01690000
017000    05  ERR-PARA             PIC X(30).                           01700000
017100    05  FILLER               PIC XX VALUE SPACES.                 01710000
017200    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01720000
017300    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01730000
017400    05  ERR-FILE-STATUS      PIC XX.                              01740000
017500 PROCEDURE DIVISION.                                              01750000
017600 0000-MAIN-PARA.                                                  01760000
017700      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01770000
017800      PERFORM 1000-OPEN-FILES.                                    01780000
017900      PERFORM 1100-CHECK-TABLE.                                   01790000
018000      MOVE '1' TO WS-PASS-SW.                                     01800000
018100      MOVE WS-DTL-HDG TO RPT-REC.                                 01810000
018200      WRITE RPT-REC.                                              01820000
018300      PERFORM 2000-READ-EMP.                                      01830000
018400      PERFORM 3000-PRCS-EMP THRU 3000-PRCS-EXIT UNTIL EM-EOF.     01840000
018500      PERFORM 3500-SECOND-PASS.                                   01850000
018600      PERFORM 3000-PRCS-EMP THRU 3000-PRCS-EXIT UNTIL EM-EOF.     01860000
018700      PERFORM 4000-PRINT-SUMMARY.                                 01870000
018800      PERFORM 5000-CLOSE-PARA.                                    01880000
018900      STOP RUN.                                                   01890000
019000 0000-MAIN-PARA-EXIT.                                             01900000
019100      EXIT.                                                       01910000
019200 1000-OPEN-FILES.                                                 01920000
019300      OPEN INPUT EMP-FILE.                                        01930000
019400      IF NOT EM-OPEN-OK                                           01940000
019500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01950000
019600         MOVE 'EMP-FILE' TO ERR-FILE-ID                           01960000
019700         MOVE EM-STATUS TO ERR-FILE-STATUS                        01970000
019800         PERFORM 9000-ERR-PARA                                    01980000
019900      END-IF.                                                     01990000
020000      OPEN OUTPUT RPT-FILE.                                       02000000
020100      IF NOT RP-OPEN-OK                                           02010000
020200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02020000
020300         MOVE 'RPT-FILE' TO ERR-FILE-ID                           02030000
020400         MOVE RP-STATUS TO ERR-FILE-STATUS                        02040000
020500         PERFORM 9000-ERR-PARA                                    02050000
020600      END-IF.                                                     02060000
020700      MOVE SPACES TO RPT-REC.                                     02070000
020800      STRING 'SALARY GRADE COMPLIANCE RUN ' WS-TODAY              02080000
020900         DELIMITED BY SIZE INTO RPT-REC                           02090000
021000      END-STRING.                                                 02100000
021100      WRITE RPT-REC.                                              02110000
021200      MOVE SPACES TO RPT-REC.                                     02120000
021300      WRITE RPT-REC.                                              02130000
021400      EXIT.                                                       02140000
021500 1100-CHECK-TABLE.                                                02150000
021600*     A BLANK GRADE LOADS THE TABLE WITHOUT MATCHING ANYTHING, SO 02160000
021700*     A MISSING TABLE IS KNOWN BEFORE ANY EMPLOYEE IS LISTED.     02170000
021800      MOVE SPACES TO GP-GRADE.                                    02180000
021900      CALL 'GRADESUB' USING GP-GRADE-PARM.                        02190000
022000      IF GP-TABLE-DOWN                                            02200000
022100         MOVE 'GRADE TABLE NOT AVAILABLE - NO COMPLIANCE REPORT'  02210000
022200            TO RPT-REC                                            02220000
022300         WRITE RPT-REC                                            02230000
022400         CLOSE EMP-FILE RPT-FILE                                  02240000
022500         MOVE 8 TO RETURN-CODE                                    02250000
022600         PERFORM 5200-WRITE-RUNSTAT                               02260000
022700         STOP RUN                                                 02270000
022800      END-IF.                                                     02280000
022900      EXIT.                                                       02290000
023000 2000-READ-EMP.                                                   02300000
023100      READ EMP-FILE.                                              02310000
023200      EVALUATE TRUE                                               02320000
023300         WHEN EM-READ-OK                                          02330000
023400            IF DETAIL-PASS                                        02340000
023500               ADD 1 TO EM-CNTR                                   02350000
023600            END-IF                                                02360000
023700         WHEN EM-EOF                                              02370000
023800            CONTINUE                                              02380000
023900         WHEN OTHER                                               02390000
024000            MOVE '2000-READ-EMP' TO ERR-PARA                      02400000
024100            MOVE 'EMP-FILE' TO ERR-FILE-ID                        02410000
024200            MOVE EM-STATUS TO ERR-FILE-STATUS                     02420000
024300            PERFORM 9000-ERR-PARA                                 02430000
024400      END-EVALUATE.                                               02440000
024500      EXIT.                                                       02450000
024600 3000-PRCS-EMP.                                                   02460000
024700      IF EM-SAL NOT NUMERIC                                       02470000
024800         IF DETAIL-PASS                                           02480000
024900            ADD 1 TO BAD-CNTR                                     02490000
025000            DISPLAY 'SALARY NOT NUMERIC - SKIPPED : ' EM-EID      02500000
025100         END-IF                                                   02510000
025200         GO TO 3000-READ-NEXT                                     02520000
025300      END-IF.                                                     02530000
025400      PERFORM 3100-PLACE-EMP.                                     02540000
025500      IF DETAIL-PASS                                              02550000
025600         PERFORM 3200-DETAIL-LINE                                 02560000
025700         PERFORM 3300-ADD-SUMMARY THRU 3300-ADD-EXIT              02570000
025800      ELSE                                                        02580000
025900         IF NOT POS-IN-RANGE                                      02590000
026000            PERFORM 3400-EXCEPTION-LINE                           02600000
026100         END-IF                                                   02610000
026200      END-IF.                                                     02620000
026300 3000-READ-NEXT.                                                  02630000
026400      PERFORM 2000-READ-EMP.                                      02640000
026500 3000-PRCS-EXIT.                                                  02650000
026600      EXIT.                                                       02660000
026700 3100-PLACE-EMP.                                                  02670000
026800*     COMPA-RATIO = SALARY * 100 / GRADE MIDPOINT, ONE DECIMAL.   02680000
026900      MOVE EM-GRADE TO GP-GRADE.                                  02690000
027000      CALL 'GRADESUB' USING GP-GRADE-PARM.                        02700000
027100      MOVE ZEROS TO WS-COMPA WS-OUTSIDE.                          02710000
027200      EVALUATE TRUE                                               02720000
027300         WHEN NOT GP-GRADE-OK                                     02730000
027400            MOVE 'N' TO WS-POS-SW                                 02740000
027500         WHEN EM-SAL < GP-MIN                                     02750000
027600            MOVE 'B' TO WS-POS-SW                                 02760000
027700            COMPUTE WS-OUTSIDE = GP-MIN - EM-SAL                  02770000
027800         WHEN EM-SAL > GP-MAX                                     02780000
027900            MOVE 'A' TO WS-POS-SW                                 02790000
028000            COMPUTE WS-OUTSIDE = EM-SAL - GP-MAX                  02800000
028100         WHEN OTHER                                               02810000
028200            MOVE 'I' TO WS-POS-SW                                 02820000
028300      END-EVALUATE.                                               02830000
028400      IF GP-GRADE-OK AND GP-MID > ZEROS                           02840000
028500         COMPUTE WS-COMPA ROUNDED = EM-SAL * 100 / GP-MID         02850000
028600      END-IF.                                                     02860000
028700      EXIT.                                                       02870000
028800 3200-DETAIL-LINE.                                                02880000
028900      MOVE EM-EID TO DL-EID.                                      02890000
029000      MOVE EM-LNAME TO DL-LNAME.                                  02900000
029100      MOVE EM-GRADE TO DL-GRADE.                                  02910000
029200      MOVE EM-SAL TO DL-SAL.                                      02920000
029300      IF POS-NO-GRADE                                             02930000
029400         MOVE ZEROS TO DL-MIN DL-MID DL-MAX DL-COMPA              02940000
029500      ELSE                                                        02950000
029600         MOVE GP-MIN TO DL-MIN                                    02960000
029700         MOVE GP-MID TO DL-MID                                    02970000
029800         MOVE GP-MAX TO DL-MAX                                    02980000
029900         MOVE WS-COMPA TO DL-COMPA                                02990000
030000      END-IF.                                                     03000000
030100      EVALUATE TRUE                                               03010000
030200         WHEN POS-NO-GRADE                                        03020000
030300            MOVE 'NOGRADE' TO DL-FLAG                             03030000
030400            ADD 1 TO NOGRD-CNTR                                   03040000
030500         WHEN POS-BELOW                                           03050000
030600            MOVE 'BELOW' TO DL-FLAG                               03060000
030700            ADD 1 TO BELOW-CNTR                                   03070000
030800            ADD WS-OUTSIDE TO WS-BELOW-TOT                        03080000
030900         WHEN POS-ABOVE                                           03090000
031000            MOVE 'ABOVE' TO DL-FLAG                               03100000
031100            ADD 1 TO ABOVE-CNTR                                   03110000
031200            ADD WS-OUTSIDE TO WS-ABOVE-TOT                        03120000
031300         WHEN OTHER                                               03130000
031400            MOVE SPACES TO DL-FLAG                                03140000
031500            ADD 1 TO IN-CNTR                                      03150000
031600      END-EVALUATE.                                               03160000
031700      MOVE WS-DTL-LINE TO RPT-REC.                                03170000
031800      WRITE RPT-REC.                                              03180000
031900      EXIT.                                                       03190000
032000 3300-ADD-SUMMARY.                                                03200000
032100*     UNGRADED EMPLOYEES ARE IN THE TOTALS, NOT THE GRADE TABLE.  03210000
032200      IF POS-NO-GRADE                                             03220000
032300         GO TO 3300-ADD-EXIT                                      03230000
032400      END-IF.                                                     03240000
032500      MOVE ZEROS TO WS-GS-FOUND.                                  03250000
032600      PERFORM 3310-FIND-GRADE                                     03260000
032700         VARYING WS-GX FROM 1 BY 1                                03270000
032800         UNTIL WS-GX > WS-GS-CNT OR WS-GS-FOUND > ZEROS.          03280000
032900      IF WS-GS-FOUND = ZEROS                                      03290000
033000         IF WS-GS-CNT = 100                                       03300000
033100            ADD 1 TO WS-GS-FULL-CNTR                              03310000
033200            GO TO 3300-ADD-EXIT                                   03320000
033300         END-IF                                                   03330000
033400         ADD 1 TO WS-GS-CNT                                       03340000
033500         MOVE WS-GS-CNT TO WS-GS-FOUND                            03350000
033600         MOVE GP-GRADE TO GS-GRADE(WS-GS-FOUND)                   03360000
033700         MOVE GP-DESC TO GS-DESC(WS-GS-FOUND)                     03370000
033800         MOVE ZEROS TO GS-EMPS(WS-GS-FOUND) GS-BELOW(WS-GS-FOUND) 03380000
033900                       GS-ABOVE(WS-GS-FOUND)                      03390000
034000                       GS-COMPA-TOT(WS-GS-FOUND)                  03400000
034100      END-IF.                                                     03410000
034200      ADD 1 TO GS-EMPS(WS-GS-FOUND).                              03420000
034300      ADD WS-COMPA TO GS-COMPA-TOT(WS-GS-FOUND).                  03430000
034400      IF POS-BELOW                                                03440000
034500         ADD 1 TO GS-BELOW(WS-GS-FOUND)                           03450000
034600      END-IF.                                                     03460000
034700      IF POS-ABOVE                                                03470000
034800         ADD 1 TO GS-ABOVE(WS-GS-FOUND)                           03480000
034900      END-IF.                                                     03490000
035000 3300-ADD-EXIT.                                                   03500000
035100      EXIT.                                                       03510000
035200 3310-FIND-GRADE.                                                 03520000
035300      IF GS-GRADE(WS-GX) = GP-GRADE                               03530000
035400         MOVE WS-GX TO WS-GS-FOUND                                03540000
035500      END-IF.                                                     03550000
035600      EXIT.                                                       03560000
035700 3400-EXCEPTION-LINE.                                             03570000
035800      ADD 1 TO EXC-CNTR.                                          03580000
035900      MOVE EM-EID TO XL-EID.                                      03590000
036000      MOVE EM-LNAME TO XL-LNAME.                                  03600000
036100      MOVE EM-GRADE TO XL-GRADE.                                  03610000
036200      MOVE EM-SAL TO XL-SAL.                                      03620000
036300      EVALUATE TRUE                                               03630000
036400         WHEN POS-NO-GRADE                                        03640000
036500            MOVE 'GRADE NOT ON TABLE' TO XL-DESC                  03650000
036600            MOVE ZEROS TO XL-LIMIT XL-OUTSIDE                     03660000
036700         WHEN POS-BELOW                                           03670000
036800            MOVE 'BELOW GRADE MINIMUM' TO XL-DESC                 03680000
036900            MOVE GP-MIN TO XL-LIMIT                               03690000
037000            MOVE WS-OUTSIDE TO XL-OUTSIDE                         03700000
037100         WHEN OTHER                                               03710000
037200            MOVE 'ABOVE GRADE MAXIMUM' TO XL-DESC                 03720000
037300            MOVE GP-MAX TO XL-LIMIT                               03730000
037400            MOVE WS-OUTSIDE TO XL-OUTSIDE                         03740000
037500      END-EVALUATE.                                               03750000
037600      MOVE WS-EXC-LINE TO RPT-REC.                                03760000
037700      WRITE RPT-REC.                                              03770000
037800      EXIT.                                                       03780000
037900 3500-SECOND-PASS.                                                03790000
038000*     THE EXCEPTIONS ARE LISTED FROM A SECOND READ OF THE FILE SO 03800000
038100*     THERE IS NO LIMIT ON HOW MANY THERE ARE.                    03810000
038200      CLOSE EMP-FILE.                                             03820000
038300      OPEN INPUT EMP-FILE.                                        03830000
038400      IF NOT EM-OPEN-OK                                           03840000
038500         MOVE '3500-SECOND-PASS' TO ERR-PARA                      03850000
038600         MOVE 'EMP-FILE' TO ERR-FILE-ID                           03860000
038700         MOVE EM-STATUS TO ERR-FILE-STATUS                        03870000
038800         PERFORM 9000-ERR-PARA                                    03880000
038900      END-IF.                                                     03890000
039000      MOVE '2' TO WS-PASS-SW.                                     03900000
039100      MOVE SPACES TO RPT-REC.                                     03910000
039200      WRITE RPT-REC.                                              03920000
039300      MOVE 'EMPLOYEES OUTSIDE THEIR GRADE RANGE' TO RPT-REC.      03930000
039400      WRITE RPT-REC.                                              03940000
039500      MOVE WS-EXC-HDG TO RPT-REC.                                 03950000
039600      WRITE RPT-REC.                                              03960000
039700      PERFORM 2000-READ-EMP.                                      03970000
039800      EXIT.                                                       03980000
039900 4000-PRINT-SUMMARY.                                              03990000
040000      IF EXC-CNTR = ZEROS                                         04000000
040100         MOVE '   NONE - EVERY EMPLOYEE IS WITHIN RANGE'          04010000
040200            TO RPT-REC                                            04020000
040300         WRITE RPT-REC                                            04030000
040400      END-IF.                                                     04040000
040500      MOVE SPACES TO RPT-REC.                                     04050000
040600      WRITE RPT-REC.                                              04060000
040700      MOVE 'SUMMARY BY GRADE' TO RPT-REC.                         04070000
040800      WRITE RPT-REC.                                              04080000
040900      MOVE WS-SUM-HDG TO RPT-REC.                                 04090000
041000      WRITE RPT-REC.                                              04100000
041100      PERFORM 4010-PRINT-GRADE                                    04110000
041200         VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GS-CNT.       04120000
041300      IF WS-GS-FULL-CNTR > ZEROS                                  04130000
041400         MOVE WS-GS-FULL-CNTR TO WS-CNT-ED                        04140000
041500         MOVE SPACES TO RPT-REC                                   04150000
041600         STRING 'OVER 100 GRADES - EMPLOYEES NOT SUMMARISED : '   04160000
041700                WS-CNT-ED                                         04170000
041800            DELIMITED BY SIZE INTO RPT-REC                        04180000
041900         END-STRING                                               04190000
042000         WRITE RPT-REC                                            04200000
042100      END-IF.                                                     04210000
042200      EXIT.                                                       04220000
042300 4010-PRINT-GRADE.                                                04230000
042400      MOVE GS-GRADE(WS-GX) TO SL-GRADE.                           04240000
042500      MOVE GS-DESC(WS-GX) TO SL-DESC.                             04250000
042600      MOVE GS-EMPS(WS-GX) TO SL-EMPS.                             04260000
042700      MOVE GS-BELOW(WS-GX) TO SL-BELOW.                           04270000
042800      MOVE GS-ABOVE(WS-GX) TO SL-ABOVE.                           04280000
042900      COMPUTE WS-AVG-COMPA ROUNDED =                              04290000
043000         GS-COMPA-TOT(WS-GX) / GS-EMPS(WS-GX).                    04300000
043100      MOVE WS-AVG-COMPA TO SL-COMPA.                              04310000
043200      MOVE WS-SUM-LINE TO RPT-REC.                                04320000
043300      WRITE RPT-REC.                                              04330000
043400      EXIT.                                                       04340000
043500 5000-CLOSE-PARA.                                                 04350000
043600      IF EXC-CNTR > ZEROS                                         04360000
043700         MOVE 4 TO RETURN-CODE                                    04370000
043800      END-IF.                                                     04380000
043900      MOVE SPACES TO RPT-REC.                                     04390000
044000      WRITE RPT-REC.                                              04400000
044100      MOVE SPACES TO RPT-REC.                                     04410000
044200      STRING 'EMPLOYEES READ=' EM-CNTR ' IN RANGE=' IN-CNTR       04420000
044300             ' BELOW=' BELOW-CNTR ' ABOVE=' ABOVE-CNTR            04430000
044400         DELIMITED BY SIZE INTO RPT-REC                           04440000
044500      END-STRING.                                                 04450000
044600      WRITE RPT-REC.                                              04460000
044700      MOVE SPACES TO RPT-REC.                                     04470000
044800      STRING 'NO GRADE=' NOGRD-CNTR                               04480000
044900             ' SALARY NOT NUMERIC=' BAD-CNTR                      04490000
045000         DELIMITED BY SIZE INTO RPT-REC                           04500000
045100      END-STRING.                                                 04510000
045200      WRITE RPT-REC.                                              04520000
045300      MOVE SPACES TO RPT-REC.                                     04530000
045400      MOVE WS-BELOW-TOT TO WS-AMT-ED.                             04540000
045500      STRING 'TOTAL BELOW MINIMUM ' WS-AMT-ED                     04550000
045600         DELIMITED BY SIZE INTO RPT-REC                           04560000
045700      END-STRING.                                                 04570000
045800      WRITE RPT-REC.                                              04580000
045900      MOVE SPACES TO RPT-REC.                                     04590000
046000      MOVE WS-ABOVE-TOT TO WS-AMT-ED.                             04600000
046100      STRING 'TOTAL ABOVE MAXIMUM ' WS-AMT-ED                     04610000
046200         DELIMITED BY SIZE INTO RPT-REC                           04620000
046300      END-STRING.                                                 04630000
046400      WRITE RPT-REC.                                              04640000
046500      CLOSE EMP-FILE RPT-FILE.                                    04650000
046600      DISPLAY 'EMPLOYEES READ       : ' EM-CNTR.                  04660000
046700      DISPLAY 'WITHIN RANGE         : ' IN-CNTR.                  04670000
046800      DISPLAY 'BELOW GRADE MINIMUM  : ' BELOW-CNTR.               04680000
046900      DISPLAY 'ABOVE GRADE MAXIMUM  : ' ABOVE-CNTR.               04690000
047000      DISPLAY 'NO GRADE             : ' NOGRD-CNTR.               04700000
047100      DISPLAY 'SALARY NOT NUMERIC   : ' BAD-CNTR.                 04710000
047200      PERFORM 5200-WRITE-RUNSTAT.                                 04720000
047300      EXIT.                                                       04730000
047400 5200-WRITE-RUNSTAT.                                              04740000
047500      OPEN EXTEND STATFILE.                                       04750000
047600      EVALUATE TRUE                                               04760000
047700         WHEN RS-OPEN-OK                                          04770000
047800            MOVE SPACES TO RS-RUNSTAT-REC                         04780000
047900            MOVE 'GRADERPT' TO RS-PGM-NAME                        04790000
048000            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 04800000
048100            ACCEPT RS-RUN-TIME FROM TIME                          04810000
048200            MOVE EM-CNTR TO RS-READ-CNT                           04820000
048300            MOVE ZEROS TO RS-WRITE-CNT                            04830000
048400            MOVE EXC-CNTR TO RS-REJ-CNT                           04840000
048500            MOVE RETURN-CODE TO RS-RETURN-CD                      04850000
048600            WRITE RS-RUNSTAT-REC                                  04860000
048700            IF NOT RS-WRITE-OK                                    04870000
048800               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04880000
048900            END-IF                                                04890000
049000            CLOSE STATFILE                                        04900000
049100         WHEN OTHER                                               04910000
049200            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04920000
049300      END-EVALUATE.                                               04930000
049400      EXIT.                                                       04940000
049500 9000-ERR-PARA.                                                   04950000
049600      DISPLAY WS-ERR-DESC.                                        04960000
049700      MOVE 30 TO RETURN-CODE.                                     04970000
049800      STOP RUN.                                                   04980000
