001630        ORGANIZATION IS SEQUENTIAL                                00163004
001640        ACCESS MODE IS SEQUENTIAL                                 00164004
001650        FILE STATUS SH-STATUS.                                    00165004
001655                                                                  00165505
001660        SELECT CAPRPT-FILE ASSIGN TO DDCAPRPT                     00166005
001670        ORGANIZATION IS SEQUENTIAL                                00167005
001680        ACCESS MODE IS SEQUENTIAL                                 00168005
001690        FILE STATUS CP-STATUS.                                    00169005
001700 DATA DIVISION.                                                   00170000
001800 FILE SECTION.                                                    00180000
001900 FD IP-FILE RECORDING MODE F.                                     00190000
002600           07 IP-LNAME PIC X(10).                                 00260000
002700           07 FILLER PIC X.                                       00270000
002800      05 IP-SAL   PIC X(5).                                       00280000
002900      05 FILLER   PIC X(6).                                       00290005
002910      05 IP-GRADE PIC X(2).                                       00291005
002920      05 FILLER   PIC X(39).                                      00292005
003000 FD OP-FILE.                                                      00300002
003100 01 OP-REC.                                                       00310000
003200      05 OP-EDATA.                                                00320000
003700           07 OP-LNAME     PIC X(10).                             00370000
003800           07 FILLER PIC X.                                       00380000
003900      05 OP-SAL PIC 9(7).                                         00390000
004000      05 FILLER   PIC X(4).                                       00400005
004010      05 OP-GRADE PIC X(2).                                       00401005
004020      05 FILLER   PIC X(39).                                      00402005
004021 FD HIST-FILE RECORDING MODE F.                                   00402104
004022 COPY SALHREC REPLACING ==:SAL:== BY ==SH==.                      00402204
004030 FD CAPRPT-FILE RECORDING MODE F.                                 00403005
004040 01 CAPRPT-REC PIC X(80).                                         00404005
004100 WORKING-STORAGE SECTION.                                         00410000
004200 01 WS-OP-REC.                                                    00420000
004300*     02 WS-OP-ARR OCCURS 5 TIMES.                                00430000
004900           07 WS-OP-LNAME  PIC X(10).                             00490000
005000           07 FILLER PIC X.                                       00500000
005100      05 WS-OP-SAL PIC 9(7).                                      00510000
005200      05 FILLER      PIC X(4).                                    00520005
005210      05 WS-OP-GRADE PIC X(2).                                    00521005
005220      05 FILLER      PIC X(39).                                   00522005
005300                                                                  00530000
005400 01 WS-NSAL PIC 9(7).                                             00540000
005410 01 WS-RAISE-PCT PIC V999.                                        00541000
005420 01 WS-OLD-SAL PIC 9(7) VALUE ZEROS.                              00542004
005430 01 WS-TODAY   PIC 9(8) VALUE ZEROS.                              00543004
005440 01 WS-CAP-WORK.                                                  00544005
005450      05 WS-UNCAPPED   PIC 9(7) VALUE ZEROS.                      00545005
005460      05 WS-CAP-AMT    PIC 9(7) VALUE ZEROS.                      00546005
005470      05 WS-CAP-TOTAL  PIC 9(9) VALUE ZEROS.                      00547005
005480 COPY GRADPARM REPLACING ==:GLK:== BY ==GP==.                     00548005
005500 01 I PIC 99 VALUE ZERO.                                          00550000
005600                                                                  00560000
005700 01 WS-FILE-STATUS.                                               00570000
006500      88 OP-FILE-NF VALUE '13'.                                   00650000
006505      05 SH-STATUS PIC XX VALUE SPACES.                           00650504
006506      88 SH-SUCCESS VALUE '00'.                                   00650604
006507      05 CP-STATUS PIC XX VALUE SPACES.                           00650705
006508      88 CP-SUCCESS VALUE '00'.                                   00650805
006510 01 WS-FOUND-SW PIC X VALUE 'Y'.                                  00651003
006520      88 FOUND-REC     VALUE 'Y'.                                 00652003
006530      88 NOT-FOUND-REC VALUE 'N'.                                 00653003
006700      05 IP-CNTR PIC 9(6) VALUE ZEROS.                            00670000
006800      05 OP-CNTR PIC 9(6) VALUE ZEROS.                            00680000
006810      05 NEW-CNTR PIC 9(6) VALUE ZEROS.                           00681003
006820      05 CAP-CNTR PIC 9(6) VALUE ZEROS.                           00682005
006830      05 NOGRD-CNTR PIC 9(6) VALUE ZEROS.                         00683005
006900 01 WS-ERR-DESC.                                                  00690000
007000      05  FILLER               PIC X(10) VALUE "ERROR IN ".       00700000
007100      05  ERR-PARA             PIC X(30).                         00710000
010160         MOVE SH-STATUS TO ERR-FILE-STATUS                        01016004
010170         PERFORM 9000-ERR-PARA                                    01017004
010180      END-IF.                                                     01018004
010181      OPEN OUTPUT CAPRPT-FILE.                                    01018105
010182      IF NOT CP-SUCCESS                                           01018205
010183         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01018305
010184         MOVE 'CAPRPT-FILE' TO ERR-FILE-ID                        01018405
010185         MOVE CP-STATUS TO ERR-FILE-STATUS                        01018505
010186         PERFORM 9000-ERR-PARA                                    01018605
010187      END-IF.                                                     01018705
010188      MOVE 'RAISES CAPPED AT GRADE MAXIMUM' TO CAPRPT-REC.        01018805
010189      WRITE CAPRPT-REC.                                           01018905
010200      EXIT.                                                       01020000
010300 2000-READ-RECS.                                                  01030000
010400      PERFORM UNTIL IP-EOF                                        01040000
012490            MOVE .030 TO WS-RAISE-PCT                             01241900
012495      END-EVALUATE.                                               01242000
012500      COMPUTE WS-NSAL = WS-NSAL + (WS-NSAL * WS-RAISE-PCT).       01250000
012510      PERFORM 2004-CAP-PARA.                                      01251005
012600      DISPLAY '2001 NEW-SAL : ' WS-NSAL.                          01260002
012610      PERFORM 2003-HIST-PARA.                                     01261004
012700      MOVE IP-EDATA TO WS-OP-EDATA.                               01270000
012800      MOVE WS-NSAL TO WS-OP-SAL.                                  01280000
012810      MOVE IP-GRADE TO WS-OP-GRADE.                               01281005
012900      DISPLAY 'WS> ' WS-OP-REC.                                   01290000
013000      PERFORM 2002-WRITE-RECS.                                    01300000
013100      EXIT.                                                       01310000
013150      MOVE WS-NSAL TO SH-AFTER-SAL.                               01315004
013160      COMPUTE SH-RAISE-PCT ROUNDED =                              01316004
013170         WS-RAISE-PCT * 100.                                      01317004
013171*     A CAPPED RAISE IS RECORDED AT THE PERCENTAGE ACTUALLY       01317105
013172*     GIVEN, NOT THE BAND PERCENTAGE.                             01317205
013173      IF WS-CAP-AMT > ZEROS                                       01317305
013174         COMPUTE SH-RAISE-PCT ROUNDED =                           01317405
013175            (WS-NSAL - WS-OLD-SAL) * 100 / WS-OLD-SAL             01317505
013176      END-IF.                                                     01317605
013180      MOVE WS-TODAY TO SH-RUN-DATE.                               01318004
013190      MOVE 'B4MOCK  ' TO SH-SRC-PGM.                              01319004
013191      WRITE SH-SALHIST-REC.                                       01319104
013194            SH-STATUS                                             01319404
013195      END-IF.                                                     01319504
013196      EXIT.                                                       01319604
013197 2004-CAP-PARA.                                                   01319705
013198*     NO RAISE TAKES A SALARY PAST THE GRADE MAXIMUM.  A SALARY   01319805
013199*     ALREADY ABOVE IT GETS NO RAISE BUT IS NOT CUT.  WITHOUT A   01319905
013200*     GRADE IN FORCE THE RAISE CANNOT BE CAPPED AND IS LISTED.    01320005
013201      MOVE ZEROS TO WS-CAP-AMT.                                   01320105
013202      MOVE IP-GRADE TO GP-GRADE.                                  01320205
013203      CALL 'GRADESUB' USING GP-GRADE-PARM.                        01320305
013204      EVALUATE TRUE                                               01320405
013205         WHEN NOT GP-GRADE-OK                                     01320505
013206            ADD 1 TO NOGRD-CNTR                                   01320605
013207            MOVE 4 TO RETURN-CODE                                 01320705
013208            MOVE SPACES TO CAPRPT-REC                             01320805
013209            STRING 'NO GRADE ' IP-EID ' GRADE ' IP-GRADE          01320905
013210                   ' NEW SALARY ' WS-NSAL ' NOT CAPPED'           01321005
013211               DELIMITED BY SIZE INTO CAPRPT-REC                  01321105
013212            END-STRING                                            01321205
013213            WRITE CAPRPT-REC                                      01321305
013214         WHEN WS-NSAL > GP-MAX                                    01321405
013215            MOVE WS-NSAL TO WS-UNCAPPED                           01321505
013216            IF WS-OLD-SAL > GP-MAX                                01321605
013217               MOVE WS-OLD-SAL TO WS-NSAL                         01321705
013218            ELSE                                                  01321805
013219               MOVE GP-MAX TO WS-NSAL                             01321905
013220            END-IF                                                01322005
013221            COMPUTE WS-CAP-AMT = WS-UNCAPPED - WS-NSAL            01322105
013222            ADD 1 TO CAP-CNTR                                     01322205
013223            ADD WS-CAP-AMT TO WS-CAP-TOTAL                        01322305
013224            MOVE SPACES TO CAPRPT-REC                             01322405
013225            STRING 'CAPPED  ' IP-EID ' GRADE ' IP-GRADE           01322505
013226                   ' MAX ' GP-MAX ' RAISED ' WS-UNCAPPED          01322605
013227                   ' PAID ' WS-NSAL ' CAPPED ' WS-CAP-AMT         01322705
013228               DELIMITED BY SIZE INTO CAPRPT-REC                  01322805
013229            END-STRING                                            01322905
013230            WRITE CAPRPT-REC                                      01323005
013231         WHEN OTHER                                               01323105
013232            CONTINUE                                              01323205
013233      END-EVALUATE.                                               01323305
013234      EXIT.                                                       01323405
013235 2002-WRITE-RECS.                                                 01323500
013300      MOVE IP-EID TO OP-EID.                                      01330000
013310      MOVE 'Y' TO WS-FOUND-SW.                                    01331003
013320      READ OP-FILE                                                01332003
014800 3000-CLOSE-PARA.                                                 01480001
014900      CLOSE IP-FILE.                                              01490001
014910      CLOSE OP-FILE HIST-FILE.                                    01491004
014920      MOVE SPACES TO CAPRPT-REC.                                  01492005
014930      STRING 'CAPPED=' CAP-CNTR ' TOTAL CAPPED=' WS-CAP-TOTAL     01493005
014940             ' NO GRADE=' NOGRD-CNTR                              01494005
014950         DELIMITED BY SIZE INTO CAPRPT-REC                        01495005
014960      END-STRING.                                                 01496005
014970      WRITE CAPRPT-REC.                                           01497005
014980      CLOSE CAPRPT-FILE.                                          01498005
015000      DISPLAY 'RECS READ : ' IP-CNTR.                             01500001
015100      DISPLAY 'RECS PROCESSED : ' OP-CNTR.                        01510001
015110      DISPLAY 'NEW HIRES ADDED : ' NEW-CNTR.                      01511003
015120      DISPLAY 'RAISES CAPPED : ' CAP-CNTR.                        01512005
015130      DISPLAY 'TOTAL CAPPED : ' WS-CAP-TOTAL.                     01513005
015140      DISPLAY 'NO GRADE : ' NOGRD-CNTR.                           01514005
015200      EXIT.                                                       01520001
015300 9000-ERR-PARA.                                                   01530001
015400     DISPLAY WS-ERR-DESC.                                         01540001
