000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. TAXPROJ.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : YEAR-TO-DATE TAX KSDS (DDYTD) AND THE TAXBMNT     00040000
000500*               BRACKET TABLE (DDBRKT)                            00050000
000600* OUTPUT FILE : SUGGESTED MONTHLY ADJUSTMENTS (DDADJ - TXADJREC), 00060000
000700*               PROJECTION REPORT (DDRPT), RUN STATISTICS         00070000
000800*               (DDRSTAT)                                         00080000
000900* PRG DESC    : MID-YEAR ANNUAL TAX PROJECTION.  EACH CUSTOMER'S  00090000
001000*               YEAR-TO-DATE SALARY, TAXABLE SALARY AND TAX ARE   00100000
001100*               STRAIGHT-LINED TO TWELVE MONTHS.  THE PROJECTED   00110000
001200*               TAX DUE IS WORKED THE WAY NDMPQ1 WORKS IT - THE   00120000
001300*               BRACKET IN FORCE TODAY IS PICKED ON THE AVERAGE   00130000
001400*               MONTHLY TAXABLE SALARY AND ITS RATE IS APPLIED TO 00140000
001500*               THE PROJECTED ANNUAL TAXABLE SALARY.  THE REPORT  00150000
001600*               SHOWS THE PROJECTED SHORTFALL (+) OR EXCESS (-)   00160000
001700*               OF WITHHOLDING FOR EVERY CUSTOMER; FOR EACH ONE   00170000
001800*               SHORT OR OVER WITH MONTHS STILL TO POST, AN       00180000
001900*               ADJUSTMENT RECORD SPREADS THE DIFFERENCE OVER THE 00190000
002000*               REMAINING MONTHS.  THE KSDS IS ONLY READ.         00200000
002100* AUTHOR      : GIRIDHAR                                          00210000
002200* CREATED ON  : 15 OCT 2026                                       00220000
002300***************************************************************** 00230000
002400 ENVIRONMENT DIVISION.                                            00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
002600 FILE-CONTROL.                                                    00260000
002700      SELECT YTD-FILE ASSIGN TO DDYTD                             00270000
002800      ORGANIZATION IS INDEXED                                     00280000
002900      ACCESS MODE IS SEQUENTIAL                                   00290000
003000      RECORD KEY IS YTD-CID                                       00300000
003100      FILE STATUS YT-STATUS.                                      00310000
003200*                                                                 00320000
003300      SELECT BRKT-FILE ASSIGN TO DDBRKT                           00330000
003400      ORGANIZATION IS SEQUENTIAL                                  00340000
003500      ACCESS MODE IS SEQUENTIAL                                   00350000
003600      FILE STATUS BK-STATUS.                                      00360000
003700*                                                                 00370000
003800      SELECT ADJ-FILE ASSIGN TO DDADJ                             00380000
003900      ORGANIZATION IS SEQUENTIAL                                  00390000
004000      ACCESS MODE IS SEQUENTIAL                                   00400000
004100      FILE STATUS AJ-STATUS.                                      00410000
004200*                                                                 00420000
004300      SELECT RPT-FILE ASSIGN TO DDRPT                             00430000
004400      ORGANIZATION IS SEQUENTIAL                                  00440000
004500      ACCESS MODE IS SEQUENTIAL                                   00450000
004600      FILE STATUS RP-STATUS.                                      00460000
004700*                                                                 00470000
004800      SELECT STATFILE ASSIGN TO DDRSTAT                           00480000
004900      ORGANIZATION IS SEQUENTIAL                                  00490000
005000      ACCESS MODE IS SEQUENTIAL                                   00500000
005100      FILE STATUS RS-STATUS.                                      00510000
005200*                                                                 00520000
005300 DATA DIVISION.                                                   00530000
005400 FILE SECTION.                                                    00540000
005500 FD YTD-FILE.                                                     00550000
005600 COPY YTDREC REPLACING ==:YTD:== BY ==YTD==.                      00560000
005700 FD BRKT-FILE RECORDING MODE F.                                   00570000
005800 01 BRKT-REC.                                                     00580000
005900       05 BK-EFF-DATE        PIC 9(8).                            00590000
006000       05 FILLER             PIC X.                               00600000
006100       05 BK-FLOOR           PIC 9(7).                            00610000
006200       05 FILLER             PIC X.                               00620000
006300       05 BK-RATE            PIC 9(3).                            00630000
006400       05 FILLER             PIC X(60).                           00640000
006500 FD ADJ-FILE RECORDING MODE F.                                    00650000
006600 COPY TXADJREC REPLACING ==:TXA:== BY ==AJ==.                     00660000
006700 FD RPT-FILE RECORDING MODE F.                                    00670000
006800 01 RPT-REC PIC X(80).                                            00680000
006900 FD STATFILE RECORDING MODE F.                                    00690000
007000 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00700000
007100 WORKING-STORAGE SECTION.                                         00710000
007200 01 WS-FILE-STATUSES.                                             00720000
007300    05 YT-STATUS PIC XX.                                          00730000
007400    88 YT-OPEN-OK  VALUE '00'.                                    00740000
007500    88 YT-READ-OK  VALUE '00'.                                    00750000
007600    88 YT-EOF      VALUE '10'.                                    00760000
007700    05 BK-STATUS PIC XX.                                          00770000
007800    88 BK-OPEN-OK  VALUE '00'.                                    00780000
007900    88 BK-READ-OK  VALUE '00'.                                    00790000
008000    88 BK-EOF      VALUE '10'.                                    00800000
008100    05 AJ-STATUS PIC XX.                                          00810000
008200    88 AJ-OPEN-OK  VALUE '00'.                                    00820000
008300    88 AJ-WRITE-OK VALUE '00'.                                    00830000
008400    05 RP-STATUS PIC XX.                                          00840000
008500    88 RP-OPEN-OK  VALUE '00'.                                    00850000
008600    05 RS-STATUS PIC XX.                                          00860000
008700    88 RS-OPEN-OK  VALUE '00'.                                    00870000
008800    88 RS-WRITE-OK VALUE '00'.                                    00880000
008900 01 WS-TODAY     PIC 9(8) VALUE ZEROS.                            00890000
009000 01 WS-TAX-YEAR  PIC 9(4) VALUE ZEROS.                            00900000
009100 01 WS-SET-DATE  PIC 9(8) VALUE ZEROS.                            00910000
009200 01 BR-CNT       PIC 9(2) VALUE 04.                               00920000
009300 01 WS-BR-IDX    PIC 9(2) VALUE ZEROS.                            00930000
009400 01 WS-BR-USE    PIC 9(2) VALUE ZEROS.                            00940000
009500*  THE SAME BUILT-IN BRACKETS NDMPQ1 FALLS BACK ON WHEN NO        00950000
009600*  TABLE FILE IS ALLOCATED.                                       00960000
009700 01 WS-BRKT-VALUES.                                               00970000
009800      05 FILLER PIC X(10) VALUE '0000000005'.                     00980000
009900      05 FILLER PIC X(10) VALUE '0010001010'.                     00990000
010000      05 FILLER PIC X(10) VALUE '0013001015'.                     01000000
010100      05 FILLER PIC X(10) VALUE '0015001020'.                     01010000
010200      05 FILLER PIC X(60) VALUE ALL '9'.                          01020000
010300 01 WS-BRKT-TABLE REDEFINES WS-BRKT-VALUES.                       01030000
010400      05 WS-BR-ENT OCCURS 10 TIMES.                               01040000
010500         10 WS-BR-FLOOR PIC 9(7).                                 01050000
010600         10 WS-BR-RATE  PIC 9(3).                                 01060000
010700 01 WS-PROJ-FIELDS.                                               01070000
010800    05 WS-MONTHS     PIC 9(2)        VALUE ZEROS.                 01080000
010900    05 WS-MTHS-LEFT  PIC 9(2)        VALUE ZEROS.                 01090000
011000    05 WS-TAXABLE    PIC 9(7)V99     VALUE ZEROS.                 01100000
011100    05 WS-AVG-TXSAL  PIC 9(7)V99     VALUE ZEROS.                 01110000
011200    05 WS-PROJ-SAL   PIC 9(7)V99     VALUE ZEROS.                 01120000
011300    05 WS-PROJ-TXSAL PIC 9(7)V99     VALUE ZEROS.                 01130000
011400    05 WS-PROJ-DUE   PIC 9(7)V999    VALUE ZEROS.                 01140000
011500    05 WS-PROJ-WHLD  PIC 9(7)V999    VALUE ZEROS.                 01150000
011600    05 WS-PROJ-DIFF  PIC S9(7)V999   VALUE ZEROS.                 01160000
011700    05 WS-MTH-ADJ    PIC S9(7)V999   VALUE ZEROS.                 01170000
011800 01 WS-CNTRS.                                                     01180000
011900    05 YT-CNTR      PIC 9(8) VALUE ZEROS.                         01190000
012000    05 PROJ-CNTR    PIC 9(8) VALUE ZEROS.                         01200000
012100    05 SHORT-CNTR   PIC 9(8) VALUE ZEROS.                         01210000
012200    05 OVER-CNTR    PIC 9(8) VALUE ZEROS.                         01220000
012300    05 EVEN-CNTR    PIC 9(8) VALUE ZEROS.                         01230000
012400    05 NOMTH-CNTR   PIC 9(8) VALUE ZEROS.                         01240000
012500    05 ADJ-CNTR     PIC 9(8) VALUE ZEROS.                         01250000
012600    05 SHORT-TOT    PIC 9(9)V999 VALUE ZEROS.                     01260000
012700    05 OVER-TOT     PIC 9(9)V999 VALUE ZEROS.                     01270000
012800 01 WS-HDG-1.                                                     01280000
012900    05 FILLER PIC X(40)                                           01290000
013000       VALUE 'CUSTOMER   MO  PROJ SALARY   PROJ TAX   '.          01300000
013100    05 FILLER PIC X(40)                                           01310000
013200       VALUE 'WITHHELD  SHORT/OVER     ADJ/MONTH STAT '.          01320000
013300 01 WS-DTL-LINE.                                                  01330000
013400    05 DL-CID        PIC X(10).                                   01340000
013500    05 FILLER        PIC X(1)  VALUE SPACES.                      01350000
013600    05 DL-MONTHS     PIC Z9.                                      01360000
013700    05 FILLER        PIC X(1)  VALUE SPACES.                      01370000
013800    05 DL-PROJ-SAL   PIC Z,ZZZ,ZZ9.99.                            01380000
013900    05 FILLER        PIC X(1)  VALUE SPACES.                      01390000
014000    05 DL-PROJ-DUE   PIC ZZZ,ZZ9.99.                              01400000
014100    05 FILLER        PIC X(1)  VALUE SPACES.                      01410000
014200    05 DL-PROJ-WHLD  PIC ZZZ,ZZ9.99.                              01420000
014300    05 FILLER        PIC X(1)  VALUE SPACES.                      01430000
014400    05 DL-PROJ-DIFF  PIC -ZZZ,ZZ9.99.                             01440000
014500    05 FILLER        PIC X(1)  VALUE SPACES.                      01450000
014600    05 DL-MTH-ADJ    PIC -Z,ZZZ,ZZ9.99.                           01460000
014700    05 FILLER        PIC X(1)  VALUE SPACES.                      01470000
014800    05 DL-STAT       PIC X(5).                                    01480000
014900 01 WS-EDITS.                                                     01490000
015000    05 WS-TOT-ED     PIC ZZZ,ZZZ,ZZ9.999.                         01500000
015100 01 WS-ERR-DESC.                                                  01510000
015200    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01520000
015300    05  ERR-PARA             PIC X(30).                           01530000
015400    05  FILLER               PIC XX VALUE SPACES.                 01540000
015500    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01550000
015600    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01560000
015700    05  ERR-FILE-STATUS      PIC XX.                              01570000
015800 PROCEDURE DIVISION.                                              01580000
015900 0000-MAIN-PARA.                                                  01590000
016000      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01600000
016100      PERFORM 1000-OPEN-FILES.                                    01610000
016200      PERFORM 1500-LOAD-BRACKETS THRU 1500-LOAD-EXIT.             01620000
016300      PERFORM 3000-PRCS-RECS UNTIL YT-EOF.                        01630000
016400      PERFORM 4000-CLOSE-PARA.                                    01640000
016500      STOP RUN.                                                   01650000
016600 0000-MAIN-PARA-EXIT.                                             01660000
016700      EXIT.                                                       01670000
016800 1000-OPEN-FILES.                                                 01680000
016900      OPEN INPUT YTD-FILE.                                        01690000
017000      IF NOT YT-OPEN-OK                                           01700000
017100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01710000
017200         MOVE 'YTD-FILE' TO ERR-FILE-ID                           01720000
017300         MOVE YT-STATUS TO ERR-FILE-STATUS                        01730000
017400         PERFORM 9000-ERR-PARA                                    01740000
017500      END-IF.                                                     01750000
017600      OPEN OUTPUT ADJ-FILE.                                       01760000
017700      IF NOT AJ-OPEN-OK                                           01770000
017800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01780000
017900         MOVE 'ADJ-FILE' TO ERR-FILE-ID                           01790000
018000         MOVE AJ-STATUS TO ERR-FILE-STATUS                        01800000
018100         PERFORM 9000-ERR-PARA                                    01810000
018200      END-IF.                                                     01820000
018300      OPEN OUTPUT RPT-FILE.                                       01830000
018400      IF NOT RP-OPEN-OK                                           01840000
018500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01850000
018600         MOVE 'RPT-FILE' TO ERR-FILE-ID                           01860000
018700         MOVE RP-STATUS TO ERR-FILE-STATUS                        01870000
018800         PERFORM 9000-ERR-PARA                                    01880000
018900      END-IF.                                                     01890000
019000      MOVE SPACES TO RPT-REC.                                     01900000
019100      STRING 'MID-YEAR TAX PROJECTION RUN ' WS-TODAY              01910000
019200         DELIMITED BY SIZE INTO RPT-REC                           01920000
019300      END-STRING.                                                 01930000
019400      WRITE RPT-REC.                                              01940000
019500      EXIT.                                                       01950000
019600 1500-LOAD-BRACKETS.                                              01960000
019700*     THE BRACKET SETS ARE APPENDED IN EFFECTIVE-DATE ORDER BY    01970000
019800*     TAXBMNT, SO THE LAST SET DATED ON OR BEFORE TODAY WINS -    01980000
019900*     THE SAME SET NDMPQ1 WOULD TAX WITH TODAY.                   01990000
020000      OPEN INPUT BRKT-FILE.                                       02000000
020100      IF NOT BK-OPEN-OK                                           02010000
020200         DISPLAY 'NO BRACKET TABLE - BUILT-IN RATES USED'         02020000
020300         MOVE 'BRACKETS : BUILT-IN RATES' TO RPT-REC              02030000
020400         GO TO 1500-LOAD-EXIT                                     02040000
020500      END-IF.                                                     02050000
020600      PERFORM 1510-READ-BRACKET UNTIL BK-EOF.                     02060000
020700      CLOSE BRKT-FILE.                                            02070000
020800      DISPLAY 'BRACKET SET IN FORCE : ' WS-SET-DATE               02080000
020900         ' WITH ' BR-CNT ' BRACKETS'.                             02090000
021000      MOVE SPACES TO RPT-REC.                                     02100000
021100      STRING 'BRACKETS : SET EFFECTIVE ' WS-SET-DATE              02110000
021200             ', ' BR-CNT ' BRACKETS'                              02120000
021300         DELIMITED BY SIZE INTO RPT-REC                           02130000
021400      END-STRING.                                                 02140000
021500 1500-LOAD-EXIT.                                                  02150000
021600      WRITE RPT-REC.                                              02160000
021700      MOVE SPACES TO RPT-REC.                                     02170000
021800      WRITE RPT-REC.                                              02180000
021900      MOVE WS-HDG-1 TO RPT-REC.                                   02190000
022000      WRITE RPT-REC.                                              02200000
022100      EXIT.                                                       02210000
022200 1510-READ-BRACKET.                                               02220000
022300      READ BRKT-FILE.                                             02230000
022400      EVALUATE TRUE                                               02240000
022500         WHEN BK-READ-OK                                          02250000
022600            IF BK-EFF-DATE > WS-TODAY                             02260000
022700               CONTINUE                                           02270000
022800            ELSE                                                  02280000
022900               IF BK-EFF-DATE NOT = WS-SET-DATE                   02290000
023000                  MOVE BK-EFF-DATE TO WS-SET-DATE                 02300000
023100                  MOVE ZEROS TO BR-CNT                            02310000
023200               END-IF                                             02320000
023300               IF BR-CNT < 10                                     02330000
023400                  ADD 1 TO BR-CNT                                 02340000
023500                  MOVE BK-FLOOR TO WS-BR-FLOOR(BR-CNT)            02350000
023600                  MOVE BK-RATE TO WS-BR-RATE(BR-CNT)              02360000
023700               END-IF                                             02370000
023800            END-IF                                                02380000
023900         WHEN BK-EOF                                              02390000
024000            CONTINUE                                              02400000
024100         WHEN OTHER                                               02410000
024200            MOVE '1510-READ-BRACKET' TO ERR-PARA                  02420000
024300            MOVE 'BRKT-FILE' TO ERR-FILE-ID                       02430000
024400            MOVE BK-STATUS TO ERR-FILE-STATUS                     02440000
024500            PERFORM 9000-ERR-PARA                                 02450000
024600      END-EVALUATE.                                               02460000
024700      EXIT.                                                       02470000
024800 3000-PRCS-RECS.                                                  02480000
024900      READ YTD-FILE NEXT.                                         02490000
025000      EVALUATE TRUE                                               02500000
025100         WHEN YT-READ-OK AND YTD-IS-CTL                           02510000
025200            MOVE YTD-CTL-YEAR TO WS-TAX-YEAR                      02520000
025300         WHEN YT-READ-OK                                          02530000
025400            ADD 1 TO YT-CNTR                                      02540000
025500            PERFORM 3100-PROJECT-CUST THRU 3100-PROJECT-EXIT      02550000
025600         WHEN YT-EOF                                              02560000
025700            CONTINUE                                              02570000
025800         WHEN OTHER                                               02580000
025900            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02590000
026000            MOVE 'YTD-FILE' TO ERR-FILE-ID                        02600000
026100            MOVE YT-STATUS TO ERR-FILE-STATUS                     02610000
026200            PERFORM 9000-ERR-PARA                                 02620000
026300      END-EVALUATE.                                               02630000
026400      EXIT.                                                       02640000
026500*  A RECORD STARTED BEFORE EXEMPTIONS WERE CARRIED HAS SPACES IN  02650000
026600*  YTD-TAXABLE - ALL OF ITS SALARY WAS TAXABLE.                   02660000
026700 3100-PROJECT-CUST.                                               02670000
026800      IF YTD-MONTHS NOT NUMERIC OR YTD-MONTHS = ZEROS             02680000
026900         ADD 1 TO NOMTH-CNTR                                      02690000
027000         GO TO 3100-PROJECT-EXIT                                  02700000
027100      END-IF.                                                     02710000
027200      ADD 1 TO PROJ-CNTR.                                         02720000
027300      MOVE YTD-MONTHS TO WS-MONTHS.                               02730000
027400      IF WS-MONTHS > 12                                           02740000
027500         MOVE 12 TO WS-MONTHS                                     02750000
027600      END-IF.                                                     02760000
027700      COMPUTE WS-MTHS-LEFT = 12 - WS-MONTHS.                      02770000
027800      IF YTD-TAXABLE NUMERIC                                      02780000
027900         MOVE YTD-TAXABLE TO WS-TAXABLE                           02790000
028000      ELSE                                                        02800000
028100         MOVE YTD-SAL TO WS-TAXABLE                               02810000
028200      END-IF.                                                     02820000
028300      COMPUTE WS-PROJ-SAL ROUNDED = YTD-SAL * 12 / WS-MONTHS.     02830000
028400      COMPUTE WS-PROJ-TXSAL ROUNDED =                             02840000
028500         WS-TAXABLE * 12 / WS-MONTHS.                             02850000
028600      COMPUTE WS-AVG-TXSAL ROUNDED = WS-TAXABLE / WS-MONTHS.      02860000
028700      MOVE ZEROS TO WS-BR-USE.                                    02870000
028800      PERFORM 3200-PICK-BRACKET                                   02880000
028900         VARYING WS-BR-IDX FROM 1 BY 1                            02890000
029000         UNTIL WS-BR-IDX > BR-CNT.                                02900000
029100      IF WS-BR-USE = ZEROS                                        02910000
029200         MOVE 1 TO WS-BR-USE                                      02920000
029300      END-IF.                                                     02930000
029400      COMPUTE WS-PROJ-DUE ROUNDED =                               02940000
029500         WS-PROJ-TXSAL * WS-BR-RATE(WS-BR-USE) / 100.             02950000
029600      COMPUTE WS-PROJ-WHLD ROUNDED = YTD-TAX * 12 / WS-MONTHS.    02960000
029700      COMPUTE WS-PROJ-DIFF = WS-PROJ-DUE - WS-PROJ-WHLD.          02970000
029800      MOVE ZEROS TO WS-MTH-ADJ.                                   02980000
029900      IF WS-MTHS-LEFT > ZEROS                                     02990000
030000         COMPUTE WS-MTH-ADJ ROUNDED = WS-PROJ-DIFF / WS-MTHS-LEFT 03000000
030100      END-IF.                                                     03010000
030200      EVALUATE TRUE                                               03020000
030300         WHEN WS-PROJ-DIFF > ZEROS                                03030000
030400            ADD 1 TO SHORT-CNTR                                   03040000
030500            ADD WS-PROJ-DIFF TO SHORT-TOT                         03050000
030600            MOVE 'SHORT' TO DL-STAT                               03060000
030700         WHEN WS-PROJ-DIFF < ZEROS                                03070000
030800            ADD 1 TO OVER-CNTR                                    03080000
030900            SUBTRACT WS-PROJ-DIFF FROM OVER-TOT                   03090000
031000            MOVE 'OVER ' TO DL-STAT                               03100000
031100         WHEN OTHER                                               03110000
031200            ADD 1 TO EVEN-CNTR                                    03120000
031300            MOVE 'EVEN ' TO DL-STAT                               03130000
031400      END-EVALUATE.                                               03140000
031500      MOVE YTD-CID TO DL-CID.                                     03150000
031600      MOVE WS-MONTHS TO DL-MONTHS.                                03160000
031700      MOVE WS-PROJ-SAL TO DL-PROJ-SAL.                            03170000
031800      MOVE WS-PROJ-DUE TO DL-PROJ-DUE.                            03180000
031900      MOVE WS-PROJ-WHLD TO DL-PROJ-WHLD.                          03190000
032000      MOVE WS-PROJ-DIFF TO DL-PROJ-DIFF.                          03200000
032100      MOVE WS-MTH-ADJ TO DL-MTH-ADJ.                              03210000
032200      MOVE WS-DTL-LINE TO RPT-REC.                                03220000
032300      WRITE RPT-REC.                                              03230000
032400      IF WS-MTHS-LEFT = ZEROS OR WS-MTH-ADJ = ZEROS               03240000
032500         GO TO 3100-PROJECT-EXIT                                  03250000
032600      END-IF.                                                     03260000
032700      PERFORM 3300-WRITE-ADJ.                                     03270000
032800 3100-PROJECT-EXIT.                                               03280000
032900      EXIT.                                                       03290000
033000 3200-PICK-BRACKET.                                               03300000
033100      IF WS-AVG-TXSAL >= WS-BR-FLOOR(WS-BR-IDX)                   03310000
033200         MOVE WS-BR-IDX TO WS-BR-USE                              03320000
033300      END-IF.                                                     03330000
033400      EXIT.                                                       03340000
033500 3300-WRITE-ADJ.                                                  03350000
033600      MOVE SPACES TO AJ-ADJ-REC.                                  03360000
033700      MOVE YTD-CID TO AJ-CID.                                     03370000
033800      MOVE WS-TAX-YEAR TO AJ-TAX-YEAR.                            03380000
033900      MOVE WS-MONTHS TO AJ-MONTHS-POSTED.                         03390000
034000      MOVE WS-MTHS-LEFT TO AJ-MONTHS-LEFT.                        03400000
034100      MOVE WS-PROJ-SAL TO AJ-PROJ-SAL.                            03410000
034200      MOVE WS-PROJ-DUE TO AJ-PROJ-TAX-DUE.                        03420000
034300      MOVE WS-PROJ-WHLD TO AJ-PROJ-WITHHELD.                      03430000
034400      MOVE WS-PROJ-DIFF TO AJ-SHORTFALL.                          03440000
034500      MOVE WS-MTH-ADJ TO AJ-MONTHLY-ADJ.                          03450000
034600      MOVE WS-TODAY TO AJ-RUN-DATE.                               03460000
034700      WRITE AJ-ADJ-REC.                                           03470000
034800      IF NOT AJ-WRITE-OK                                          03480000
034900         MOVE '3300-WRITE-ADJ' TO ERR-PARA                        03490000
035000         MOVE 'ADJ-FILE' TO ERR-FILE-ID                           03500000
035100         MOVE AJ-STATUS TO ERR-FILE-STATUS                        03510000
035200         PERFORM 9000-ERR-PARA                                    03520000
035300      END-IF.                                                     03530000
035400      ADD 1 TO ADJ-CNTR.                                          03540000
035500      EXIT.                                                       03550000
035600 4000-CLOSE-PARA.                                                 03560000
035700      MOVE SPACES TO RPT-REC.                                     03570000
035800      WRITE RPT-REC.                                              03580000
035900      MOVE SPACES TO RPT-REC.                                     03590000
036000      STRING 'TAX YEAR ' WS-TAX-YEAR '  CUSTOMERS READ=' YT-CNTR  03600000
036100             ' PROJECTED=' PROJ-CNTR ' NO MONTHS=' NOMTH-CNTR     03610000
036200         DELIMITED BY SIZE INTO RPT-REC                           03620000
036300      END-STRING.                                                 03630000
036400      WRITE RPT-REC.                                              03640000
036500      MOVE SHORT-TOT TO WS-TOT-ED.                                03650000
036600      MOVE SPACES TO RPT-REC.                                     03660000
036700      STRING 'SHORT=' SHORT-CNTR '  PROJECTED SHORTFALL '         03670000
036800             WS-TOT-ED                                            03680000
036900         DELIMITED BY SIZE INTO RPT-REC                           03690000
037000      END-STRING.                                                 03700000
037100      WRITE RPT-REC.                                              03710000
037200      MOVE OVER-TOT TO WS-TOT-ED.                                 03720000
037300      MOVE SPACES TO RPT-REC.                                     03730000
037400      STRING 'OVER =' OVER-CNTR '  PROJECTED EXCESS    '          03740000
037500             WS-TOT-ED                                            03750000
037600         DELIMITED BY SIZE INTO RPT-REC                           03760000
037700      END-STRING.                                                 03770000
037800      WRITE RPT-REC.                                              03780000
037900      MOVE SPACES TO RPT-REC.                                     03790000
038000      STRING 'EVEN =' EVEN-CNTR '  ADJUSTMENTS WRITTEN=' ADJ-CNTR 03800000
038100         DELIMITED BY SIZE INTO RPT-REC                           03810000
038200      END-STRING.                                                 03820000
038300      WRITE RPT-REC.                                              03830000
038400      CLOSE YTD-FILE ADJ-FILE RPT-FILE.                           03840000
038500      DISPLAY 'TAX YEAR             : ' WS-TAX-YEAR.              03850000
038600      DISPLAY 'CUSTOMERS READ       : ' YT-CNTR.                  03860000
038700      DISPLAY 'CUSTOMERS PROJECTED  : ' PROJ-CNTR.                03870000
038800      DISPLAY 'PROJECTED SHORT      : ' SHORT-CNTR.               03880000
038900      DISPLAY 'PROJECTED OVER       : ' OVER-CNTR.                03890000
039000      DISPLAY 'ADJUSTMENTS WRITTEN  : ' ADJ-CNTR.                 03900000
039100      PERFORM 4200-WRITE-RUNSTAT.                                 03910000
039200      EXIT.                                                       03920000
039300 4200-WRITE-RUNSTAT.                                              03930000
039400      OPEN EXTEND STATFILE.                                       03940000
039500      EVALUATE TRUE                                               03950000
039600         WHEN RS-OPEN-OK                                          03960000
039700            MOVE SPACES TO RS-RUNSTAT-REC                         03970000
039800            MOVE 'TAXPROJ' TO RS-PGM-NAME                         03980000
039900            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 03990000
040000            ACCEPT RS-RUN-TIME FROM TIME                          04000000
040100            MOVE YT-CNTR TO RS-READ-CNT                           04010000
040200            MOVE ADJ-CNTR TO RS-WRITE-CNT                         04020000
040300            MOVE NOMTH-CNTR TO RS-REJ-CNT                         04030000
040400            MOVE RETURN-CODE TO RS-RETURN-CD                      04040000
040500            WRITE RS-RUNSTAT-REC                                  04050000
040600            IF NOT RS-WRITE-OK                                    04060000
040700               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04070000
040800            END-IF                                                04080000
040900            CLOSE STATFILE                                        04090000
041000         WHEN OTHER                                               04100000
041100            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04110000
041200      END-EVALUATE.                                               04120000
041300      EXIT.                                                       04130000
041400 9000-ERR-PARA.                                                   04140000
041500      DISPLAY WS-ERR-DESC.                                        04150000
041600      MOVE 30 TO RETURN-CODE.                                     04160000
041700      STOP RUN.                                                   04170000
