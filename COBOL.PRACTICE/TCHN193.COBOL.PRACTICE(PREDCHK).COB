000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. PREDCHK.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : DEPENDENCY CONTROL CARDS (DDCTL), RUNSTATS        00040000
000500*               DATASET (DDRSTAT)                                 00050000
000600* OUTPUT FILE : GATE REPORT (DDRPT), RUN STATS (DDRSTAT)          00060000
000700* PRG DESC    : PREDECESSOR-CHECK GATE.  RUN AS THE FIRST STEP OF 00070000
000800*               A JOB SO THE JOB DOES NOT PROCESS STALE INPUT     00080000
000900*               WHEN THE SCHEDULER HAS SKIPPED A PREDECESSOR OR   00090000
001000*               RUN IT OUT OF ORDER.  THE CONTROL CARDS NAME THE  00100000
001100*               DEPENDENT PROGRAM AND THE PROGRAMS IT NEEDS -     00110000
001200*                 COLS 1-8   PROGRAM   COLS 10-17 DEPENDENT PGM   00120000
001300*                 COLS 1-8   NEEDS     COLS 10-17 PREDECESSOR PGM 00130000
001400*                                      COLS 19-20 HIGHEST RC      00140000
001500*                                                 (BLANK = 04)    00150000
001600*                 COLS 1-8   RERUN     PROGRAM ABOVE MAY RUN AGAIN00160001
001700*                 COL  1     *         COMMENT                    00170000
001800*               NEEDS/RERUN CARDS BELONG TO THE PROGRAM CARD ABOVE00180001
001900*               THEM.  TODAY'S RUNSTATS RECORDS ARE READ AND THE  00190000
002000*               LATEST RUN OF EACH PREDECESSOR IS CHECKED - IT    00200000
002100*               MUST HAVE RUN TODAY, WITH A RETURN CODE NO HIGHER 00210000
002200*               THAN ITS LIMIT, AND NOT AFTER THE DEPENDENT'S OWN 00220000
002300*               LATEST RUN TODAY (UNLESS A RERUN CARD IS GIVEN).  00230000
002400*               ANY FAILED CHECK OR CONTROL CARD ERROR ENDS THE   00240000
002500*               STEP RC 8 SO THE REST OF THE JOB IS HELD.  THE    00250000
002600*               GATE WRITES ITS OWN RUNSTATS RECORD, CARRYING THE 00260000
002700*               HELD PROGRAM, SO OPSDASH SHOWS BLOCKED STREAMS.   00270000
002800* AUTHOR      : GIRIDHAR                                          00280000
002900* CREATED ON  : 15 OCT 2026                                       00290000
002910* MODIFIED ON : 15 OCT 2026 - RERUN CARD HELD PER NEEDS ENTRY     00291001
002920*               SO IT RELEASES ONLY ITS OWN PROGRAM; RERUN        00292001
002930*               BEFORE ANY PROGRAM CARD IS REJECTED               00293001
003000***************************************************************** 00300000
003100 ENVIRONMENT DIVISION.                                            00310000
003200 INPUT-OUTPUT SECTION.                                            00320000
003300 FILE-CONTROL.                                                    00330000
003400      SELECT CTL-FILE ASSIGN TO DDCTL                             00340000
003500      ORGANIZATION IS SEQUENTIAL                                  00350000
003600      ACCESS MODE IS SEQUENTIAL                                   00360000
003700      FILE STATUS CT-STATUS.                                      00370000
003800*                                                                 00380000
003900      SELECT STATFILE ASSIGN TO DDRSTAT                           00390000
004000      ORGANIZATION IS SEQUENTIAL                                  00400000
004100      ACCESS MODE IS SEQUENTIAL                                   00410000
004200      FILE STATUS RS-STATUS.                                      00420000
004300*                                                                 00430000
004400      SELECT RPT-FILE ASSIGN TO DDRPT                             00440000
004500      ORGANIZATION IS SEQUENTIAL                                  00450000
004600      ACCESS MODE IS SEQUENTIAL                                   00460000
004700      FILE STATUS RP-STATUS.                                      00470000
004800*                                                                 00480000
004900 DATA DIVISION.                                                   00490000
005000 FILE SECTION.                                                    00500000
005100 FD CTL-FILE RECORDING MODE F.                                    00510000
005200 01 CTL-REC.                                                      00520000
005300      05 CTL-KEYWORD    PIC X(8).                                 00530000
005400      05 FILLER         PIC X.                                    00540000
005500      05 CTL-PGM        PIC X(8).                                 00550000
005600      05 FILLER         PIC X.                                    00560000
005700      05 CTL-MAXRC      PIC X(2).                                 00570000
005800      05 FILLER         PIC X(60).                                00580000
005900 FD STATFILE RECORDING MODE F.                                    00590000
006000 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00600000
006100 FD RPT-FILE RECORDING MODE F.                                    00610000
006200 01 RPT-REC PIC X(80).                                            00620000
006300 WORKING-STORAGE SECTION.                                         00630000
006400 01 WS-FILE-STATUSES.                                             00640000
006500    05 CT-STATUS PIC XX.                                          00650000
006600    88 CT-OPEN-OK  VALUE '00'.                                    00660000
006700    88 CT-READ-OK  VALUE '00'.                                    00670000
006800    88 CT-EOF      VALUE '10'.                                    00680000
006900    05 RS-STATUS PIC XX.                                          00690000
007000    88 RS-OPEN-OK  VALUE '00'.                                    00700000
007100    88 RS-READ-OK  VALUE '00'.                                    00710000
007200    88 RS-EOF      VALUE '10'.                                    00720000
007300    88 RS-FNF      VALUE '35'.                                    00730000
007400    88 RS-WRITE-OK VALUE '00'.                                    00740000
007500    05 RP-STATUS PIC XX.                                          00750000
007600    88 RP-OPEN-OK  VALUE '00'.                                    00760000
007700 01 WS-TODAY       PIC 9(8) VALUE ZEROS.                          00770000
007800 01 WS-CUR-DEP     PIC X(8) VALUE SPACES.                         00780000
007900 01 WS-HELD-PGM    PIC X(8) VALUE SPACES.                         00790000
008000 01 WS-RERUN-SW    PIC X VALUE 'N'.                               00800000
008100    88 RERUN-ALLOWED    VALUE 'Y'.                                00810000
008200 01 WS-CTL-ERR-SW  PIC X VALUE 'N'.                               00820000
008300    88 CTL-ERROR        VALUE 'Y'.                                00830000
008400 01 WS-MAXRC-NUM   PIC 9(2) VALUE ZEROS.                          00840000
008500*  ONE ENTRY PER NEEDS CARD, WITH THE DEPENDENT IT BELONGS TO.    00850000
008600 01 CHK-CNT        PIC 9(2) VALUE ZEROS.                          00860000
008700 01 CHK-SUB        PIC 9(2) VALUE ZEROS.                          00870000
008800 01 WS-CHECK-TABLE.                                               00880000
008900    05 WS-CHK-ENT OCCURS 50 TIMES.                                00890000
009000       10 CK-DEP-PGM    PIC X(8).                                 00900000
009100       10 CK-PRED-PGM   PIC X(8).                                 00910000
009200       10 CK-MAXRC      PIC 9(2).                                 00920000
009300       10 CK-PRED-SW    PIC X.                                    00930000
009400          88 CK-PRED-RAN     VALUE 'Y'.                           00940000
009500       10 CK-PRED-TIME  PIC 9(8).                                 00950000
009600       10 CK-PRED-RC    PIC 9(2).                                 00960000
009700       10 CK-DEP-SW     PIC X.                                    00970000
009800          88 CK-DEP-RAN      VALUE 'Y'.                           00980000
009900       10 CK-DEP-TIME   PIC 9(8).                                 00990000
009910       10 CK-RERUN-SW   PIC X.                                    00991001
009920          88 CK-RERUN-ALLOWED VALUE 'Y'.                          00992001
010000       10 CK-RESULT     PIC X(30).                                01000000
010100          88 CK-PASSED       VALUE 'OK'.                          01010000
010200 01 WS-CNTRS.                                                     01020000
010300    05 RS-CNTR      PIC 9(6) VALUE ZEROS.                         01030000
010400    05 TODAY-CNTR   PIC 9(6) VALUE ZEROS.                         01040000
010500    05 PASS-CNTR    PIC 9(6) VALUE ZEROS.                         01050000
010600    05 FAIL-CNTR    PIC 9(6) VALUE ZEROS.                         01060000
010700 01 WS-TIME-9      PIC 9(8) VALUE ZEROS.                          01070000
010800 01 WS-TIME-PARTS REDEFINES WS-TIME-9.                            01080000
010900    05 WS-TM-HH     PIC 9(2).                                     01090000
011000    05 WS-TM-MM     PIC 9(2).                                     01100000
011100    05 WS-TM-SS     PIC 9(2).                                     01110000
011200    05 WS-TM-CC     PIC 9(2).                                     01120000
011300 01 WS-TIME-ED.                                                   01130000
011400    05 TE-HH        PIC 9(2).                                     01140000
011500    05 FILLER       PIC X VALUE ':'.                              01150000
011600    05 TE-MM        PIC 9(2).                                     01160000
011700    05 FILLER       PIC X VALUE ':'.                              01170000
011800    05 TE-SS        PIC 9(2).                                     01180000
011900 01 WS-CHK-HDG.                                                   01190000
012000    05 FILLER PIC X(40)                                           01200000
012100       VALUE 'DEPENDNT  NEEDS     MAX  LAST RUN  RC  '.           01210000
012200    05 FILLER PIC X(40)                                           01220000
012300       VALUE 'RESULT                                  '.          01230000
012400 01 WS-CHK-LINE.                                                  01240000
012500    05 CL-DEP        PIC X(8).                                    01250000
012600    05 FILLER        PIC X(2)  VALUE SPACES.                      01260000
012700    05 CL-PRED       PIC X(8).                                    01270000
012800    05 FILLER        PIC X(2)  VALUE SPACES.                      01280000
012900    05 CL-MAXRC      PIC 9(2).                                    01290000
013000    05 FILLER        PIC X(3)  VALUE SPACES.                      01300000
013100    05 CL-TIME       PIC X(8).                                    01310000
013200    05 FILLER        PIC X(2)  VALUE SPACES.                      01320000
013300    05 CL-RC         PIC X(2).                                    01330000
013400    05 FILLER        PIC X(3)  VALUE SPACES.                      01340000
013500    05 CL-RESULT     PIC X(30).                                   01350000
013600 01 WS-ERR-DESC.                                                  01360000
013700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01370000
013800    05  ERR-PARA             PIC X(30).                           01380000
013900    05  FILLER               PIC XX VALUE SPACES.                 01390000
014000    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01400000
014100    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01410000
014200    05  ERR-FILE-STATUS      PIC XX.                              01420000
014300 PROCEDURE DIVISION.                                              01430000
014400 0000-MAIN-PARA.                                                  01440000
014500      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01450000
014600      PERFORM 1000-OPEN-FILES.                                    01460000
014700      PERFORM 1100-LOAD-CONTROLS.                                 01470000
014800      IF CTL-ERROR                                                01480000
014900         PERFORM 5100-CONTROL-FAIL                                01490000
015000      ELSE                                                        01500000
015100         PERFORM 2000-READ-STATS                                  01510000
015200         PERFORM 3000-CHECK-PRED                                  01520000
015300            VARYING CHK-SUB FROM 1 BY 1 UNTIL CHK-SUB > CHK-CNT   01530000
015400      END-IF.                                                     01540000
015500      PERFORM 5000-CLOSE-PARA.                                    01550000
015600      STOP RUN.                                                   01560000
015700 0000-MAIN-PARA-EXIT.                                             01570000
015800      EXIT.                                                       01580000
015900 1000-OPEN-FILES.                                                 01590000
016000      OPEN INPUT CTL-FILE.                                        01600000
016100      IF NOT CT-OPEN-OK                                           01610000
016200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01620000
016300         MOVE 'CTL-FILE' TO ERR-FILE-ID                           01630000
016400         MOVE CT-STATUS TO ERR-FILE-STATUS                        01640000
016500         PERFORM 9000-ERR-PARA                                    01650000
016600      END-IF.                                                     01660000
016700      OPEN OUTPUT RPT-FILE.                                       01670000
016800      IF NOT RP-OPEN-OK                                           01680000
016900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01690000
017000         MOVE 'RPT-FILE' TO ERR-FILE-ID                           01700000
017100         MOVE RP-STATUS TO ERR-FILE-STATUS                        01710000
017200         PERFORM 9000-ERR-PARA                                    01720000
017300      END-IF.                                                     01730000
017400      MOVE SPACES TO RPT-REC.                                     01740000
017500      STRING 'PREDECESSOR CHECK RUN ' WS-TODAY                    01750000
017600         DELIMITED BY SIZE INTO RPT-REC                           01760000
017700      END-STRING.                                                 01770000
017800      WRITE RPT-REC.                                              01780000
017900      MOVE SPACES TO RPT-REC.                                     01790000
018000      WRITE RPT-REC.                                              01800000
018100      EXIT.                                                       01810000
018200 1100-LOAD-CONTROLS.                                              01820000
018300      PERFORM 1200-READ-CTL.                                      01830000
018400      PERFORM 1300-PRCS-CTL THRU 1300-PRCS-EXIT UNTIL CT-EOF.     01840000
018500      CLOSE CTL-FILE.                                             01850000
018600      IF CHK-CNT = ZEROS AND NOT CTL-ERROR                        01860000
018700         MOVE 'NO NEEDS CARDS - NOTHING TO CHECK' TO RPT-REC      01870000
018800         WRITE RPT-REC                                            01880000
018900         MOVE 'Y' TO WS-CTL-ERR-SW                                01890000
019000      END-IF.                                                     01900000
019100      EXIT.                                                       01910000
019200 1200-READ-CTL.                                                   01920000
019300      READ CTL-FILE.                                              01930000
019400      EVALUATE TRUE                                               01940000
019500         WHEN CT-READ-OK                                          01950000
019600            CONTINUE                                              01960000
019700         WHEN CT-EOF                                              01970000
019800            CONTINUE                                              01980000
019900         WHEN OTHER                                               01990000
020000            MOVE '1200-READ-CTL' TO ERR-PARA                      02000000
020100            MOVE 'CTL-FILE' TO ERR-FILE-ID                        02010000
020200            MOVE CT-STATUS TO ERR-FILE-STATUS                     02020000
020300            PERFORM 9000-ERR-PARA                                 02030000
020400      END-EVALUATE.                                               02040000
020500      EXIT.                                                       02050000
020600 1300-PRCS-CTL.                                                   02060000
020700      IF CTL-REC(1:1) = '*' OR CTL-REC = SPACES                   02070000
020800         GO TO 1300-READ-NEXT                                     02080000
020900      END-IF.                                                     02090000
021000      EVALUATE CTL-KEYWORD                                        02100000
021100         WHEN 'PROGRAM'                                           02110000
021200            IF CTL-PGM = SPACES                                   02120000
021300               MOVE 'PROGRAM CARD WITH NO PROGRAM NAME' TO RPT-REC02130000
021400               PERFORM 1400-CTL-REJECT                            02140000
021500            ELSE                                                  02150000
021550               MOVE CTL-PGM TO WS-CUR-DEP                         02155001
021600               MOVE 'N' TO WS-RERUN-SW                            02160001
021700            END-IF                                                02170000
021800         WHEN 'NEEDS'                                             02180000
021900            PERFORM 1500-ADD-NEEDS THRU 1500-ADD-EXIT             02190000
022000         WHEN 'RERUN'                                             02200000
022010            IF WS-CUR-DEP = SPACES                                02201001
022020               MOVE 'RERUN CARD BEFORE ANY PROGRAM CARD'          02202001
022030                  TO RPT-REC                                      02203001
022040               PERFORM 1400-CTL-REJECT                            02204001
022050            ELSE                                                  02205001
022060               MOVE 'Y' TO WS-RERUN-SW                            02206001
022070               PERFORM 1600-SET-RERUN                             02207001
022080                  VARYING CHK-SUB FROM 1 BY 1                     02208001
022090                  UNTIL CHK-SUB > CHK-CNT                         02209001
022100            END-IF                                                02210001
022200         WHEN OTHER                                               02220000
022300            MOVE 'UNKNOWN CONTROL CARD KEYWORD' TO RPT-REC        02230000
022400            PERFORM 1400-CTL-REJECT                               02240000
022500      END-EVALUATE.                                               02250000
022600 1300-READ-NEXT.                                                  02260000
022700      PERFORM 1200-READ-CTL.                                      02270000
022800 1300-PRCS-EXIT.                                                  02280000
022900      EXIT.                                                       02290000
023000 1400-CTL-REJECT.                                                 02300000
023100      WRITE RPT-REC.                                              02310000
023200      MOVE CTL-REC TO RPT-REC.                                    02320000
023300      WRITE RPT-REC.                                              02330000
023400      MOVE 'Y' TO WS-CTL-ERR-SW.                                  02340000
023500      EXIT.                                                       02350000
023600 1500-ADD-NEEDS.                                                  02360000
023700      IF WS-CUR-DEP = SPACES                                      02370000
023800         MOVE 'NEEDS CARD BEFORE ANY PROGRAM CARD' TO RPT-REC     02380000
023900         PERFORM 1400-CTL-REJECT                                  02390000
024000         GO TO 1500-ADD-EXIT                                      02400000
024100      END-IF.                                                     02410000
024200      IF CTL-PGM = SPACES                                         02420000
024300         MOVE 'NEEDS CARD WITH NO PROGRAM NAME' TO RPT-REC        02430000
024400         PERFORM 1400-CTL-REJECT                                  02440000
024500         GO TO 1500-ADD-EXIT                                      02450000
024600      END-IF.                                                     02460000
024700      EVALUATE TRUE                                               02470000
024800         WHEN CTL-MAXRC = SPACES                                  02480000
024900            MOVE 4 TO WS-MAXRC-NUM                                02490000
025000         WHEN CTL-MAXRC IS NUMERIC                                02500000
025100            MOVE CTL-MAXRC TO WS-MAXRC-NUM                        02510000
025200         WHEN OTHER                                               02520000
025300            MOVE 'NEEDS CARD RETURN CODE NOT NUMERIC' TO RPT-REC  02530000
025400            PERFORM 1400-CTL-REJECT                               02540000
025500            GO TO 1500-ADD-EXIT                                   02550000
025600      END-EVALUATE.                                               02560000
025700      IF CHK-CNT = 50                                             02570000
025800         MOVE 'MORE THAN 50 NEEDS CARDS' TO RPT-REC               02580000
025900         PERFORM 1400-CTL-REJECT                                  02590000
026000         GO TO 1500-ADD-EXIT                                      02600000
026100      END-IF.                                                     02610000
026200      ADD 1 TO CHK-CNT.                                           02620000
026300      MOVE WS-CUR-DEP TO CK-DEP-PGM(CHK-CNT).                     02630000
026400      MOVE CTL-PGM TO CK-PRED-PGM(CHK-CNT).                       02640000
026500      MOVE WS-MAXRC-NUM TO CK-MAXRC(CHK-CNT).                     02650000
026600      MOVE 'N' TO CK-PRED-SW(CHK-CNT) CK-DEP-SW(CHK-CNT).         02660000
026700      MOVE ZEROS TO CK-PRED-TIME(CHK-CNT) CK-PRED-RC(CHK-CNT)     02670000
026800                    CK-DEP-TIME(CHK-CNT).                         02680000
026900      MOVE SPACES TO CK-RESULT(CHK-CNT).                          02690000
026950      MOVE WS-RERUN-SW TO CK-RERUN-SW(CHK-CNT).                   02695001
027000 1500-ADD-EXIT.                                                   02700000
027100      EXIT.                                                       02710000
027110 1600-SET-RERUN.                                                  02711001
027120*     A RERUN CARD AFTER THE NEEDS CARDS STILL COVERS THEM.       02712001
027130      IF CK-DEP-PGM(CHK-SUB) = WS-CUR-DEP                         02713001
027140         MOVE 'Y' TO CK-RERUN-SW(CHK-SUB)                         02714001
027150      END-IF.                                                     02715001
027160      EXIT.                                                       02716001
027200 2000-READ-STATS.                                                 02720000
027300*     A MISSING RUNSTATS DATASET MEANS NOTHING HAS RUN - EVERY    02730000
027400*     PREDECESSOR IS THEN REPORTED AS NOT RUN TODAY.              02740000
027500      OPEN INPUT STATFILE.                                        02750000
027600      EVALUATE TRUE                                               02760000
027700         WHEN RS-OPEN-OK                                          02770000
027800            PERFORM 2100-READ-STAT UNTIL RS-EOF                   02780000
027900            CLOSE STATFILE                                        02790000
028000         WHEN RS-FNF                                              02800000
028100            MOVE 'RUNSTATS DATASET NOT FOUND' TO RPT-REC          02810000
028200            WRITE RPT-REC                                         02820000
028300         WHEN OTHER                                               02830000
028400            MOVE '2000-READ-STATS' TO ERR-PARA                    02840000
028500            MOVE 'STATFILE' TO ERR-FILE-ID                        02850000
028600            MOVE RS-STATUS TO ERR-FILE-STATUS                     02860000
028700            PERFORM 9000-ERR-PARA                                 02870000
028800      END-EVALUATE.                                               02880000
028900      EXIT.                                                       02890000
029000 2100-READ-STAT.                                                  02900000
029100      READ STATFILE.                                              02910000
029200      EVALUATE TRUE                                               02920000
029300         WHEN RS-READ-OK                                          02930000
029400            ADD 1 TO RS-CNTR                                      02940000
029500            IF RS-RUN-DATE = WS-TODAY                             02950000
029600               ADD 1 TO TODAY-CNTR                                02960000
029700               PERFORM 2200-POST-STAT                             02970000
029800                  VARYING CHK-SUB FROM 1 BY 1                     02980000
029900                  UNTIL CHK-SUB > CHK-CNT                         02990000
030000            END-IF                                                03000000
030100         WHEN RS-EOF                                              03010000
030200            CONTINUE                                              03020000
030300         WHEN OTHER                                               03030000
030400            MOVE '2100-READ-STAT' TO ERR-PARA                     03040000
030500            MOVE 'STATFILE' TO ERR-FILE-ID                        03050000
030600            MOVE RS-STATUS TO ERR-FILE-STATUS                     03060000
030700            PERFORM 9000-ERR-PARA                                 03070000
030800      END-EVALUATE.                                               03080000
030900      EXIT.                                                       03090000
031000 2200-POST-STAT.                                                  03100000
031100*     KEEP THE LATEST RUN TODAY OF EACH PREDECESSOR AND DEPENDENT.03110000
031200      IF RS-PGM-NAME = CK-PRED-PGM(CHK-SUB)                       03120000
031300         IF NOT CK-PRED-RAN(CHK-SUB)                              03130000
031400            OR RS-RUN-TIME NOT < CK-PRED-TIME(CHK-SUB)            03140000
031500            MOVE 'Y' TO CK-PRED-SW(CHK-SUB)                       03150000
031600            MOVE RS-RUN-TIME TO CK-PRED-TIME(CHK-SUB)             03160000
031700            MOVE RS-RETURN-CD TO CK-PRED-RC(CHK-SUB)              03170000
031800         END-IF                                                   03180000
031900      END-IF.                                                     03190000
032000      IF RS-PGM-NAME = CK-DEP-PGM(CHK-SUB)                        03200000
032100         IF NOT CK-DEP-RAN(CHK-SUB)                               03210000
032200            OR RS-RUN-TIME NOT < CK-DEP-TIME(CHK-SUB)             03220000
032300            MOVE 'Y' TO CK-DEP-SW(CHK-SUB)                        03230000
032400            MOVE RS-RUN-TIME TO CK-DEP-TIME(CHK-SUB)              03240000
032500         END-IF                                                   03250000
032600      END-IF.                                                     03260000
032700      EXIT.                                                       03270000
032800 3000-CHECK-PRED.                                                 03280000
032900      EVALUATE TRUE                                               03290000
033000         WHEN NOT CK-PRED-RAN(CHK-SUB)                            03300000
033100            MOVE 'BLOCKED - NOT RUN TODAY' TO CK-RESULT(CHK-SUB)  03310000
033200         WHEN CK-PRED-RC(CHK-SUB) > CK-MAXRC(CHK-SUB)             03320000
033300            MOVE 'BLOCKED - FAILED' TO CK-RESULT(CHK-SUB)         03330000
033350         WHEN CK-DEP-RAN(CHK-SUB)                                 03335001
033400              AND NOT CK-RERUN-ALLOWED(CHK-SUB)                   03340001
033500              AND CK-PRED-TIME(CHK-SUB) > CK-DEP-TIME(CHK-SUB)    03350000
033600            MOVE 'BLOCKED - RAN AFTER DEPENDENT'                  03360000
033700               TO CK-RESULT(CHK-SUB)                              03370000
033800         WHEN OTHER                                               03380000
033900            MOVE 'OK' TO CK-RESULT(CHK-SUB)                       03390000
034000      END-EVALUATE.                                               03400000
034100      IF CK-PASSED(CHK-SUB)                                       03410000
034200         ADD 1 TO PASS-CNTR                                       03420000
034300      ELSE                                                        03430000
034400         ADD 1 TO FAIL-CNTR                                       03440000
034500         IF WS-HELD-PGM = SPACES                                  03450000
034600            MOVE CK-DEP-PGM(CHK-SUB) TO WS-HELD-PGM               03460000
034700         END-IF                                                   03470000
034800         DISPLAY CK-DEP-PGM(CHK-SUB) ' HELD - PREDECESSOR '       03480000
034900                 CK-PRED-PGM(CHK-SUB) ' ' CK-RESULT(CHK-SUB)      03490000
035000      END-IF.                                                     03500000
035100      IF CHK-SUB = 1                                              03510000
035200         MOVE WS-CHK-HDG TO RPT-REC                               03520000
035300         WRITE RPT-REC                                            03530000
035400      END-IF.                                                     03540000
035500      PERFORM 3100-CHECK-LINE.                                    03550000
035600      EXIT.                                                       03560000
035700 3100-CHECK-LINE.                                                 03570000
035800      MOVE CK-DEP-PGM(CHK-SUB) TO CL-DEP.                         03580000
035900      MOVE CK-PRED-PGM(CHK-SUB) TO CL-PRED.                       03590000
036000      MOVE CK-MAXRC(CHK-SUB) TO CL-MAXRC.                         03600000
036100      IF CK-PRED-RAN(CHK-SUB)                                     03610000
036200         MOVE CK-PRED-TIME(CHK-SUB) TO WS-TIME-9                  03620000
036300         MOVE WS-TM-HH TO TE-HH                                   03630000
036400         MOVE WS-TM-MM TO TE-MM                                   03640000
036500         MOVE WS-TM-SS TO TE-SS                                   03650000
036600         MOVE WS-TIME-ED TO CL-TIME                               03660000
036700         MOVE CK-PRED-RC(CHK-SUB) TO CL-RC                        03670000
036800      ELSE                                                        03680000
036900         MOVE '--:--:--' TO CL-TIME                               03690000
037000         MOVE '--' TO CL-RC                                       03700000
037100      END-IF.                                                     03710000
037200      MOVE CK-RESULT(CHK-SUB) TO CL-RESULT.                       03720000
037300      MOVE WS-CHK-LINE TO RPT-REC.                                03730000
037400      WRITE RPT-REC.                                              03740000
037500      EXIT.                                                       03750000
037600 5000-CLOSE-PARA.                                                 03760000
037700      IF FAIL-CNTR > ZEROS OR CTL-ERROR                           03770000
037800         MOVE 8 TO RETURN-CODE                                    03780000
037900      END-IF.                                                     03790000
038000      MOVE SPACES TO RPT-REC.                                     03800000
038100      WRITE RPT-REC.                                              03810000
038200      MOVE SPACES TO RPT-REC.                                     03820000
038300      STRING 'RUNSTATS READ=' RS-CNTR ' TODAY=' TODAY-CNTR        03830000
038400             ' CHECKS PASSED=' PASS-CNTR ' FAILED=' FAIL-CNTR     03840000
038500         DELIMITED BY SIZE INTO RPT-REC                           03850000
038600      END-STRING.                                                 03860000
038700      WRITE RPT-REC.                                              03870000
038800      MOVE SPACES TO RPT-REC.                                     03880000
038900      IF CTL-ERROR                                                03890000
039000         MOVE 'GATE CLOSED - CONTROL CARDS IN ERROR' TO RPT-REC   03900000
039100      END-IF.                                                     03910000
039200      IF FAIL-CNTR > ZEROS                                        03920000
039300         STRING 'GATE CLOSED - ' WS-HELD-PGM                      03930000
039400                ' MUST NOT RUN UNTIL ITS PREDECESSORS ARE RIGHT'  03940000
039500            DELIMITED BY SIZE INTO RPT-REC                        03950000
039600         END-STRING                                               03960000
039700      END-IF.                                                     03970000
039800      IF RETURN-CODE = ZEROS                                      03980000
039900         MOVE 'GATE OPEN - ALL PREDECESSORS RAN CLEAN TODAY'      03990000
040000            TO RPT-REC                                            04000000
040100      END-IF.                                                     04010000
040200      WRITE RPT-REC.                                              04020000
040300      DISPLAY RPT-REC.                                            04030000
040400      CLOSE RPT-FILE.                                             04040000
040500      PERFORM 5200-WRITE-RUNSTAT.                                 04050000
040600      EXIT.                                                       04060000
040700 5100-CONTROL-FAIL.                                               04070000
040800*     BAD CONTROL CARDS HOLD THE JOB - NOTHING CAN BE VOUCHED FOR.04080000
040900      IF WS-CUR-DEP = SPACES                                      04090000
041000         MOVE 'UNKNOWN' TO WS-HELD-PGM                            04100000
041100      ELSE                                                        04110000
041200         MOVE WS-CUR-DEP TO WS-HELD-PGM                           04120000
041300      END-IF.                                                     04130000
041400      DISPLAY 'PREDCHK CONTROL CARD ERROR - SEE DDRPT'.           04140000
041500      MOVE SPACES TO RPT-REC.                                     04150000
041600      WRITE RPT-REC.                                              04160000
041700      MOVE 'CONTROL CARD ERROR - NO CHECKS MADE' TO RPT-REC.      04170000
041800      WRITE RPT-REC.                                              04180000
041900      EXIT.                                                       04190000
042000 5200-WRITE-RUNSTAT.                                              04200000
042100      OPEN EXTEND STATFILE.                                       04210000
042200      EVALUATE TRUE                                               04220000
042300         WHEN RS-OPEN-OK                                          04230000
042400            MOVE SPACES TO RS-RUNSTAT-REC                         04240000
042500            MOVE 'PREDCHK' TO RS-PGM-NAME                         04250000
042600            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 04260000
042700            ACCEPT RS-RUN-TIME FROM TIME                          04270000
042800            MOVE CHK-CNT TO RS-READ-CNT                           04280000
042900            MOVE PASS-CNTR TO RS-WRITE-CNT                        04290000
043000            MOVE FAIL-CNTR TO RS-REJ-CNT                          04300000
043100            MOVE RETURN-CODE TO RS-RETURN-CD                      04310000
043200            IF RETURN-CODE = 8                                    04320000
043300               MOVE WS-HELD-PGM TO RS-HELD-PGM                    04330000
043400            END-IF                                                04340000
043500            WRITE RS-RUNSTAT-REC                                  04350000
043600            IF NOT RS-WRITE-OK                                    04360000
043700               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04370000
043800            END-IF                                                04380000
043900            CLOSE STATFILE                                        04390000
044000         WHEN OTHER                                               04400000
044100            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04410000
044200      END-EVALUATE.                                               04420000
044300      EXIT.                                                       04430000
044400 9000-ERR-PARA.                                                   04440000
044500      DISPLAY WS-ERR-DESC.                                        04450000
044600      MOVE 30 TO RETURN-CODE.                                     04460000
044700      STOP RUN.                                                   04470000
