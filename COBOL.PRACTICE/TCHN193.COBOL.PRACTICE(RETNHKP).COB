000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. RETNHKP.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : RUN CARD (SYSIN), RETENTION CONTROL FILE          00040000
000500*               (DDRETCTL) AND THE CUMULATIVE DATASET (DDIN)      00050000
000600* OUTPUT FILE : KEPT PORTION (DDKEEP), ARCHIVED PORTION (DDAGED), 00060000
000700*               RUN REPORT (DDRPT), RUN STATISTICS (DDRSTAT)      00070000
000800* PRG DESC    : RETENTION HOUSEKEEPING FOR THE DATASETS THAT ARE  00080000
000900*               OPENED EXTEND ON EVERY RUN AND NEVER TRIMMED.     00090000
001000*               THE RUN CARD NAMES ONE DATASET ID:                00100000
001100*                 COLS 1-8    DATASET ID (AS ON DDRETCTL)         00110000
001200*                 COLS 10-17  RUN DATE YYYYMMDD (BLANK = TODAY)   00120000
001300*               THE MATCHING RETNCTL CARD GIVES THE POSITION AND  00130000
001400*               FORMAT OF THE RECORD DATE, THE DAYS KEPT AND THE  00140000
001500*               RECORD LENGTH.  A RECORD DATED BEFORE THE RUN     00150000
001600*               DATE LESS THE DAYS KEPT IS WRITTEN TO DDAGED      00160000
001700*               (THE NEXT ARCHIVE GENERATION), EVERY OTHER        00170000
001800*               RECORD - INCLUDING ONE WITH NO VALID DATE - TO    00180000
001900*               DDKEEP.  ORIGINAL ORDER IS KEPT AND NOTHING IS    00190000
002000*               ADDED, SO GENERATIONS CONCATENATED OLDEST FIRST   00200000
002100*               AHEAD OF THE LIVE DATASET GIVE THE FULL HISTORY.  00210000
002200*               BOTH OUTPUTS ARE RE-READ AND COUNTED; BEFORE =    00220000
002300*               KEPT + ARCHIVED MUST BALANCE OR THE RUN ENDS      00230000
002400*               RC 8 AND THE JOB DOES NOT COPY THE KEPT PORTION   00240000
002500*               BACK.  RC 4 WHEN NO RECORD CARRIED A VALID DATE   00250000
002600*               (DATE POSITION ON THE CARD IS PROBABLY WRONG).    00260000
002700* AUTHOR      : GIRIDHAR                                          00270000
002800* CREATED ON  : 15 OCT 2026                                       00280000
002810* MODIFIED ON : 15 OCT 2026 - FIXED-LENGTH FDS TAKING THE LENGTH  00281001
002820*               FROM THE DATASET (RECORD CONTAINS 0); THE DATE    00282001
002830*               POSITION IS BOUNDED BY THE CARD'S RECORD LENGTH   00283001
002900***************************************************************** 00290000
003000 ENVIRONMENT DIVISION.                                            00300000
003100 INPUT-OUTPUT SECTION.                                            00310000
003200 FILE-CONTROL.                                                    00320000
003300      SELECT CTLFILE ASSIGN TO DDRETCTL                           00330000
003400      ORGANIZATION IS SEQUENTIAL                                  00340000
003500      ACCESS MODE IS SEQUENTIAL                                   00350000
003600      FILE STATUS CT-STATUS.                                      00360000
003700*                                                                 00370000
003800      SELECT IPFILE ASSIGN TO DDIN                                00380000
003900      ORGANIZATION IS SEQUENTIAL                                  00390000
004000      ACCESS MODE IS SEQUENTIAL                                   00400000
004100      FILE STATUS IP-STATUS.                                      00410000
004200*                                                                 00420000
004300      SELECT KPFILE ASSIGN TO DDKEEP                              00430000
004400      ORGANIZATION IS SEQUENTIAL                                  00440000
004500      ACCESS MODE IS SEQUENTIAL                                   00450000
004600      FILE STATUS KP-STATUS.                                      00460000
004700*                                                                 00470000
004800      SELECT AGFILE ASSIGN TO DDAGED                              00480000
004900      ORGANIZATION IS SEQUENTIAL                                  00490000
005000      ACCESS MODE IS SEQUENTIAL                                   00500000
005100      FILE STATUS AG-STATUS.                                      00510000
005200*                                                                 00520000
005300      SELECT RPTFILE ASSIGN TO DDRPT                              00530000
005400      ORGANIZATION IS SEQUENTIAL                                  00540000
005500      ACCESS MODE IS SEQUENTIAL                                   00550000
005600      FILE STATUS RP-STATUS.                                      00560000
005700*                                                                 00570000
005800      SELECT STATFILE ASSIGN TO DDRSTAT                           00580000
005900      ORGANIZATION IS SEQUENTIAL                                  00590000
006000      ACCESS MODE IS SEQUENTIAL                                   00600000
006100      FILE STATUS RS-STATUS.                                      00610000
006200*                                                                 00620000
006300 DATA DIVISION.                                                   00630000
006400 FILE SECTION.                                                    00640000
006500 FD CTLFILE RECORDING MODE F.                                     00650000
006600 COPY RETNCTL REPLACING ==:RTN:== BY ==CTL==.                     00660000
006700 FD IPFILE RECORDING MODE F                                       00670001
006800           RECORD CONTAINS 0 CHARACTERS.                          00680001
007000 01 IP-REC PIC X(200).                                            00700000
007100 FD KPFILE RECORDING MODE F                                       00710001
007200           RECORD CONTAINS 0 CHARACTERS.                          00720001
007400 01 KP-REC PIC X(200).                                            00740000
007500 FD AGFILE RECORDING MODE F                                       00750001
007600           RECORD CONTAINS 0 CHARACTERS.                          00760001
007800 01 AG-REC PIC X(200).                                            00780000
007900 FD RPTFILE RECORDING MODE F.                                     00790000
008000 01 RPT-REC PIC X(80).                                            00800000
008100 FD STATFILE RECORDING MODE F.                                    00810000
008200 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00820000
008300 WORKING-STORAGE SECTION.                                         00830000
008400 01 WS-FILE-STATUSES.                                             00840000
008500     05 CT-STATUS PIC XX.                                         00850000
008600     88 CT-OPEN-OK VALUE '00'.                                    00860000
008700     88 CT-READ-OK VALUE '00'.                                    00870000
008800     88 CT-EOF     VALUE '10'.                                    00880000
008900     05 IP-STATUS PIC XX.                                         00890000
009000     88 IP-OPEN-OK VALUE '00'.                                    00900000
009100     88 IP-READ-OK VALUE '00'.                                    00910000
009200     88 IP-EOF     VALUE '10'.                                    00920000
009300     05 KP-STATUS PIC XX.                                         00930000
009400     88 KP-OPEN-OK  VALUE '00'.                                   00940000
009500     88 KP-WRITE-OK VALUE '00'.                                   00950000
009600     88 KP-READ-OK  VALUE '00'.                                   00960000
009700     88 KP-EOF      VALUE '10'.                                   00970000
009800     05 AG-STATUS PIC XX.                                         00980000
009900     88 AG-OPEN-OK  VALUE '00'.                                   00990000
010000     88 AG-WRITE-OK VALUE '00'.                                   01000000
010100     88 AG-READ-OK  VALUE '00'.                                   01010000
010200     88 AG-EOF      VALUE '10'.                                   01020000
010300     05 RP-STATUS PIC XX.                                         01030000
010400     88 RP-OPEN-OK VALUE '00'.                                    01040000
010500     05 RS-STATUS PIC XX.                                         01050000
010600     88 RS-OPEN-OK  VALUE '00'.                                   01060000
010700     88 RS-WRITE-OK VALUE '00'.                                   01070000
010800 01 WS-RUN-CARD.                                                  01080000
010900     05 WS-RUN-DS-ID    PIC X(8).                                 01090000
011000     05 FILLER          PIC X.                                    01100000
011100     05 WS-RUN-DATE-IN  PIC X(8).                                 01110000
011200     05 FILLER          PIC X(63).                                01120000
011300 COPY RETNCTL REPLACING ==:RTN:== BY ==SEL==.                     01130000
011500 01 WS-CARD-CNT     PIC 9(3) VALUE 0.                             01150000
011600 01 WS-DATE-LEN     PIC 9(2) VALUE 0.                             01160000
011700 01 WS-DATE-END     PIC 9(4) VALUE 0.                             01170000
011800 01 WS-RUN-DATE     PIC 9(8) VALUE 0.                             01180000
011900 01 WS-CUTOFF-DATE  PIC 9(8) VALUE 0.                             01190000
012000 01 WS-REC-DATE-X   PIC X(8).                                     01200000
012100 01 WS-REC-DATE REDEFINES WS-REC-DATE-X PIC 9(8).                 01210000
012200 01 WS-OLDEST-KEPT  PIC 9(8) VALUE 0.                             01220000
012300 01 WS-NEWEST-AGED  PIC 9(8) VALUE 0.                             01230000
012400 01 WS-DATED-SW     PIC X VALUE 'N'.                              01240000
012500     88 REC-DATED   VALUE 'Y'.                                    01250000
012600 01 WS-BALANCE-SW   PIC X VALUE 'N'.                              01260000
012700     88 COUNTS-BALANCE VALUE 'Y'.                                 01270000
012800 01 WS-CNTRS.                                                     01280000
012900     05 BEFORE-CNTR  PIC 9(8) VALUE ZEROS.                        01290000
013000     05 KEEP-CNTR    PIC 9(8) VALUE ZEROS.                        01300000
013100     05 AGED-CNTR    PIC 9(8) VALUE ZEROS.                        01310000
013200     05 UNDATED-CNTR PIC 9(8) VALUE ZEROS.                        01320000
013300     05 KEEP-RECNT   PIC 9(8) VALUE ZEROS.                        01330000
013400     05 AGED-RECNT   PIC 9(8) VALUE ZEROS.                        01340000
013500 01 WS-DIFF         PIC S9(8) VALUE ZEROS.                        01350000
013600 01 WS-EDIT-CNT     PIC Z(7)9.                                    01360000
013700 01 WS-ERR-DESC.                                                  01370000
013800     05  FILLER               PIC X(10) VALUE "ERROR IN ".        01380000
013900     05  ERR-PARA             PIC X(30).                          01390000
014000     05  FILLER               PIC XX VALUE SPACES.                01400000
014100     05  ERR-FILE-ID          PIC X(10) VALUE SPACES.             01410000
014200     05  FILLER               PIC X(12) VALUE "FILE STATUS ".     01420000
014300     05  ERR-FILE-STATUS      PIC XX.                             01430000
014400 PROCEDURE DIVISION.                                              01440000
014500 0000-MAIN-PARA.                                                  01450000
014600      PERFORM 1000-LOAD-CONTROLS.                                 01460000
014700      PERFORM 2000-OPEN-FILES.                                    01470000
014800      PERFORM 3000-SPLIT-RECS UNTIL IP-EOF.                       01480000
014900      CLOSE IPFILE KPFILE AGFILE.                                 01490000
015000      PERFORM 4000-PROVE-COUNTS.                                  01500000
015100      PERFORM 5000-REPORT-PARA.                                   01510000
015200      PERFORM 6000-WRITE-RUNSTAT.                                 01520000
015300      STOP RUN.                                                   01530000
015400 0000-MAIN-PARA-EXIT.                                             01540000
015500      EXIT.                                                       01550000
015600 1000-LOAD-CONTROLS.                                              01560000
015700      MOVE SPACES TO WS-RUN-CARD.                                 01570000
015800      ACCEPT WS-RUN-CARD.                                         01580000
015900      IF WS-RUN-DS-ID = SPACES                                    01590000
016000         DISPLAY 'NO DATASET ID ON THE RUN CARD'                  01600000
016100         MOVE 8 TO RETURN-CODE                                    01610000
016200         STOP RUN                                                 01620000
016300      END-IF.                                                     01630000
016400      IF WS-RUN-DATE-IN = SPACES                                  01640000
016500         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                    01650000
016600      ELSE                                                        01660000
016700         IF WS-RUN-DATE-IN NUMERIC                                01670000
016800            MOVE WS-RUN-DATE-IN TO WS-RUN-DATE                    01680000
016900         END-IF                                                   01690000
017000         IF WS-RUN-DATE-IN NOT NUMERIC OR                         01700000
017100            FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0      01710000
017200            DISPLAY 'INVALID RUN DATE ' WS-RUN-DATE-IN            01720000
017300            MOVE 8 TO RETURN-CODE                                 01730000
017400            STOP RUN                                              01740000
017500         END-IF                                                   01750000
017600      END-IF.                                                     01760000
017700      OPEN INPUT CTLFILE.                                         01770000
017800      IF NOT CT-OPEN-OK                                           01780000
017900         MOVE '1000-LOAD-CONTROLS' TO ERR-PARA                    01790000
018000         MOVE 'CTLFILE' TO ERR-FILE-ID                            01800000
018100         MOVE CT-STATUS TO ERR-FILE-STATUS                        01810000
018200         PERFORM 9000-ERR-PARA                                    01820000
018300      END-IF.                                                     01830000
018400      PERFORM 1100-READ-CARD UNTIL CT-EOF.                        01840000
018500      CLOSE CTLFILE.                                              01850000
018600      EVALUATE WS-CARD-CNT                                        01860000
018700         WHEN 0                                                   01870000
018800            DISPLAY 'NO RETENTION CARD FOR ' WS-RUN-DS-ID         01880000
018900            MOVE 8 TO RETURN-CODE                                 01890000
019000            STOP RUN                                              01900000
019100         WHEN 1                                                   01910000
019200            PERFORM 1200-EDIT-CARD                                01920000
019300         WHEN OTHER                                               01930000
019400            DISPLAY 'DUPLICATE RETENTION CARDS FOR '              01940000
019500                    WS-RUN-DS-ID                                  01950000
019600            MOVE 8 TO RETURN-CODE                                 01960000
019700            STOP RUN                                              01970000
019800      END-EVALUATE.                                               01980000
019900*     CUTOFF IS THE RUN DATE LESS THE DAYS KEPT - A RECORD DATED  01990000
020000*     ON OR AFTER THE CUTOFF STAYS ON THE LIVE DATASET.           02000000
020100      COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER           02010000
020200         (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)                   02020000
020300          - SEL-RETAIN-DAYS).                                     02030000
020500      EXIT.                                                       02050000
020600 1100-READ-CARD.                                                  02060000
020700      READ CTLFILE.                                               02070000
020800      EVALUATE TRUE                                               02080000
020900         WHEN CT-READ-OK                                          02090000
021000            IF CTL-DS-ID(1:1) NOT = '*' AND                       02100000
021100               CTL-DS-ID = WS-RUN-DS-ID                           02110000
021200               ADD 1 TO WS-CARD-CNT                               02120000
021300               MOVE CTL-RETN-CTL-REC TO SEL-RETN-CTL-REC          02130000
021400            END-IF                                                02140000
021500         WHEN CT-EOF                                              02150000
021600            CONTINUE                                              02160000
021700         WHEN OTHER                                               02170000
021800            MOVE '1100-READ-CARD' TO ERR-PARA                     02180000
021900            MOVE 'CTLFILE' TO ERR-FILE-ID                         02190000
022000            MOVE CT-STATUS TO ERR-FILE-STATUS                     02200000
022100            PERFORM 9000-ERR-PARA                                 02210000
022200      END-EVALUATE.                                               02220000
022300      EXIT.                                                       02230000
022400 1200-EDIT-CARD.                                                  02240000
022500      IF SEL-DATE-POS NOT NUMERIC OR                              02250000
022600         SEL-RETAIN-DAYS NOT NUMERIC OR                           02260000
022700         SEL-REC-LEN NOT NUMERIC                                  02270000
022800         PERFORM 1290-CARD-REJECT                                 02280000
022900      END-IF.                                                     02290000
023000      EVALUATE TRUE                                               02300000
023100         WHEN SEL-FMT-YYYYMMDD                                    02310000
023200            MOVE 8 TO WS-DATE-LEN                                 02320000
023300         WHEN SEL-FMT-ISO                                         02330000
023400            MOVE 10 TO WS-DATE-LEN                                02340000
023500         WHEN OTHER                                               02350000
023600            PERFORM 1290-CARD-REJECT                              02360000
023700      END-EVALUATE.                                               02370000
023800      COMPUTE WS-DATE-END = SEL-DATE-POS + WS-DATE-LEN - 1.       02380000
023900      IF SEL-DATE-POS = 0 OR SEL-RETAIN-DAYS = 0                  02390000
024000         OR SEL-REC-LEN = 0 OR SEL-REC-LEN > 200                  02400000
024100         OR WS-DATE-END > SEL-REC-LEN                             02410000
024200         PERFORM 1290-CARD-REJECT                                 02420000
024300      END-IF.                                                     02430000
024400      EXIT.                                                       02440000
024500 1290-CARD-REJECT.                                                02450000
024600      DISPLAY 'INVALID RETENTION CARD: ' SEL-RETN-CTL-REC.        02460000
024700      MOVE 8 TO RETURN-CODE.                                      02470000
024800      STOP RUN.                                                   02480000
024900 2000-OPEN-FILES.                                                 02490000
025000      OPEN INPUT IPFILE.                                          02500000
025100      IF NOT IP-OPEN-OK                                           02510000
025200         MOVE '2000-OPEN-FILES' TO ERR-PARA                       02520000
025300         MOVE 'IPFILE' TO ERR-FILE-ID                             02530000
025400         MOVE IP-STATUS TO ERR-FILE-STATUS                        02540000
025500         PERFORM 9000-ERR-PARA                                    02550000
025600      END-IF.                                                     02560000
025700      OPEN OUTPUT KPFILE AGFILE RPTFILE.                          02570000
025800      IF NOT KP-OPEN-OK OR NOT AG-OPEN-OK OR NOT RP-OPEN-OK       02580000
025900         MOVE '2000-OPEN-FILES' TO ERR-PARA                       02590000
026000         MOVE 'OUTPUTS' TO ERR-FILE-ID                            02600000
026100         MOVE KP-STATUS TO ERR-FILE-STATUS                        02610000
026200         PERFORM 9000-ERR-PARA                                    02620000
026300      END-IF.                                                     02630000
026400      EXIT.                                                       02640000
026500 3000-SPLIT-RECS.                                                 02650000
026600      READ IPFILE.                                                02660000
026700      EVALUATE TRUE                                               02670000
026800         WHEN IP-READ-OK                                          02680000
026900            ADD 1 TO BEFORE-CNTR                                  02690000
027000            PERFORM 3100-GET-DATE THRU 3100-GET-DATE-EXIT         02700000
027100            PERFORM 3200-WRITE-REC                                02710000
027200         WHEN IP-EOF                                              02720000
027300            CONTINUE                                              02730000
027400         WHEN OTHER                                               02740000
027500            MOVE '3000-SPLIT-RECS' TO ERR-PARA                    02750000
027600            MOVE 'IPFILE' TO ERR-FILE-ID                          02760000
027700            MOVE IP-STATUS TO ERR-FILE-STATUS                     02770000
027800            PERFORM 9000-ERR-PARA                                 02780000
027900      END-EVALUATE.                                               02790000
028000      EXIT.                                                       02800000
028100 3100-GET-DATE.                                                   02810000
028150*     A DATE PAST THE CARD'S RECORD LENGTH, A NON-NUMERIC         02815001
028200*     FIELD OR AN IMPOSSIBLE DATE (TRAILERS, BLANK DATES)         02820001
028250*     LEAVES THE RECORD UNDATED - KEPT.                           02825001
028400      MOVE 'N' TO WS-DATED-SW.                                    02840000
028500      IF SEL-REC-LEN < WS-DATE-END                                02850001
028600         GO TO 3100-GET-DATE-EXIT                                 02860000
028700      END-IF.                                                     02870000
028800      IF SEL-FMT-ISO                                              02880000
028900         IF IP-REC(SEL-DATE-POS + 4:1) NOT = '-' OR               02890000
029000            IP-REC(SEL-DATE-POS + 7:1) NOT = '-'                  02900000
029100            GO TO 3100-GET-DATE-EXIT                              02910000
029200         END-IF                                                   02920000
029300         MOVE IP-REC(SEL-DATE-POS:4) TO WS-REC-DATE-X(1:4)        02930000
029400         MOVE IP-REC(SEL-DATE-POS + 5:2) TO WS-REC-DATE-X(5:2)    02940000
029500         MOVE IP-REC(SEL-DATE-POS + 8:2) TO WS-REC-DATE-X(7:2)    02950000
029600      ELSE                                                        02960000
029700         MOVE IP-REC(SEL-DATE-POS:8) TO WS-REC-DATE-X             02970000
029800      END-IF.                                                     02980000
029900      IF WS-REC-DATE-X NOT NUMERIC                                02990000
030000         GO TO 3100-GET-DATE-EXIT                                 03000000
030100      END-IF.                                                     03010000
030200      IF FUNCTION TEST-DATE-YYYYMMDD(WS-REC-DATE) = 0             03020000
030300         MOVE 'Y' TO WS-DATED-SW                                  03030000
030400      END-IF.                                                     03040000
030500 3100-GET-DATE-EXIT.                                              03050000
030600      EXIT.                                                       03060000
030700 3200-WRITE-REC.                                                  03070000
030800      IF REC-DATED AND WS-REC-DATE < WS-CUTOFF-DATE               03080000
030900         MOVE IP-REC TO AG-REC                                    03090000
031000         WRITE AG-REC                                             03100000
031100         IF NOT AG-WRITE-OK                                       03110000
031200            MOVE '3200-WRITE-REC' TO ERR-PARA                     03120000
031300            MOVE 'AGFILE' TO ERR-FILE-ID                          03130000
031400            MOVE AG-STATUS TO ERR-FILE-STATUS                     03140000
031500            PERFORM 9000-ERR-PARA                                 03150000
031600         END-IF                                                   03160000
031700         ADD 1 TO AGED-CNTR                                       03170000
031800         IF WS-REC-DATE > WS-NEWEST-AGED                          03180000
031900            MOVE WS-REC-DATE TO WS-NEWEST-AGED                    03190000
032000         END-IF                                                   03200000
032100      ELSE                                                        03210000
032200         MOVE IP-REC TO KP-REC                                    03220000
032300         WRITE KP-REC                                             03230000
032400         IF NOT KP-WRITE-OK                                       03240000
032500            MOVE '3200-WRITE-REC' TO ERR-PARA                     03250000
032600            MOVE 'KPFILE' TO ERR-FILE-ID                          03260000
032700            MOVE KP-STATUS TO ERR-FILE-STATUS                     03270000
032800            PERFORM 9000-ERR-PARA                                 03280000
032900         END-IF                                                   03290000
033000         ADD 1 TO KEEP-CNTR                                       03300000
033100         IF REC-DATED                                             03310000
033200            IF WS-OLDEST-KEPT = 0 OR                              03320000
033300               WS-REC-DATE < WS-OLDEST-KEPT                       03330000
033400               MOVE WS-REC-DATE TO WS-OLDEST-KEPT                 03340000
033500            END-IF                                                03350000
033600         ELSE                                                     03360000
033700            ADD 1 TO UNDATED-CNTR                                 03370000
033800         END-IF                                                   03380000
033900      END-IF.                                                     03390000
034000      EXIT.                                                       03400000
034100 4000-PROVE-COUNTS.                                               03410000
034200*     RE-READ BOTH OUTPUTS - THE SPLIT IS ONLY GOOD IF WHAT WAS   03420000
034300*     WRITTEN IS WHAT IS THERE AND NOTHING WAS LOST OR DOUBLED.   03430000
034400      OPEN INPUT KPFILE AGFILE.                                   03440000
034500      IF NOT KP-OPEN-OK OR NOT AG-OPEN-OK                         03450000
034600         MOVE '4000-PROVE-COUNTS' TO ERR-PARA                     03460000
034700         MOVE 'OUTPUTS' TO ERR-FILE-ID                            03470000
034800         MOVE KP-STATUS TO ERR-FILE-STATUS                        03480000
034900         PERFORM 9000-ERR-PARA                                    03490000
035000      END-IF.                                                     03500000
035100      PERFORM 4100-RECOUNT-KEPT UNTIL KP-EOF.                     03510000
035200      PERFORM 4200-RECOUNT-AGED UNTIL AG-EOF.                     03520000
035300      CLOSE KPFILE AGFILE.                                        03530000
035400      COMPUTE WS-DIFF = BEFORE-CNTR - KEEP-RECNT - AGED-RECNT.    03540000
035500      IF WS-DIFF = 0 AND KEEP-RECNT = KEEP-CNTR                   03550000
035600         AND AGED-RECNT = AGED-CNTR                               03560000
035700         MOVE 'Y' TO WS-BALANCE-SW                                03570000
035800      ELSE                                                        03580000
035900         MOVE 'N' TO WS-BALANCE-SW                                03590000
036000         MOVE 8 TO RETURN-CODE                                    03600000
036100      END-IF.                                                     03610000
036200      IF COUNTS-BALANCE AND BEFORE-CNTR > 0                       03620000
036300         AND UNDATED-CNTR = BEFORE-CNTR                           03630000
036400         MOVE 4 TO RETURN-CODE                                    03640000
036500      END-IF.                                                     03650000
036600      EXIT.                                                       03660000
036700 4100-RECOUNT-KEPT.                                               03670000
036800      READ KPFILE.                                                03680000
036900      EVALUATE TRUE                                               03690000
037000         WHEN KP-READ-OK                                          03700000
037100            ADD 1 TO KEEP-RECNT                                   03710000
037200         WHEN KP-EOF                                              03720000
037300            CONTINUE                                              03730000
037400         WHEN OTHER                                               03740000
037500            MOVE '4100-RECOUNT-KEPT' TO ERR-PARA                  03750000
037600            MOVE 'KPFILE' TO ERR-FILE-ID                          03760000
037700            MOVE KP-STATUS TO ERR-FILE-STATUS                     03770000
037800            PERFORM 9000-ERR-PARA                                 03780000
037900      END-EVALUATE.                                               03790000
038000      EXIT.                                                       03800000
038100 4200-RECOUNT-AGED.                                               03810000
038200      READ AGFILE.                                                03820000
038300      EVALUATE TRUE                                               03830000
038400         WHEN AG-READ-OK                                          03840000
038500            ADD 1 TO AGED-RECNT                                   03850000
038600         WHEN AG-EOF                                              03860000
038700            CONTINUE                                              03870000
038800         WHEN OTHER                                               03880000
038900            MOVE '4200-RECOUNT-AGED' TO ERR-PARA                  03890000
039000            MOVE 'AGFILE' TO ERR-FILE-ID                          03900000
039100            MOVE AG-STATUS TO ERR-FILE-STATUS                     03910000
039200            PERFORM 9000-ERR-PARA                                 03920000
039300      END-EVALUATE.                                               03930000
039400      EXIT.                                                       03940000
039500 5000-REPORT-PARA.                                                03950000
039600      MOVE SPACES TO RPT-REC.                                     03960000
039700      STRING 'RETENTION HOUSEKEEPING - ' SEL-DS-ID ' '            03970000
039800             SEL-DSN                                              03980000
039900         DELIMITED BY SIZE INTO RPT-REC                           03990000
040000      END-STRING.                                                 04000000
040100      WRITE RPT-REC.                                              04010000
040200      MOVE SPACES TO RPT-REC.                                     04020000
040300      STRING 'RUN DATE ' WS-RUN-DATE '  DAYS KEPT '               04030000
040400             SEL-RETAIN-DAYS '  CUTOFF ' WS-CUTOFF-DATE           04040000
040500         DELIMITED BY SIZE INTO RPT-REC                           04050000
040600      END-STRING.                                                 04060000
040700      WRITE RPT-REC.                                              04070000
040800      MOVE BEFORE-CNTR TO WS-EDIT-CNT.                            04080000
040900      MOVE SPACES TO RPT-REC.                                     04090000
041000      STRING 'RECORDS BEFORE      : ' WS-EDIT-CNT                 04100000
041100         DELIMITED BY SIZE INTO RPT-REC                           04110000
041200      END-STRING.                                                 04120000
041300      WRITE RPT-REC.                                              04130000
041400      MOVE KEEP-CNTR TO WS-EDIT-CNT.                              04140000
041500      MOVE SPACES TO RPT-REC.                                     04150000
041600      STRING 'RECORDS KEPT        : ' WS-EDIT-CNT                 04160000
041700             '   OLDEST KEPT   ' WS-OLDEST-KEPT                   04170000
041800         DELIMITED BY SIZE INTO RPT-REC                           04180000
041900      END-STRING.                                                 04190000
042000      WRITE RPT-REC.                                              04200000
042100      MOVE AGED-CNTR TO WS-EDIT-CNT.                              04210000
042200      MOVE SPACES TO RPT-REC.                                     04220000
042300      STRING 'RECORDS ARCHIVED    : ' WS-EDIT-CNT                 04230000
042400             '   NEWEST ARCHIVED ' WS-NEWEST-AGED                 04240000
042500         DELIMITED BY SIZE INTO RPT-REC                           04250000
042600      END-STRING.                                                 04260000
042700      WRITE RPT-REC.                                              04270000
042800      MOVE UNDATED-CNTR TO WS-EDIT-CNT.                           04280000
042900      MOVE SPACES TO RPT-REC.                                     04290000
043000      STRING 'KEPT WITHOUT A DATE : ' WS-EDIT-CNT                 04300000
043100         DELIMITED BY SIZE INTO RPT-REC                           04310000
043200      END-STRING.                                                 04320000
043300      WRITE RPT-REC.                                              04330000
043400      MOVE KEEP-RECNT TO WS-EDIT-CNT.                             04340000
043500      MOVE SPACES TO RPT-REC.                                     04350000
043600      STRING 'KEPT RE-READ        : ' WS-EDIT-CNT                 04360000
043700         DELIMITED BY SIZE INTO RPT-REC                           04370000
043800      END-STRING.                                                 04380000
043900      WRITE RPT-REC.                                              04390000
044000      MOVE AGED-RECNT TO WS-EDIT-CNT.                             04400000
044100      MOVE SPACES TO RPT-REC.                                     04410000
044200      STRING 'ARCHIVED RE-READ    : ' WS-EDIT-CNT                 04420000
044300         DELIMITED BY SIZE INTO RPT-REC                           04430000
044400      END-STRING.                                                 04440000
044500      WRITE RPT-REC.                                              04450000
044600      MOVE SPACES TO RPT-REC.                                     04460000
044700      IF COUNTS-BALANCE                                           04470000
044800         MOVE 'BEFORE = KEPT + ARCHIVED - COUNTS BALANCE'         04480000
044900            TO RPT-REC                                            04490000
045000      ELSE                                                        04500000
045100         MOVE 'COUNTS DO NOT BALANCE - KEEP THE LIVE DATASET'     04510000
045200            TO RPT-REC                                            04520000
045300         DISPLAY 'COUNTS DO NOT BALANCE FOR ' SEL-DS-ID           04530000
045400      END-IF.                                                     04540000
045500      WRITE RPT-REC.                                              04550000
045600      IF RETURN-CODE = 4                                          04560000
045700         MOVE 'NO RECORD CARRIED A VALID DATE - CHECK THE CARD'   04570000
045800            TO RPT-REC                                            04580000
045900         WRITE RPT-REC                                            04590000
046000         DISPLAY 'NO DATED RECORDS FOR ' SEL-DS-ID                04600000
046100      END-IF.                                                     04610000
046200      CLOSE RPTFILE.                                              04620000
046300      DISPLAY 'DATASET           : ' SEL-DS-ID.                   04630000
046400      DISPLAY 'RECORDS BEFORE    : ' BEFORE-CNTR.                 04640000
046500      DISPLAY 'RECORDS KEPT      : ' KEEP-CNTR.                   04650000
046600      DISPLAY 'RECORDS ARCHIVED  : ' AGED-CNTR.                   04660000
046700      DISPLAY 'KEPT UNDATED      : ' UNDATED-CNTR.                04670000
046800      EXIT.                                                       04680000
046900 6000-WRITE-RUNSTAT.                                              04690000
047000      OPEN EXTEND STATFILE.                                       04700000
047100      EVALUATE TRUE                                               04710000
047200         WHEN RS-OPEN-OK                                          04720000
047300            MOVE SPACES TO RS-RUNSTAT-REC                         04730000
047400            MOVE 'RETNHKP' TO RS-PGM-NAME                         04740000
047500            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 04750000
047600            ACCEPT RS-RUN-TIME FROM TIME                          04760000
047700            MOVE BEFORE-CNTR TO RS-READ-CNT                       04770000
047800            COMPUTE RS-WRITE-CNT = KEEP-RECNT + AGED-RECNT        04780000
047900            MOVE WS-DIFF TO RS-REJ-CNT                            04790000
048000            MOVE RETURN-CODE TO RS-RETURN-CD                      04800000
048100            WRITE RS-RUNSTAT-REC                                  04810000
048200            IF NOT RS-WRITE-OK                                    04820000
048300               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04830000
048400            END-IF                                                04840000
048500            CLOSE STATFILE                                        04850000
048600         WHEN OTHER                                               04860000
048700            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04870000
048800      END-EVALUATE.                                               04880000
048900      EXIT.                                                       04890000
049000 9000-ERR-PARA.                                                   04900000
049100      DISPLAY WS-ERR-DESC.                                        04910000
049200      MOVE 30 TO RETURN-CODE.                                     04920000
049300      STOP RUN.                                                   04930000
