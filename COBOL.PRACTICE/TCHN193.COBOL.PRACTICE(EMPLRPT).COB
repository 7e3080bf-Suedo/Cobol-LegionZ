000300***************************************************************** 00030000
000400* INPUT FILE  : EMPLOYER LINK KSDS (DDLNKKS), MJ24 ASSOCIATE      00040000
000500*               MASTER KSDS (DDKSDS), BUSINESS MASTER KSDS        00050000
000510*               (DDBUSKSD) WITH THE BUSENRCH-ENRICHED NAMES,      00051001
000520*               LINK HISTORY KSDS (DDLNKHKS) FOR A PAST DATE      00052001
000700* OUTPUT FILE : HEADCOUNT-BY-BUSINESS REPORT (DDRPT)              00070000
000800* PRG DESC    : WALKS THE EMPLOYER LINK DATASET AND PRINTS THE    00080000
000900*               HEADCOUNT PER BUSINESS WITH THE ENRICHED          00090000
001200*               INACTIVE OR MISSING, IS A DANGLING LINK - IT      00120000
001300*               GOES TO THE EXCEPTION SECTION AND THE RUN ENDS    00130000
001400*               RC 4 SO THE COMMERCIAL TEAM CLEANS IT UP.         00140000
001410*               AN AS-OF DATE (YYYYMMDD) FROM THE CONSOLE GIVES   00141001
001420*               THE HEADCOUNT ON THAT PAST DATE INSTEAD - EACH    00142001
001430*               ASSOCIATE'S EMPLOYER IS THE LAST LINK HISTORY     00143001
001440*               ENTRY ON OR BEFORE THE DATE (THE LINK ITSELF      00144001
001450*               WHEN THERE IS NO HISTORY), AND AN ASSOCIATE       00145001
001460*               TERMINATED ON OR BEFORE THE DATE IS NOT COUNTED.  00146001
001470*               THE DANGLING-LINK CHECK IS A CURRENT-STATE CHECK  00147001
001480*               AND IS ONLY RUN FOR TODAY.                        00148001
001500* AUTHOR      : GIRIDHAR                                          00150000
001600* CREATED ON  : 02 SEP 2026                                       00160000
001610* MODIFIED ON : 15 OCT 2026 - HEADCOUNT AS OF A PAST DATE         00161001
001700***************************************************************** 00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
003600      RECORD KEY IS BU-BUS-KEY                                    00360000
003700      FILE STATUS BU-STATUS.                                      00370000
003800*                                                                 00380000
003810      SELECT HIST-FILE ASSIGN TO DDLNKHKS                         00381001
003820      ORGANIZATION IS INDEXED                                     00382001
003830      ACCESS MODE IS DYNAMIC                                      00383001
003840      RECORD KEY IS LH-HIST-KEY                                   00384001
003850      FILE STATUS LH-STATUS.                                      00385001
003860*                                                                 00386001
003900      SELECT RPTFILE ASSIGN TO DDRPT                              00390000
004000      ORGANIZATION IS SEQUENTIAL                                  00400000
004100      ACCESS MODE IS SEQUENTIAL                                   00410000
005000 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00500000
005100 FD BUSKSDS.                                                      00510000
005200 COPY BUSREC REPLACING ==:BUS:== BY ==BU==.                       00520000
005210 FD HIST-FILE.                                                    00521001
005220 COPY LNKHREC REPLACING ==:LKH:== BY ==LH==.                      00522001
005300 FD RPTFILE RECORDING MODE F.                                     00530000
005400 01 RPT-REC PIC X(100).                                           00540000
005500 WORKING-STORAGE SECTION.                                         00550000
006600    88 BU-OPEN-OK VALUE '00'.                                     00660000
006700    88 BU-READ-OK VALUE '00'.                                     00670000
006800    88 BU-KEYNF   VALUE '23'.                                     00680000
006810    05 LH-STATUS PIC XX.                                          00681001
006820    88 LH-OPEN-OK  VALUE '00'.                                    00682001
006830    88 LH-START-OK VALUE '00'.                                    00683001
006840    88 LH-READ-OK  VALUE '00'.                                    00684001
006900    05 RP-STATUS PIC XX.                                          00690000
007000    88 RP-OPEN-OK VALUE '00'.                                     00700000
007005 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00700501
007010 01 WS-ASOF-DATE PIC X(8) VALUE SPACES.                           00701001
007015 01 WS-ASOF-DATE-N REDEFINES WS-ASOF-DATE PIC 9(8).               00701501
007020 01 WS-ASOF-SW PIC X VALUE 'N'.                                   00702001
007025    88 ASOF-MODE VALUE 'Y'.                                       00702501
007030 01 WS-ASOF-FLDS.                                                 00703001
007035    05 WS-ASOF-BUS  PIC X(3).                                     00703501
007040    05 WS-HIST-ANY  PIC X.                                        00704001
007045    88 HIST-FOUND   VALUE 'Y'.                                    00704501
007050    05 WS-HSCAN-SW  PIC X.                                        00705001
007055    88 HIST-SCAN-DONE VALUE 'Y'.                                  00705501
007060 01 WS-COUNT-BUS PIC X(3).                                        00706001
007100 01 WS-DANGLE-SW PIC X VALUE 'N'.                                 00710000
007200    88 LINK-DANGLING VALUE 'Y'.                                   00720000
007300 01 WS-DANGLE-REASON PIC X(20) VALUE SPACES.                      00730000
008300    05 ACTIVE-CNTR  PIC 9(6) VALUE ZEROS.                         00830000
008400    05 DANGLE-CNTR  PIC 9(6) VALUE ZEROS.                         00840000
008500    05 REMVD-CNTR   PIC 9(6) VALUE ZEROS.                         00850000
008510    05 NOTEMP-CNTR  PIC 9(6) VALUE ZEROS.                         00851001
008600 01 WS-ERR-DESC.                                                  00860000
008700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         00870000
008800    05  ERR-PARA             PIC X(30).                           00880000
009200    05  ERR-FILE-STATUS      PIC XX.                              00920000
009300 PROCEDURE DIVISION.                                              00930000
009400 0000-MAIN-PARA.                                                  00940000
009410      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         00941001
009420      PERFORM 0500-GET-ASOF THRU 0500-GET-ASOF-EXIT.              00942002
009500      PERFORM 1000-OPEN-FILES.                                    00950000
009600      PERFORM 3000-PRCS-RECS UNTIL LK-EOF.                        00960000
009700      PERFORM 4000-WRITE-HEADCOUNT.                               00970000
009900      STOP RUN.                                                   00990000
010000 0000-MAIN-PARA-EXIT.                                             01000000
010100      EXIT.                                                       01010000
010105 0500-GET-ASOF.                                                   01010501
010110      DISPLAY 'HEADCOUNT AS OF YYYYMMDD (BLANK = TODAY) : '.      01011001
010115      ACCEPT WS-ASOF-DATE.                                        01011501
010120      IF WS-ASOF-DATE = SPACES                                    01012001
010125         GO TO 0500-GET-ASOF-EXIT                                 01012501
010130      END-IF.                                                     01013001
010135      IF WS-ASOF-DATE NOT NUMERIC OR WS-ASOF-DATE-N > WS-TODAY    01013501
010140         DISPLAY 'INVALID AS-OF DATE ' WS-ASOF-DATE               01014001
010145            ' - TODAY ASSUMED'                                    01014501
010150         GO TO 0500-GET-ASOF-EXIT                                 01015001
010155      END-IF.                                                     01015501
010160      IF WS-ASOF-DATE-N < WS-TODAY                                01016001
010165         MOVE 'Y' TO WS-ASOF-SW                                   01016501
010170         DISPLAY 'HEADCOUNT AS OF : ' WS-ASOF-DATE                01017001
010175      END-IF.                                                     01017501
010180 0500-GET-ASOF-EXIT.                                              01018001
010185      EXIT.                                                       01018501
010200 1000-OPEN-FILES.                                                 01020000
010300      OPEN INPUT LINK-FILE.                                       01030000
010400      IF NOT LK-OPEN-OK                                           01040000
012800         MOVE RP-STATUS TO ERR-FILE-STATUS                        01280000
012900         PERFORM 9000-ERR-PARA                                    01290000
013000      END-IF.                                                     01300000
013010      IF ASOF-MODE                                                01301001
013020         OPEN INPUT HIST-FILE                                     01302001
013030         IF NOT LH-OPEN-OK                                        01303001
013040            MOVE '1000-OPEN-FILES' TO ERR-PARA                    01304001
013050            MOVE 'HIST-FILE' TO ERR-FILE-ID                       01305001
013060            MOVE LH-STATUS TO ERR-FILE-STATUS                     01306001
013070            PERFORM 9000-ERR-PARA                                 01307001
013080         END-IF                                                   01308001
013090      ELSE                                                        01309001
013100         MOVE SPACES TO RPT-REC                                   01310001
013110         MOVE 'DANGLING EMPLOYER LINKS :' TO RPT-REC              01311001
013120         WRITE RPT-REC                                            01312001
013130      END-IF.                                                     01313001
013400      EXIT.                                                       01340000
013500 3000-PRCS-RECS.                                                  01350000
013600      READ LINK-FILE.                                             01360000
013700      EVALUATE TRUE                                               01370000
013800         WHEN LK-READ-OK                                          01380000
013900            ADD 1 TO IP-CNTR                                      01390000
013910            IF ASOF-MODE                                          01391001
013920               PERFORM 3300-ASOF-LINK THRU 3300-ASOF-LINK-EXIT    01392002
013930            ELSE                                                  01393001
014000               IF LK-LINK-STATUS = 'X'                            01400001
014100                  ADD 1 TO REMVD-CNTR                             01410001
014200               ELSE                                               01420001
014300                  PERFORM 3100-CHECK-LINK                         01430001
014400               END-IF                                             01440001
014410            END-IF                                                01441001
014500         WHEN LK-EOF                                              01450000
014600            CONTINUE                                              01460000
014700         WHEN OTHER                                               01470000
020000         WRITE RPT-REC                                            02000000
020100      ELSE                                                        02010000
020200         ADD 1 TO ACTIVE-CNTR                                     02020000
020210         MOVE LK-BUS-KEY TO WS-COUNT-BUS                          02021001
020220         PERFORM 3200-COUNT-BUS                                   02022001
020400      END-IF.                                                     02040000
020500      EXIT.                                                       02050000
020600 3200-COUNT-BUS.                                                  02060000
021300      ELSE                                                        02130000
021400         IF BC-CNT < 200                                          02140000
021500            ADD 1 TO BC-CNT                                       02150000
021510            MOVE WS-COUNT-BUS TO WS-BC-KEY(BC-CNT)                02151001
021700            MOVE 1 TO WS-BC-COUNT(BC-CNT)                         02170000
021800         END-IF                                                   02180000
021900      END-IF.                                                     02190000
022000      EXIT.                                                       02200000
022100 3210-SCAN-BUS.                                                   02210000
022110      IF WS-BC-KEY(WS-BC-IDX) = WS-COUNT-BUS                      02211001
022300         MOVE WS-BC-IDX TO WS-BC-FND                              02230000
022400      END-IF.                                                     02240000
022500      EXIT.                                                       02250000
022501*  EMPLOYER ON THE AS-OF DATE - LAST HISTORY ENTRY ON OR BEFORE   02250101
022502*  IT; WITH NO HISTORY AT ALL THE LINK RECORD STANDS.             02250201
022503 3300-ASOF-LINK.                                                  02250301
022504      MOVE SPACES TO WS-ASOF-BUS.                                 02250401
022505      MOVE 'N' TO WS-HIST-ANY.                                    02250501
022506      MOVE 'N' TO WS-HSCAN-SW.                                    02250601
022507      MOVE LK-ASSOID TO LH-ASSOID.                                02250701
022508      MOVE ZEROS TO LH-EFF-DATE.                                  02250801
022509      START HIST-FILE KEY NOT LESS THAN LH-HIST-KEY.              02250901
022510      IF LH-START-OK                                              02251001
022511         PERFORM 3310-READ-HIST                                   02251102
022512            THRU 3310-READ-HIST-EXIT UNTIL HIST-SCAN-DONE         02251202
022513      END-IF.                                                     02251302
022514      IF NOT HIST-FOUND                                           02251402
022515         IF LK-LINK-STATUS NOT = 'X'                              02251502
022516            AND LK-LINK-DATE NOT > WS-ASOF-DATE-N                 02251602
022517            MOVE LK-BUS-KEY TO WS-ASOF-BUS                        02251702
022518         END-IF                                                   02251802
022519      END-IF.                                                     02251902
022520      IF WS-ASOF-BUS = SPACES                                     02252002
022521         ADD 1 TO NOTEMP-CNTR                                     02252102
022522         GO TO 3300-ASOF-LINK-EXIT                                02252202
022523      END-IF.                                                     02252302
022524      MOVE LK-ASSOID TO MAASSOID.                                 02252402
022525      READ KSDS-FILE.                                             02252502
022526      EVALUATE TRUE                                               02252602
022527         WHEN MA-READ-OK                                          02252702
022528            IF MASTATUS = 'T' AND MATERMDT NOT > WS-ASOF-DATE     02252802
022529               ADD 1 TO NOTEMP-CNTR                               02252902
022530               GO TO 3300-ASOF-LINK-EXIT                          02253002
022531            END-IF                                                02253102
022532         WHEN MA-KEYNF                                            02253202
022533            ADD 1 TO NOTEMP-CNTR                                  02253302
022534            GO TO 3300-ASOF-LINK-EXIT                             02253402
022535         WHEN OTHER                                               02253502
022536            MOVE '3300-ASOF-LINK' TO ERR-PARA                     02253602
022537            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       02253702
022538            MOVE MA-STATUS TO ERR-FILE-STATUS                     02253802
022539            PERFORM 9000-ERR-PARA                                 02253902
022540      END-EVALUATE.                                               02254002
022541      ADD 1 TO ACTIVE-CNTR.                                       02254102
022542      MOVE WS-ASOF-BUS TO WS-COUNT-BUS.                           02254202
022543      PERFORM 3200-COUNT-BUS.                                     02254302
022544 3300-ASOF-LINK-EXIT.                                             02254402
022545      EXIT.                                                       02254502
022546 3310-READ-HIST.                                                  02254602
022547      READ HIST-FILE NEXT.                                        02254702
022548      IF NOT LH-READ-OK OR LH-ASSOID NOT = LK-ASSOID              02254802
022549         MOVE 'Y' TO WS-HSCAN-SW                                  02254902
022550         GO TO 3310-READ-HIST-EXIT                                02255002
022551      END-IF.                                                     02255102
022552      MOVE 'Y' TO WS-HIST-ANY.                                    02255202
022553      IF LH-EFF-DATE > WS-ASOF-DATE-N                             02255302
022554         MOVE 'Y' TO WS-HSCAN-SW                                  02255402
022555         GO TO 3310-READ-HIST-EXIT                                02255502
022556      END-IF.                                                     02255602
022557      IF LH-ACTION = 'D'                                          02255702
022558         MOVE SPACES TO WS-ASOF-BUS                               02255802
022559      ELSE                                                        02255902
022560         MOVE LH-TO-BUS-KEY TO WS-ASOF-BUS                        02256002
022561      END-IF.                                                     02256102
022562 3310-READ-HIST-EXIT.                                             02256202
022563      EXIT.                                                       02256302
022600 4000-WRITE-HEADCOUNT.                                            02260000
022700      MOVE SPACES TO RPT-REC.                                     02270000
022710      IF ASOF-MODE                                                02271001
022720         STRING 'HEADCOUNT BY BUSINESS AS OF ' WS-ASOF-DATE ' :'  02272001
022730            DELIMITED BY SIZE INTO RPT-REC                        02273001
022740         END-STRING                                               02274001
022750      ELSE                                                        02275001
022760         MOVE 'HEADCOUNT BY BUSINESS :' TO RPT-REC                02276001
022770      END-IF.                                                     02277001
022900      WRITE RPT-REC.                                              02290000
023000      PERFORM 4100-BUS-LINE                                       02300000
023100             VARYING WS-BC-IDX FROM 1 BY 1                        02310000
025400      STRING 'LINKS READ=' IP-CNTR                                02540000
025500             ' ACTIVE=' ACTIVE-CNTR                               02550000
025600             ' DANGLING=' DANGLE-CNTR                             02560000
025610             ' REMOVED=' REMVD-CNTR                               02561001
025620             ' NOT LINKED ON DATE=' NOTEMP-CNTR                   02562001
025800         DELIMITED BY SIZE INTO RPT-REC                           02580000
025900      END-STRING.                                                 02590000
026000      WRITE RPT-REC.                                              02600000
026010      CLOSE LINK-FILE KSDS-FILE BUSKSDS RPTFILE.                  02601001
026020      IF ASOF-MODE                                                02602001
026030         CLOSE HIST-FILE                                          02603001
026040         DISPLAY 'NOT LINKED ON DATE: ' NOTEMP-CNTR               02604001
026050      END-IF.                                                     02605001
026200      DISPLAY 'LINKS READ       : ' IP-CNTR.                      02620000
026300      DISPLAY 'ACTIVE LINKS     : ' ACTIVE-CNTR.                  02630000
026400      DISPLAY 'DANGLING LINKS   : ' DANGLE-CNTR.                  02640000
