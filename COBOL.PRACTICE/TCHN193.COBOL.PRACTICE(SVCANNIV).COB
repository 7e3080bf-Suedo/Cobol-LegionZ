000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. SVCANNIV.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : MJ24 ASSOCIATE MASTER KSDS (DDKSDS), EMPLOYER     00040000
000500*               LINK KSDS (DDLNKKS), BUSINESS MASTER KSDS         00050000
000600*               (DDBUSKSD), KEYED AUDIT-HISTORY KSDS (DDAHKSDS)   00060000
000700* OUTPUT FILE : SERVICE ANNIVERSARY REPORT (DDRPT), RUN           00070000
000800*               STATISTICS (DDRSTAT)                              00080000
000900* PRG DESC    : MONTHLY LONG-SERVICE AWARD LIST.  TAKES THE       00090000
001000*               REPORT MONTH (YYYYMM) FROM THE CONSOLE - BLANK    00100000
001100*               MEANS NEXT MONTH - AND LISTS EVERY ASSOCIATE      00110000
001200*               STILL IN SERVICE WHOSE HIRE DATE FALLS IN THAT    00120000
001300*               MONTH 5, 10, 15, 20 OR 25 YEARS AGO.  A REHIRE    00130000
001400*               RESTARTS THE SERVICE CLOCK, SO THE HIRE DATE ON   00140000
001500*               THE MASTER IS THE LATEST ONE; THE PRIOR PERIOD    00150000
001600*               IS TAKEN FROM THE LAST REHIRE ENTRY IN THE        00160000
001700*               AUDIT HISTORY AND SHOWN ON THE LINE.  COUNTS BY   00170000
001800*               BUSINESS COME THROUGH THE EMPLOYER LINK.          00180000
001900*               ASSOCIATES WITH NO HIRE DATE ARE COUNTED AND      00190000
002000*               THE RUN ENDS RC 4 SO THE MASTER IS CLEANED UP.    00200000
002100* AUTHOR      : GIRIDHAR                                          00210000
002200* CREATED ON  : 15 OCT 2026                                       00220000
002300***************************************************************** 00230000
002400 ENVIRONMENT DIVISION.                                            00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
002600 FILE-CONTROL.                                                    00260000
002700      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00270000
002800      ORGANIZATION IS INDEXED                                     00280000
002900      ACCESS MODE IS SEQUENTIAL                                   00290000
003000      RECORD KEY IS MAASSOID                                      00300000
003100      FILE STATUS MA-STATUS.                                      00310000
003200*                                                                 00320000
003300      SELECT LINK-FILE ASSIGN TO DDLNKKS                          00330000
003400      ORGANIZATION IS INDEXED                                     00340000
003500      ACCESS MODE IS RANDOM                                       00350000
003600      RECORD KEY IS LK-ASSOID                                     00360000
003700      FILE STATUS LK-STATUS.                                      00370000
003800*                                                                 00380000
003900      SELECT BUSKSDS ASSIGN TO DDBUSKSD                           00390000
004000      ORGANIZATION IS INDEXED                                     00400000
004100      ACCESS MODE IS RANDOM                                       00410000
004200      RECORD KEY IS BU-BUS-KEY                                    00420000
004300      FILE STATUS BU-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT HIST-FILE ASSIGN TO DDAHKSDS                         00450000
004600      ORGANIZATION IS INDEXED                                     00460000
004700      ACCESS MODE IS DYNAMIC                                      00470000
004800      RECORD KEY IS AH-AUDH-KEY                                   00480000
004900      FILE STATUS AH-STATUS.                                      00490000
005000*                                                                 00500000
005100      SELECT RPTFILE ASSIGN TO DDRPT                              00510000
005200      ORGANIZATION IS SEQUENTIAL                                  00520000
005300      ACCESS MODE IS SEQUENTIAL                                   00530000
005400      FILE STATUS RP-STATUS.                                      00540000
005500*                                                                 00550000
005600      SELECT STATFILE ASSIGN TO DDRSTAT                           00560000
005700      ORGANIZATION IS SEQUENTIAL                                  00570000
005800      ACCESS MODE IS SEQUENTIAL                                   00580000
005900      FILE STATUS RS-STATUS.                                      00590000
006000*                                                                 00600000
006100 DATA DIVISION.                                                   00610000
006200 FILE SECTION.                                                    00620000
006300 FD KSDS-FILE.                                                    00630000
006400 01 MAREC.                                                        00640000
006500 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00650000
006600 FD LINK-FILE.                                                    00660000
006700 COPY LINKREC REPLACING ==:LNK:== BY ==LK==.                      00670000
006800 FD BUSKSDS.                                                      00680000
006900 COPY BUSREC REPLACING ==:BUS:== BY ==BU==.                       00690000
007000 FD HIST-FILE.                                                    00700000
007100 COPY AUDHREC REPLACING ==:AH:== BY ==AH==.                       00710000
007200 FD RPTFILE RECORDING MODE F.                                     00720000
007300 01 RPT-REC PIC X(132).                                           00730000
007400 FD STATFILE RECORDING MODE F.                                    00740000
007500 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00750000
007600 WORKING-STORAGE SECTION.                                         00760000
007700 01 WS-FILE-STATUSES.                                             00770000
007800    05 MA-STATUS PIC XX.                                          00780000
007900    88 MA-OPEN-OK VALUE '00'.                                     00790000
008000    88 MA-READ-OK VALUE '00'.                                     00800000
008100    88 MA-EOF     VALUE '10'.                                     00810000
008200    05 LK-STATUS PIC XX.                                          00820000
008300    88 LK-OPEN-OK VALUE '00'.                                     00830000
008400    88 LK-READ-OK VALUE '00'.                                     00840000
008500    88 LK-KEYNF   VALUE '23'.                                     00850000
008600    05 BU-STATUS PIC XX.                                          00860000
008700    88 BU-OPEN-OK VALUE '00'.                                     00870000
008800    88 BU-READ-OK VALUE '00'.                                     00880000
008900    88 BU-KEYNF   VALUE '23'.                                     00890000
009000    05 AH-STATUS PIC XX.                                          00900000
009100    88 AH-OPEN-OK  VALUE '00'.                                    00910000
009200    88 AH-START-OK VALUE '00'.                                    00920000
009300    88 AH-READ-OK  VALUE '00'.                                    00930000
009400    05 RP-STATUS PIC XX.                                          00940000
009500    88 RP-OPEN-OK VALUE '00'.                                     00950000
009600    05 RS-STATUS PIC XX.                                          00960000
009700    88 RS-OPEN-OK  VALUE '00'.                                    00970000
009800    88 RS-WRITE-OK VALUE '00'.                                    00980000
009900 01 WS-HIST-SW PIC X VALUE 'N'.                                   00990000
010000    88 HIST-AVAILABLE VALUE 'Y'.                                  01000000
010100 01 WS-SCAN-SW PIC X VALUE 'N'.                                   01010000
010200    88 SCAN-DONE VALUE 'Y'.                                       01020000
010300 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01030000
010400 01 WS-TODAY-R REDEFINES WS-TODAY.                                01040000
010500    05 WS-TODAY-YYYY PIC 9(4).                                    01050000
010600    05 WS-TODAY-MM   PIC 9(2).                                    01060000
010700    05 WS-TODAY-DD   PIC 9(2).                                    01070000
010800 01 WS-RPT-MONTH PIC X(6) VALUE SPACES.                           01080000
010900 01 WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.                        01090000
011000    05 WS-RPT-YYYY PIC 9(4).                                      01100000
011100    05 WS-RPT-MM   PIC 9(2).                                      01110000
011200 01 WS-HIRE-DATE PIC X(8) VALUE SPACES.                           01120000
011300 01 WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.                        01130000
011400    05 WS-HIRE-YYYY PIC 9(4).                                     01140000
011500    05 WS-HIRE-MM   PIC 9(2).                                     01150000
011600    05 WS-HIRE-DD   PIC 9(2).                                     01160000
011700 01 WS-YEARS   PIC 9(4) VALUE ZEROS.                              01170000
011800 01 WS-MS-IDX  PIC 9(4) VALUE ZEROS.                              01180000
011900 01 WS-MS-REM  PIC 9(4) VALUE ZEROS.                              01190000
012000 01 WS-BUS-KEY PIC X(3) VALUE SPACES.                             01200000
012100 01 WS-PRIOR-PERIOD.                                              01210000
012200    05 WS-PRIOR-HIRE PIC X(8) VALUE SPACES.                       01220000
012300    05 WS-PRIOR-TERM PIC X(8) VALUE SPACES.                       01230000
012400 01 BC-CNT PIC 9(3) VALUE 0.                                      01240000
012500 01 WS-BC-IDX PIC 9(3) VALUE 0.                                   01250000
012600 01 WS-BC-FND PIC 9(3) VALUE 0.                                   01260000
012700 01 WS-BUS-TABLE.                                                 01270000
012800    05 WS-BC-ENT OCCURS 200 TIMES DEPENDING ON BC-CNT.            01280000
012900       10 WS-BC-KEY   PIC X(3).                                   01290000
013000       10 WS-BC-MS    PIC 9(5) OCCURS 5 TIMES.                    01300000
013100       10 WS-BC-TOT   PIC 9(5).                                   01310000
013200 01 WS-MS-TOTALS.                                                 01320000
013300    05 WS-MS-TOT PIC 9(5) OCCURS 5 TIMES.                         01330000
013400 01 WS-CNTRS.                                                     01340000
013500    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         01350000
013600    05 TERM-CNTR    PIC 9(6) VALUE ZEROS.                         01360000
013700    05 NOHIRE-CNTR  PIC 9(6) VALUE ZEROS.                         01370000
013800    05 MS-CNTR      PIC 9(6) VALUE ZEROS.                         01380000
013900    05 REHIRE-CNTR  PIC 9(6) VALUE ZEROS.                         01390000
014000    05 NOLINK-CNTR  PIC 9(6) VALUE ZEROS.                         01400000
014100 01 WS-DETAIL-LINE.                                               01410000
014200    05 FILLER     PIC X(3) VALUE SPACES.                          01420000
014300    05 DTL-ASSOID PIC X(7).                                       01430000
014400    05 FILLER     PIC X VALUE SPACE.                              01440000
014500    05 DTL-NAME   PIC X(30).                                      01450000
014600    05 FILLER     PIC X VALUE SPACE.                              01460000
014700    05 DTL-HIRE   PIC X(8).                                       01470000
014800    05 FILLER     PIC X(2) VALUE SPACES.                          01480000
014900    05 DTL-YEARS  PIC Z9.                                         01490000
015000    05 FILLER     PIC X(7) VALUE ' YEARS '.                       01500000
015100    05 DTL-BUS    PIC X(3).                                       01510000
015200    05 FILLER     PIC X VALUE SPACE.                              01520000
015300    05 DTL-BNAME  PIC X(30).                                      01530000
015400    05 FILLER     PIC X VALUE SPACE.                              01540000
015500    05 DTL-PRIOR  PIC X(36).                                      01550000
015600 01 WS-BUS-LINE.                                                  01560000
015700    05 FILLER     PIC X(3) VALUE SPACES.                          01570000
015800    05 BL-BUS     PIC X(3).                                       01580000
015900    05 FILLER     PIC X VALUE SPACE.                              01590000
016000    05 BL-BNAME   PIC X(30).                                      01600000
016100    05 BL-MS-ENT OCCURS 5 TIMES.                                  01610000
016200       10 FILLER  PIC X(2) VALUE SPACES.                          01620000
016300       10 BL-MS   PIC ZZZZ9.                                      01630000
016400    05 FILLER     PIC X(2) VALUE SPACES.                          01640000
016500    05 BL-TOT     PIC ZZZZ9.                                      01650000
016600 01 WS-ERR-DESC.                                                  01660000
016700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01670000
016800    05  ERR-PARA             PIC X(30).                           01680000
016900    05  FILLER               PIC XX VALUE SPACES.                 01690000
017000    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01700000
017100    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01710000
017200    05  ERR-FILE-STATUS      PIC XX.                              01720000
017300 PROCEDURE DIVISION.                                              01730000
017400 0000-MAIN-PARA.                                                  01740000
017500      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01750000
017600      PERFORM 0500-GET-MONTH.                                     01760000
017700      PERFORM 1000-OPEN-FILES.                                    01770000
017800      PERFORM 3000-PRCS-RECS UNTIL MA-EOF.                        01780000
017900      PERFORM 4000-WRITE-BUS-COUNTS.                              01790000
018000      PERFORM 5000-CLOSE-PARA.                                    01800000
018100      STOP RUN.                                                   01810000
018200 0000-MAIN-PARA-EXIT.                                             01820000
018300      EXIT.                                                       01830000
018400 0500-GET-MONTH.                                                  01840000
018500      DISPLAY 'ENTER REPORT MONTH YYYYMM (BLANK = NEXT MONTH) : '.01850000
018600      ACCEPT WS-RPT-MONTH.                                        01860000
018700      IF WS-RPT-MONTH NOT NUMERIC                                 01870000
018800         OR WS-RPT-MM < 1 OR WS-RPT-MM > 12                       01880000
018900         IF WS-RPT-MONTH NOT = SPACES                             01890000
019000            DISPLAY 'INVALID MONTH ' WS-RPT-MONTH                 01900000
019100               ' - NEXT MONTH ASSUMED'                            01910000
019200         END-IF                                                   01920000
019300         MOVE WS-TODAY-YYYY TO WS-RPT-YYYY                        01930000
019400         MOVE WS-TODAY-MM TO WS-RPT-MM                            01940000
019500         IF WS-RPT-MM = 12                                        01950000
019600            MOVE 1 TO WS-RPT-MM                                   01960000
019700            ADD 1 TO WS-RPT-YYYY                                  01970000
019800         ELSE                                                     01980000
019900            ADD 1 TO WS-RPT-MM                                    01990000
020000         END-IF                                                   02000000
020100      END-IF.                                                     02010000
020200      DISPLAY 'REPORT MONTH : ' WS-RPT-MONTH.                     02020000
020300      EXIT.                                                       02030000
020400 1000-OPEN-FILES.                                                 02040000
020500      OPEN INPUT KSDS-FILE.                                       02050000
020600      IF NOT MA-OPEN-OK                                           02060000
020700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02070000
020800         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          02080000
020900         MOVE MA-STATUS TO ERR-FILE-STATUS                        02090000
021000         PERFORM 9000-ERR-PARA                                    02100000
021100      END-IF.                                                     02110000
021200      OPEN INPUT LINK-FILE.                                       02120000
021300      IF NOT LK-OPEN-OK                                           02130000
021400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02140000
021500         MOVE 'LINK-FILE' TO ERR-FILE-ID                          02150000
021600         MOVE LK-STATUS TO ERR-FILE-STATUS                        02160000
021700         PERFORM 9000-ERR-PARA                                    02170000
021800      END-IF.                                                     02180000
021900      OPEN INPUT BUSKSDS.                                         02190000
022000      IF NOT BU-OPEN-OK                                           02200000
022100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02210000
022200         MOVE 'BUSKSDS' TO ERR-FILE-ID                            02220000
022300         MOVE BU-STATUS TO ERR-FILE-STATUS                        02230000
022400         PERFORM 9000-ERR-PARA                                    02240000
022500      END-IF.                                                     02250000
022600*     THE AUDIT HISTORY ONLY SUPPLIES THE PRIOR PERIOD - IF IT    02260000
022700*     IS NOT THERE THE LIST IS STILL PRINTED WITHOUT IT.          02270000
022800      OPEN INPUT HIST-FILE.                                       02280000
022900      IF AH-OPEN-OK                                               02290000
023000         MOVE 'Y' TO WS-HIST-SW                                   02300000
023100      ELSE                                                        02310000
023200         DISPLAY 'NO AUDIT HISTORY ' AH-STATUS                    02320000
023300            ' - PRIOR PERIODS NOT SHOWN'                          02330000
023400      END-IF.                                                     02340000
023500      OPEN OUTPUT RPTFILE.                                        02350000
023600      IF NOT RP-OPEN-OK                                           02360000
023700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02370000
023800         MOVE 'RPTFILE' TO ERR-FILE-ID                            02380000
023900         MOVE RP-STATUS TO ERR-FILE-STATUS                        02390000
024000         PERFORM 9000-ERR-PARA                                    02400000
024100      END-IF.                                                     02410000
024200      MOVE SPACES TO RPT-REC.                                     02420000
024300      STRING 'SERVICE ANNIVERSARIES FOR MONTH ' WS-RPT-MONTH      02430000
024400             '    RUN DATE ' WS-TODAY                             02440000
024500         DELIMITED BY SIZE INTO RPT-REC                           02450000
024600      END-STRING.                                                 02460000
024700      WRITE RPT-REC.                                              02470000
024800      MOVE SPACES TO RPT-REC.                                     02480000
024900      STRING '   ASSOID  NAME                           HIRED'    02490000
025000             '     SERVICE   BUSINESS'                            02500000
025100             '                           PRIOR PERIOD'            02510000
025200         DELIMITED BY SIZE INTO RPT-REC                           02520000
025300      END-STRING.                                                 02530000
025400      WRITE RPT-REC.                                              02540000
025500      EXIT.                                                       02550000
025600 3000-PRCS-RECS.                                                  02560000
025700      READ KSDS-FILE.                                             02570000
025800      EVALUATE TRUE                                               02580000
025900         WHEN MA-READ-OK                                          02590000
026000            ADD 1 TO IP-CNTR                                      02600000
026100            PERFORM 3100-CHECK-ASSOC THRU 3100-CHECK-EXIT         02610001
026200         WHEN MA-EOF                                              02620000
026300            CONTINUE                                              02630000
026400         WHEN OTHER                                               02640000
026500            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02650000
026600            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       02660000
026700            MOVE MA-STATUS TO ERR-FILE-STATUS                     02670000
026800            PERFORM 9000-ERR-PARA                                 02680000
026900      END-EVALUATE.                                               02690000
027000      EXIT.                                                       02700000
027100 3100-CHECK-ASSOC.                                                02710000
027200      IF MASTATUS = 'T'                                           02720000
027300         ADD 1 TO TERM-CNTR                                       02730000
027400         GO TO 3100-CHECK-EXIT                                    02740000
027500      END-IF.                                                     02750000
027600      IF MAHIREDT NOT NUMERIC                                     02760000
027700         ADD 1 TO NOHIRE-CNTR                                     02770000
027800         GO TO 3100-CHECK-EXIT                                    02780000
027900      END-IF.                                                     02790000
028000      MOVE MAHIREDT TO WS-HIRE-DATE.                              02800000
028100      IF WS-HIRE-MM NOT = WS-RPT-MM                               02810000
028200         OR WS-HIRE-YYYY NOT < WS-RPT-YYYY                        02820000
028300         GO TO 3100-CHECK-EXIT                                    02830000
028400      END-IF.                                                     02840000
028500      COMPUTE WS-YEARS = WS-RPT-YYYY - WS-HIRE-YYYY.              02850000
028600      DIVIDE WS-YEARS BY 5 GIVING WS-MS-IDX REMAINDER WS-MS-REM.  02860000
028700      IF WS-MS-REM NOT = 0 OR WS-MS-IDX > 5                       02870000
028800         GO TO 3100-CHECK-EXIT                                    02880000
028900      END-IF.                                                     02890000
029000      ADD 1 TO MS-CNTR.                                           02900000
029100      ADD 1 TO WS-MS-TOT(WS-MS-IDX).                              02910000
029200      PERFORM 3200-GET-BUSINESS.                                  02920000
029300      PERFORM 3300-GET-PRIOR THRU 3300-GET-PRIOR-EXIT.            02930001
029400      PERFORM 3400-WRITE-DETAIL.                                  02940000
029500      PERFORM 3500-COUNT-BUS.                                     02950000
029600 3100-CHECK-EXIT.                                                 02960000
029700      EXIT.                                                       02970000
029800 3200-GET-BUSINESS.                                               02980000
029900      MOVE '---' TO WS-BUS-KEY.                                   02990000
030000      MOVE MAASSOID TO LK-ASSOID.                                 03000000
030100      READ LINK-FILE.                                             03010000
030200      EVALUATE TRUE                                               03020000
030300         WHEN LK-READ-OK                                          03030000
030400            IF LK-LINK-STATUS NOT = 'X'                           03040000
030500               MOVE LK-BUS-KEY TO WS-BUS-KEY                      03050000
030600            END-IF                                                03060000
030700         WHEN LK-KEYNF                                            03070000
030800            CONTINUE                                              03080000
030900         WHEN OTHER                                               03090000
031000            MOVE '3200-GET-BUSINESS' TO ERR-PARA                  03100000
031100            MOVE 'LINK-FILE' TO ERR-FILE-ID                       03110000
031200            MOVE LK-STATUS TO ERR-FILE-STATUS                     03120000
031300            PERFORM 9000-ERR-PARA                                 03130000
031400      END-EVALUATE.                                               03140000
031500      IF WS-BUS-KEY = '---'                                       03150000
031600         ADD 1 TO NOLINK-CNTR                                     03160000
031700      END-IF.                                                     03170000
031800      EXIT.                                                       03180000
031900*  THE LAST REHIRE ENTRY FOR THE KEY CARRIES THE PERIOD BEFORE    03190000
032000*  THE BREAK - OLD VALUE 'T <TERM DATE> <PRIOR HIRE DATE>'.       03200000
032100 3300-GET-PRIOR.                                                  03210000
032200      MOVE SPACES TO WS-PRIOR-PERIOD.                             03220000
032300      IF NOT HIST-AVAILABLE                                       03230000
032400         GO TO 3300-GET-PRIOR-EXIT                                03240000
032500      END-IF.                                                     03250000
032600      MOVE 'MJ24KSDS' TO AH-FILE-ID.                              03260000
032700      MOVE MAASSOID TO AH-REC-KEY.                                03270000
032800      MOVE ZEROS TO AH-CHG-DATE AH-CHG-TIME AH-CHG-SEQ.           03280000
032900      START HIST-FILE KEY NOT < AH-AUDH-KEY.                      03290000
033000      IF NOT AH-START-OK                                          03300000
033100         GO TO 3300-GET-PRIOR-EXIT                                03310000
033200      END-IF.                                                     03320000
033300      MOVE 'N' TO WS-SCAN-SW.                                     03330000
033400      PERFORM 3310-READ-HIST UNTIL SCAN-DONE.                     03340000
033500 3300-GET-PRIOR-EXIT.                                             03350000
033600      EXIT.                                                       03360000
033700 3310-READ-HIST.                                                  03370000
033800      READ HIST-FILE NEXT.                                        03380000
033900      IF NOT AH-READ-OK                                           03390000
034000         OR AH-FILE-ID NOT = 'MJ24KSDS'                           03400000
034100         OR AH-REC-KEY NOT = MAASSOID                             03410000
034200         MOVE 'Y' TO WS-SCAN-SW                                   03420000
034300      ELSE                                                        03430000
034400         IF AH-FIELD-ID = 'REHIRE'                                03440000
034500            MOVE AH-OLD-VALUE(3:8) TO WS-PRIOR-TERM               03450000
034600            MOVE AH-OLD-VALUE(12:8) TO WS-PRIOR-HIRE              03460000
034700         END-IF                                                   03470000
034800      END-IF.                                                     03480000
034900      EXIT.                                                       03490000
035000 3400-WRITE-DETAIL.                                               03500000
035100      MOVE MAASSOID TO DTL-ASSOID.                                03510000
035200      MOVE MANAME TO DTL-NAME.                                    03520000
035300      MOVE MAHIREDT TO DTL-HIRE.                                  03530000
035400      MOVE WS-YEARS TO DTL-YEARS.                                 03540000
035500      MOVE WS-BUS-KEY TO DTL-BUS.                                 03550000
035600      MOVE SPACES TO DTL-BNAME DTL-PRIOR.                         03560000
035700      IF WS-BUS-KEY = '---'                                       03570000
035800         MOVE '** NO EMPLOYER LINK **' TO DTL-BNAME               03580000
035900      ELSE                                                        03590000
036000         MOVE WS-BUS-KEY TO BU-BUS-KEY                            03600000
036100         READ BUSKSDS                                             03610000
036200         IF BU-READ-OK                                            03620000
036300            MOVE BU-BUS-NAME TO DTL-BNAME                         03630000
036400         ELSE                                                     03640000
036500            MOVE '** NAME UNAVAILABLE **' TO DTL-BNAME            03650000
036600         END-IF                                                   03660000
036700      END-IF.                                                     03670000
036800      IF WS-PRIOR-TERM NOT = SPACES                               03680000
036900         ADD 1 TO REHIRE-CNTR                                     03690000
037000         IF WS-PRIOR-HIRE = SPACES                                03700000
037100            MOVE 'UNKNOWN ' TO WS-PRIOR-HIRE                      03710000
037200         END-IF                                                   03720000
037300         STRING 'REHIRED - PRIOR ' WS-PRIOR-HIRE                  03730000
037400                ' TO ' WS-PRIOR-TERM                              03740000
037500            DELIMITED BY SIZE INTO DTL-PRIOR                      03750000
037600         END-STRING                                               03760000
037700      END-IF.                                                     03770000
037800      MOVE WS-DETAIL-LINE TO RPT-REC.                             03780000
037900      WRITE RPT-REC.                                              03790000
038000      EXIT.                                                       03800000
038100 3500-COUNT-BUS.                                                  03810000
038200      MOVE 0 TO WS-BC-FND.                                        03820000
038300      PERFORM 3510-SCAN-BUS                                       03830000
038400             VARYING WS-BC-IDX FROM 1 BY 1                        03840000
038500             UNTIL WS-BC-IDX > BC-CNT.                            03850000
038600      IF WS-BC-FND = 0                                            03860000
038700         IF BC-CNT < 200                                          03870000
038800            ADD 1 TO BC-CNT                                       03880000
038900            MOVE BC-CNT TO WS-BC-FND                              03890000
039000            MOVE WS-BUS-KEY TO WS-BC-KEY(BC-CNT)                  03900000
039100            MOVE ZEROS TO WS-BC-MS(BC-CNT 1) WS-BC-MS(BC-CNT 2)   03910000
039200               WS-BC-MS(BC-CNT 3) WS-BC-MS(BC-CNT 4)              03920000
039300               WS-BC-MS(BC-CNT 5) WS-BC-TOT(BC-CNT)               03930000
039400         ELSE                                                     03940000
039500            DISPLAY 'BUSINESS TABLE FULL - ' WS-BUS-KEY           03950000
039600               ' NOT COUNTED'                                     03960000
039700         END-IF                                                   03970000
039800      END-IF.                                                     03980000
039900      IF WS-BC-FND > 0                                            03990000
040000         ADD 1 TO WS-BC-MS(WS-BC-FND WS-MS-IDX)                   04000000
040100         ADD 1 TO WS-BC-TOT(WS-BC-FND)                            04010000
040200      END-IF.                                                     04020000
040300      EXIT.                                                       04030000
040400 3510-SCAN-BUS.                                                   04040000
040500      IF WS-BC-KEY(WS-BC-IDX) = WS-BUS-KEY                        04050000
040600         MOVE WS-BC-IDX TO WS-BC-FND                              04060000
040700      END-IF.                                                     04070000
040800      EXIT.                                                       04080000
040900 4000-WRITE-BUS-COUNTS.                                           04090000
041000      MOVE SPACES TO RPT-REC.                                     04100000
041100      WRITE RPT-REC.                                              04110000
041200      MOVE SPACES TO RPT-REC.                                     04120000
041300      STRING 'ANNIVERSARIES BY BUSINESS :'                        04130000
041400             '                  5 YR 10 YR 15 YR 20 YR 25 YR'     04140000
041500             '  TOTAL'                                            04150000
041600         DELIMITED BY SIZE INTO RPT-REC                           04160000
041700      END-STRING.                                                 04170000
041800      WRITE RPT-REC.                                              04180000
041900      PERFORM 4100-BUS-LINE                                       04190000
042000             VARYING WS-BC-IDX FROM 1 BY 1                        04200000
042100             UNTIL WS-BC-IDX > BC-CNT.                            04210000
042200      MOVE SPACES TO WS-BUS-LINE.                                 04220000
042300      MOVE 'ALL BUSINESSES' TO BL-BNAME.                          04230000
042400      MOVE WS-MS-TOT(1) TO BL-MS(1).                              04240000
042500      MOVE WS-MS-TOT(2) TO BL-MS(2).                              04250000
042600      MOVE WS-MS-TOT(3) TO BL-MS(3).                              04260000
042700      MOVE WS-MS-TOT(4) TO BL-MS(4).                              04270000
042800      MOVE WS-MS-TOT(5) TO BL-MS(5).                              04280000
042900      MOVE MS-CNTR TO BL-TOT.                                     04290000
043000      MOVE WS-BUS-LINE TO RPT-REC.                                04300000
043100      WRITE RPT-REC.                                              04310000
043200      EXIT.                                                       04320000
043300 4100-BUS-LINE.                                                   04330000
043400      MOVE SPACES TO WS-BUS-LINE.                                 04340000
043500      MOVE WS-BC-KEY(WS-BC-IDX) TO BL-BUS.                        04350000
043600      IF WS-BC-KEY(WS-BC-IDX) = '---'                             04360000
043700         MOVE '** NO EMPLOYER LINK **' TO BL-BNAME                04370000
043800      ELSE                                                        04380000
043900         MOVE WS-BC-KEY(WS-BC-IDX) TO BU-BUS-KEY                  04390000
044000         READ BUSKSDS                                             04400000
044100         IF BU-READ-OK                                            04410000
044200            MOVE BU-BUS-NAME TO BL-BNAME                          04420000
044300         ELSE                                                     04430000
044400            MOVE '** NAME UNAVAILABLE **' TO BL-BNAME             04440000
044500         END-IF                                                   04450000
044600      END-IF.                                                     04460000
044700      MOVE WS-BC-MS(WS-BC-IDX 1) TO BL-MS(1).                     04470000
044800      MOVE WS-BC-MS(WS-BC-IDX 2) TO BL-MS(2).                     04480000
044900      MOVE WS-BC-MS(WS-BC-IDX 3) TO BL-MS(3).                     04490000
045000      MOVE WS-BC-MS(WS-BC-IDX 4) TO BL-MS(4).                     04500000
045100      MOVE WS-BC-MS(WS-BC-IDX 5) TO BL-MS(5).                     04510000
045200      MOVE WS-BC-TOT(WS-BC-IDX) TO BL-TOT.                        04520000
045300      MOVE WS-BUS-LINE TO RPT-REC.                                04530000
045400      WRITE RPT-REC.                                              04540000
045500      EXIT.                                                       04550000
045600 5000-CLOSE-PARA.                                                 04560000
045700      MOVE SPACES TO RPT-REC.                                     04570000
045800      WRITE RPT-REC.                                              04580000
045900      MOVE SPACES TO RPT-REC.                                     04590000
046000      STRING 'MASTER READ=' IP-CNTR                               04600000
046100             ' TERMINATED=' TERM-CNTR                             04610000
046200             ' NO HIRE DATE=' NOHIRE-CNTR                         04620000
046300             ' ANNIVERSARIES=' MS-CNTR                            04630000
046400             ' REHIRED=' REHIRE-CNTR                              04640000
046500             ' NO LINK=' NOLINK-CNTR                              04650000
046600         DELIMITED BY SIZE INTO RPT-REC                           04660000
046700      END-STRING.                                                 04670000
046800      WRITE RPT-REC.                                              04680000
046900      CLOSE KSDS-FILE LINK-FILE BUSKSDS RPTFILE.                  04690000
047000      IF HIST-AVAILABLE                                           04700000
047100         CLOSE HIST-FILE                                          04710000
047200      END-IF.                                                     04720000
047300      DISPLAY 'MASTER RECORDS READ : ' IP-CNTR.                   04730000
047400      DISPLAY 'ANNIVERSARIES       : ' MS-CNTR.                   04740000
047500      DISPLAY 'NO HIRE DATE        : ' NOHIRE-CNTR.               04750000
047600      IF NOHIRE-CNTR > 0                                          04760000
047700         MOVE 4 TO RETURN-CODE                                    04770000
047800      END-IF.                                                     04780000
047900      PERFORM 5200-WRITE-RUNSTAT THRU 5200-WRITE-RUNSTAT-EXIT.    04790001
048000      EXIT.                                                       04800000
048100 5200-WRITE-RUNSTAT.                                              04810000
048200      OPEN EXTEND STATFILE.                                       04820000
048300      IF NOT RS-OPEN-OK                                           04830000
048400         DISPLAY 'ERR OPENING STATFILE ' RS-STATUS                04840000
048500         GO TO 5200-WRITE-RUNSTAT-EXIT                            04850000
048600      END-IF.                                                     04860000
048700      MOVE SPACES TO RS-RUNSTAT-REC.                              04870000
048800      MOVE 'SVCANNIV' TO RS-PGM-NAME.                             04880000
048900      ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.                      04890000
049000      ACCEPT RS-RUN-TIME FROM TIME.                               04900000
049100      MOVE IP-CNTR TO RS-READ-CNT.                                04910000
049200      MOVE MS-CNTR TO RS-WRITE-CNT.                               04920000
049300      MOVE NOHIRE-CNTR TO RS-REJ-CNT.                             04930000
049400      MOVE RETURN-CODE TO RS-RETURN-CD.                           04940000
049500      WRITE RS-RUNSTAT-REC.                                       04950000
049600      IF NOT RS-WRITE-OK                                          04960000
049700         DISPLAY 'ERR WRITING STATFILE ' RS-STATUS                04970000
049800      END-IF.                                                     04980000
049900      CLOSE STATFILE.                                             04990000
050000 5200-WRITE-RUNSTAT-EXIT.                                         05000000
050100      EXIT.                                                       05010000
050200 9000-ERR-PARA.                                                   05020000
050300      DISPLAY WS-ERR-DESC.                                        05030000
050400      MOVE 30 TO RETURN-CODE.                                     05040000
050500      STOP RUN.                                                   05050000
