000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. BUSMERGE.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : MERGER TRANSACTION FILE (DDIP) - COL 1 'M',       00040000
000500*               ABSORBED BUS-KEY (2-4), ACQUIRING BUS-KEY (5-7),  00050000
000600*               EFFECTIVE DATE (8-15, BLANK = TODAY)              00060000
000700* OUTPUT FILE : EMPLOYER LINK KSDS (DDLNKKS, I-O), LINK HISTORY   00070000
000800*               KSDS (DDLNKHKS, I-O), BUSINESS MASTER KSDS        00080000
000900*               (DDBUSKSD, I-O), AUDIT LOG (DDAUDIT), MERGER      00090000
001000*               CERTIFICATE (DDCERT), RUN STATISTICS (DDRSTAT)    00100000
001100* PRG DESC    : BUSINESS MERGER / ACQUISITION.  ONE TRANSACTION   00110000
001200*               RE-LINKS EVERY ACTIVE EMPLOYER LINK ON THE        00120000
001300*               ABSORBED BUSINESS TO THE ACQUIRING BUSINESS,      00130000
001400*               WITH AN AUDIT ENTRY AND A LINK HISTORY ROW PER    00140000
001500*               ASSOCIATE, THEN CLOSES THE ABSORBED BUSINESS      00150000
001600*               (STATUS I) ON THE BUSINESS MASTER.  THE MERGER    00160000
001700*               CERTIFICATE SHOWS BOTH HEADCOUNTS BEFORE AND      00170000
001800*               AFTER; THE ABSORBED HEADCOUNT MUST GO TO ZERO     00180000
001900*               AND THE ACQUIRER MUST GAIN EXACTLY THAT MANY.     00190000
002000*               A MERGER THAT DOES NOT BALANCE LEAVES THE         00200000
002100*               ABSORBED BUSINESS OPEN AND ENDS THE RUN RC 8.     00210000
002200*               A REJECTED TRANSACTION IS RC 4.                   00220000
002300* AUTHOR      : GIRIDHAR                                          00230000
002400* CREATED ON  : 15 OCT 2026                                       00240000
002500***************************************************************** 00250000
002600 ENVIRONMENT DIVISION.                                            00260000
002700 INPUT-OUTPUT SECTION.                                            00270000
002800 FILE-CONTROL.                                                    00280000
002900      SELECT IP-FILE ASSIGN TO DDIP                               00290000
003000      ORGANIZATION IS SEQUENTIAL                                  00300000
003100      ACCESS MODE IS SEQUENTIAL                                   00310000
003200      FILE STATUS IP-STATUS.                                      00320000
003300*                                                                 00330000
003400      SELECT LINK-FILE ASSIGN TO DDLNKKS                          00340000
003500      ORGANIZATION IS INDEXED                                     00350000
003600      ACCESS MODE IS DYNAMIC                                      00360000
003700      RECORD KEY IS LK-ASSOID                                     00370000
003800      FILE STATUS LK-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT HIST-FILE ASSIGN TO DDLNKHKS                         00400000
004100      ORGANIZATION IS INDEXED                                     00410000
004200      ACCESS MODE IS RANDOM                                       00420000
004300      RECORD KEY IS LH-HIST-KEY                                   00430000
004400      FILE STATUS LH-STATUS.                                      00440000
004500*                                                                 00450000
004600      SELECT BUSKSDS ASSIGN TO DDBUSKSD                           00460000
004700      ORGANIZATION IS INDEXED                                     00470000
004800      ACCESS MODE IS RANDOM                                       00480000
004900      RECORD KEY IS BU-BUS-KEY                                    00490000
005000      FILE STATUS BU-STATUS.                                      00500000
005100*                                                                 00510000
005200      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00520000
005300      ORGANIZATION IS SEQUENTIAL                                  00530000
005400      ACCESS MODE IS SEQUENTIAL                                   00540000
005500      FILE STATUS AU-STATUS.                                      00550000
005600*                                                                 00560000
005700      SELECT CERTFILE ASSIGN TO DDCERT                            00570000
005800      ORGANIZATION IS SEQUENTIAL                                  00580000
005900      ACCESS MODE IS SEQUENTIAL                                   00590000
006000      FILE STATUS CT-STATUS.                                      00600000
006100*                                                                 00610000
006200      SELECT STATFILE ASSIGN TO DDRSTAT                           00620000
006300      ORGANIZATION IS SEQUENTIAL                                  00630000
006400      ACCESS MODE IS SEQUENTIAL                                   00640000
006500      FILE STATUS RS-STATUS.                                      00650000
006600*                                                                 00660000
006700 DATA DIVISION.                                                   00670000
006800 FILE SECTION.                                                    00680000
006900 FD IP-FILE RECORDING MODE F.                                     00690000
007000 01 IP-REC PIC X(80).                                             00700000
007100 FD LINK-FILE.                                                    00710000
007200 COPY LINKREC REPLACING ==:LNK:== BY ==LK==.                      00720000
007300 FD HIST-FILE.                                                    00730000
007400 COPY LNKHREC REPLACING ==:LKH:== BY ==LH==.                      00740000
007500 FD BUSKSDS.                                                      00750000
007600 COPY BUSREC REPLACING ==:BUS:== BY ==BU==.                       00760000
007700 FD AUDIT-FILE RECORDING MODE IS F.                               00770000
007800 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00780000
007900 FD CERTFILE RECORDING MODE F.                                    00790000
008000 01 CERT-REC PIC X(80).                                           00800000
008100 FD STATFILE RECORDING MODE F.                                    00810000
008200 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00820000
008300 WORKING-STORAGE SECTION.                                         00830000
008400 01 WS-FILE-STATUSES.                                             00840000
008500    05 IP-STATUS PIC XX.                                          00850000
008600    88 IP-OPEN-OK VALUE '00'.                                     00860000
008700    88 IP-READ-OK VALUE '00'.                                     00870000
008800    88 IP-EOF     VALUE '10'.                                     00880000
008900    05 LK-STATUS PIC XX.                                          00890000
009000    88 LK-OPEN-OK    VALUE '00'.                                  00900000
009100    88 LK-START-OK   VALUE '00'.                                  00910000
009200    88 LK-READ-OK    VALUE '00'.                                  00920000
009300    88 LK-REWRITE-OK VALUE '00'.                                  00930000
009400    05 LH-STATUS PIC XX.                                          00940000
009500    88 LH-OPEN-OK    VALUE '00'.                                  00950000
009600    88 LH-READ-OK    VALUE '00'.                                  00960000
009700    88 LH-WRITE-OK   VALUE '00'.                                  00970000
009800    88 LH-REWRITE-OK VALUE '00'.                                  00980000
009900    88 LH-KEYNF      VALUE '23'.                                  00990000
010000    88 LH-DUPKEY     VALUE '22'.                                  01000000
010100    05 BU-STATUS PIC XX.                                          01010000
010200    88 BU-OPEN-OK    VALUE '00'.                                  01020000
010300    88 BU-READ-OK    VALUE '00'.                                  01030000
010400    88 BU-REWRITE-OK VALUE '00'.                                  01040000
010500    88 BU-KEYNF      VALUE '23'.                                  01050000
010600    05 AU-STATUS PIC XX.                                          01060000
010700    88 AU-OPEN-OK  VALUE '00'.                                    01070000
010800    88 AU-WRITE-OK VALUE '00'.                                    01080000
010900    05 CT-STATUS PIC XX.                                          01090000
011000    88 CT-OPEN-OK VALUE '00'.                                     01100000
011100    05 RS-STATUS PIC XX.                                          01110000
011200    88 RS-OPEN-OK  VALUE '00'.                                    01120000
011300    88 RS-WRITE-OK VALUE '00'.                                    01130000
011400 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01140000
011500 01 WS-TRAN-REC.                                                  01150000
011600    05 WS-OP PIC X(1).                                            01160000
011700    88 OP-MERGE VALUE 'M'.                                        01170000
011800    05 WS-ABS-KEY    PIC X(3).                                    01180000
011900    05 WS-ACQ-KEY    PIC X(3).                                    01190000
012000    05 WS-EFF-DATE   PIC X(8).                                    01200000
012100    05 WS-EFF-DATE-N REDEFINES WS-EFF-DATE PIC 9(8).              01210000
012200 01 WS-EDIT-FLDS.                                                 01220000
012300    05 WS-EDIT-SW PIC X VALUE 'N'.                                01230000
012400    88 TXN-EDIT-OK VALUE 'Y'.                                     01240000
012500    05 WS-EDIT-REASON PIC X(24).                                  01250000
012600 01 WS-BUS-FLDS.                                                  01260000
012700    05 WS-ABS-NAME   PIC X(30).                                   01270000
012800    05 WS-ACQ-NAME   PIC X(30).                                   01280000
012900    05 WS-ABS-STATUS PIC X(1).                                    01290000
013000*  HEADCOUNTS ARE ACTIVE LINKS ON THE BUSINESS AT THE TIME OF THE 01300000
013100*  SCAN.  BEFORE + BEFORE MUST EQUAL AFTER ON THE ACQUIRER.       01310000
013200 01 WS-MERGE-CNTS.                                                01320000
013300    05 WS-ABS-BEFORE PIC 9(6).                                    01330000
013400    05 WS-ACQ-BEFORE PIC 9(6).                                    01340000
013500    05 WS-ABS-AFTER  PIC 9(6).                                    01350000
013600    05 WS-ACQ-AFTER  PIC 9(6).                                    01360000
013700    05 WS-MOVED      PIC 9(6).                                    01370000
013800    05 WS-MOVE-FAIL  PIC 9(6).                                    01380000
013900    05 WS-EXPECT     PIC 9(6).                                    01390000
014000    05 WS-ABS-CNT    PIC 9(6).                                    01400000
014100    05 WS-ACQ-CNT    PIC 9(6).                                    01410000
014200 01 WS-SCAN-SW PIC X VALUE 'N'.                                   01420000
014300    88 LINK-SCAN-DONE VALUE 'Y'.                                  01430000
014400 01 WS-SCAN-MODE PIC X VALUE 'C'.                                 01440000
014500    88 SCAN-COUNT VALUE 'C'.                                      01450000
014600    88 SCAN-MOVE  VALUE 'M'.                                      01460000
014700 01 WS-BAL-SW PIC X VALUE 'N'.                                    01470000
014800    88 MERGE-BALANCED VALUE 'Y'.                                  01480000
014900 01 WS-HIST-DATE PIC 9(8).                                        01490000
015000 01 WS-CNT-ED PIC ZZZ,ZZ9.                                        01500000
015100 01 WS-CNTRS.                                                     01510000
015200    05 IP-CNTR     PIC 9(6) VALUE ZEROS.                          01520000
015300    05 MERGE-CNTR  PIC 9(6) VALUE ZEROS.                          01530000
015400    05 RELINK-CNTR PIC 9(6) VALUE ZEROS.                          01540000
015500    05 UNBAL-CNTR  PIC 9(6) VALUE ZEROS.                          01550000
015600    05 REJ-CNTR    PIC 9(6) VALUE ZEROS.                          01560000
015700 01 WS-ERR-DESC.                                                  01570000
015800    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01580000
015900    05  ERR-PARA             PIC X(30).                           01590000
016000    05  FILLER               PIC XX VALUE SPACES.                 01600000
016100    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01610000
016200    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01620000
016300    05  ERR-FILE-STATUS      PIC XX.                              01630000
016400 PROCEDURE DIVISION.                                              01640000
016500 0000-MAIN-PARA.                                                  01650000
016600      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01660000
016700      PERFORM 1000-OPEN-FILES.                                    01670000
016800      PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                        01680000
016900      PERFORM 4000-CLOSE-PARA.                                    01690000
017000      STOP RUN.                                                   01700000
017100 0000-MAIN-PARA-EXIT.                                             01710000
017200      EXIT.                                                       01720000
017300 1000-OPEN-FILES.                                                 01730000
017400      OPEN INPUT IP-FILE.                                         01740000
017500      IF NOT IP-OPEN-OK                                           01750000
017600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01760000
017700         MOVE 'IP-FILE' TO ERR-FILE-ID                            01770000
017800         MOVE IP-STATUS TO ERR-FILE-STATUS                        01780000
017900         PERFORM 9000-ERR-PARA                                    01790000
018000      END-IF.                                                     01800000
018100      OPEN I-O LINK-FILE.                                         01810000
018200      IF NOT LK-OPEN-OK                                           01820000
018300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01830000
018400         MOVE 'LINK-FILE' TO ERR-FILE-ID                          01840000
018500         MOVE LK-STATUS TO ERR-FILE-STATUS                        01850000
018600         PERFORM 9000-ERR-PARA                                    01860000
018700      END-IF.                                                     01870000
018800      OPEN I-O HIST-FILE.                                         01880000
018900      IF NOT LH-OPEN-OK                                           01890000
019000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01900000
019100         MOVE 'HIST-FILE' TO ERR-FILE-ID                          01910000
019200         MOVE LH-STATUS TO ERR-FILE-STATUS                        01920000
019300         PERFORM 9000-ERR-PARA                                    01930000
019400      END-IF.                                                     01940000
019500      OPEN I-O BUSKSDS.                                           01950000
019600      IF NOT BU-OPEN-OK                                           01960000
019700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01970000
019800         MOVE 'BUSKSDS' TO ERR-FILE-ID                            01980000
019900         MOVE BU-STATUS TO ERR-FILE-STATUS                        01990000
020000         PERFORM 9000-ERR-PARA                                    02000000
020100      END-IF.                                                     02010000
020200      OPEN EXTEND AUDIT-FILE.                                     02020000
020300      IF NOT AU-OPEN-OK                                           02030000
020400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02040000
020500         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         02050000
020600         MOVE AU-STATUS TO ERR-FILE-STATUS                        02060000
020700         PERFORM 9000-ERR-PARA                                    02070000
020800      END-IF.                                                     02080000
020810      CALL 'AUDSEAL' USING BY CONTENT 'H' 'BUSMERGE'              02081003
020820                           BY REFERENCE AU-AUDIT-REC.             02082003
020830      WRITE AU-AUDIT-REC.                                         02083003
020900      OPEN OUTPUT CERTFILE.                                       02090000
021000      IF NOT CT-OPEN-OK                                           02100000
021100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02110000
021200         MOVE 'CERTFILE' TO ERR-FILE-ID                           02120000
021300         MOVE CT-STATUS TO ERR-FILE-STATUS                        02130000
021400         PERFORM 9000-ERR-PARA                                    02140000
021500      END-IF.                                                     02150000
021600      DISPLAY 'ALL FILES OPENED'.                                 02160000
021700      EXIT.                                                       02170000
021800 3000-PRCS-RECS.                                                  02180000
021900      READ IP-FILE.                                               02190000
022000      EVALUATE TRUE                                               02200000
022100         WHEN IP-READ-OK                                          02210000
022200            ADD 1 TO IP-CNTR                                      02220000
022300            MOVE IP-REC(1:1) TO WS-OP                             02230000
022400            MOVE IP-REC(2:3) TO WS-ABS-KEY                        02240000
022500            MOVE IP-REC(5:3) TO WS-ACQ-KEY                        02250000
022600            MOVE IP-REC(8:8) TO WS-EFF-DATE                       02260000
022700            IF WS-EFF-DATE = SPACES                               02270000
022800               MOVE WS-TODAY TO WS-EFF-DATE-N                     02280000
022900            END-IF                                                02290000
023000            PERFORM 3010-EDIT-TXN THRU 3010-EDIT-EXIT             02300001
023100            IF TXN-EDIT-OK                                        02310000
023200               PERFORM 3100-MERGE-BUS                             02320000
023300            ELSE                                                  02330000
023400               PERFORM 3020-EDIT-REJECT                           02340000
023500            END-IF                                                02350000
023600         WHEN IP-EOF                                              02360000
023700            CONTINUE                                              02370000
023800         WHEN OTHER                                               02380000
023900            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02390000
024000            MOVE 'IP-FILE' TO ERR-FILE-ID                         02400000
024100            MOVE IP-STATUS TO ERR-FILE-STATUS                     02410000
024200            PERFORM 9000-ERR-PARA                                 02420000
024300      END-EVALUATE.                                               02430000
024400      EXIT.                                                       02440000
024500 3010-EDIT-TXN.                                                   02450000
024600      MOVE 'Y' TO WS-EDIT-SW.                                     02460000
024700      MOVE SPACES TO WS-EDIT-REASON.                              02470000
024800      IF NOT OP-MERGE                                             02480000
024900         MOVE 'N' TO WS-EDIT-SW                                   02490000
025000         MOVE 'INVALID OPERATION' TO WS-EDIT-REASON               02500000
025100         GO TO 3010-EDIT-EXIT                                     02510000
025200      END-IF.                                                     02520000
025300      IF WS-EFF-DATE NOT NUMERIC OR WS-EFF-DATE-N > WS-TODAY      02530000
025400         MOVE 'N' TO WS-EDIT-SW                                   02540000
025500         MOVE 'EFF DATE INVALID' TO WS-EDIT-REASON                02550000
025600         GO TO 3010-EDIT-EXIT                                     02560000
025700      END-IF.                                                     02570000
025800      IF WS-ABS-KEY = WS-ACQ-KEY                                  02580000
025900         MOVE 'N' TO WS-EDIT-SW                                   02590000
026000         MOVE 'SAME BUSINESS TWICE' TO WS-EDIT-REASON             02600000
026100         GO TO 3010-EDIT-EXIT                                     02610000
026200      END-IF.                                                     02620000
026300      MOVE WS-ABS-KEY TO BU-BUS-KEY.                              02630000
026400      READ BUSKSDS.                                               02640000
026500      EVALUATE TRUE                                               02650000
026600         WHEN BU-READ-OK                                          02660000
026700            IF BU-BUS-STATUS = 'I'                                02670000
026800               MOVE 'N' TO WS-EDIT-SW                             02680000
026900               MOVE 'ABSORBED ALREADY CLOSED' TO WS-EDIT-REASON   02690000
027000               GO TO 3010-EDIT-EXIT                               02700000
027100            END-IF                                                02710000
027200            MOVE BU-BUS-NAME TO WS-ABS-NAME                       02720000
027300            MOVE BU-BUS-STATUS TO WS-ABS-STATUS                   02730000
027400         WHEN BU-KEYNF                                            02740000
027500            MOVE 'N' TO WS-EDIT-SW                                02750000
027600            MOVE 'ABSORBED NOT FOUND' TO WS-EDIT-REASON           02760000
027700            GO TO 3010-EDIT-EXIT                                  02770000
027800         WHEN OTHER                                               02780000
027900            MOVE '3010-EDIT-TXN' TO ERR-PARA                      02790000
028000            MOVE 'BUSKSDS' TO ERR-FILE-ID                         02800000
028100            MOVE BU-STATUS TO ERR-FILE-STATUS                     02810000
028200            PERFORM 9000-ERR-PARA                                 02820000
028300      END-EVALUATE.                                               02830000
028400      MOVE WS-ACQ-KEY TO BU-BUS-KEY.                              02840000
028500      READ BUSKSDS.                                               02850000
028600      EVALUATE TRUE                                               02860000
028700         WHEN BU-READ-OK                                          02870000
028800            IF BU-BUS-STATUS = 'I' OR BU-BUS-STATUS = 'D'         02880000
028900               MOVE 'N' TO WS-EDIT-SW                             02890000
029000               MOVE 'ACQUIRER NOT ACTIVE' TO WS-EDIT-REASON       02900000
029100            END-IF                                                02910000
029200            MOVE BU-BUS-NAME TO WS-ACQ-NAME                       02920000
029300         WHEN BU-KEYNF                                            02930000
029400            MOVE 'N' TO WS-EDIT-SW                                02940000
029500            MOVE 'ACQUIRER NOT FOUND' TO WS-EDIT-REASON           02950000
029600         WHEN OTHER                                               02960000
029700            MOVE '3010-EDIT-TXN' TO ERR-PARA                      02970000
029800            MOVE 'BUSKSDS' TO ERR-FILE-ID                         02980000
029900            MOVE BU-STATUS TO ERR-FILE-STATUS                     02990000
030000            PERFORM 9000-ERR-PARA                                 03000000
030100      END-EVALUATE.                                               03010000
030200 3010-EDIT-EXIT.                                                  03020000
030300      EXIT.                                                       03030000
030400 3020-EDIT-REJECT.                                                03040000
030500      ADD 1 TO REJ-CNTR.                                          03050000
030600      DISPLAY 'REJECTED ' WS-ABS-KEY ' INTO ' WS-ACQ-KEY          03060000
030700         ' - ' WS-EDIT-REASON.                                    03070000
030800      MOVE SPACES TO CERT-REC.                                    03080000
030900      STRING 'REJECTED MERGER: ' WS-ABS-KEY ' INTO ' WS-ACQ-KEY   03090000
031000             ' - ' WS-EDIT-REASON                                 03100000
031100         DELIMITED BY SIZE INTO CERT-REC                          03110000
031200      END-STRING.                                                 03120000
031300      WRITE CERT-REC.                                             03130000
031400      MOVE SPACES TO CERT-REC.                                    03140000
031500      WRITE CERT-REC.                                             03150000
031600      EXIT.                                                       03160000
031700*  COUNT, MOVE, COUNT AGAIN.  THE ABSORBED BUSINESS IS ONLY       03170000
031800*  CLOSED WHEN THE AFTER COUNTS PROVE EVERY LINK ARRIVED.         03180000
031900 3100-MERGE-BUS.                                                  03190000
032000      ADD 1 TO MERGE-CNTR.                                        03200000
032100      MOVE ZEROS TO WS-MERGE-CNTS.                                03210000
032200      MOVE 'C' TO WS-SCAN-MODE.                                   03220000
032300      PERFORM 3200-SCAN-LINKS.                                    03230000
032400      MOVE WS-ABS-CNT TO WS-ABS-BEFORE.                           03240000
032500      MOVE WS-ACQ-CNT TO WS-ACQ-BEFORE.                           03250000
032600      MOVE 'M' TO WS-SCAN-MODE.                                   03260000
032700      PERFORM 3200-SCAN-LINKS.                                    03270000
032800      MOVE 'C' TO WS-SCAN-MODE.                                   03280000
032900      PERFORM 3200-SCAN-LINKS.                                    03290000
033000      MOVE WS-ABS-CNT TO WS-ABS-AFTER.                            03300000
033100      MOVE WS-ACQ-CNT TO WS-ACQ-AFTER.                            03310000
033200      COMPUTE WS-EXPECT = WS-ACQ-BEFORE + WS-ABS-BEFORE.          03320000
033300      IF WS-ABS-AFTER = ZEROS AND WS-ACQ-AFTER = WS-EXPECT        03330000
033400         AND WS-MOVED = WS-ABS-BEFORE                             03340000
033500         MOVE 'Y' TO WS-BAL-SW                                    03350000
033600         PERFORM 3500-CLOSE-ABSORBED                              03360000
033700      ELSE                                                        03370000
033800         MOVE 'N' TO WS-BAL-SW                                    03380000
033900         ADD 1 TO UNBAL-CNTR                                      03390000
034000         DISPLAY 'MERGER ' WS-ABS-KEY ' INTO ' WS-ACQ-KEY         03400000
034100            ' OUT OF BALANCE - ABSORBED BUSINESS LEFT OPEN'       03410000
034200      END-IF.                                                     03420000
034300      PERFORM 3600-PRINT-CERT.                                    03430000
034400      EXIT.                                                       03440000
034500 3200-SCAN-LINKS.                                                 03450000
034600      MOVE ZEROS TO WS-ABS-CNT WS-ACQ-CNT.                        03460000
034700      MOVE 'N' TO WS-SCAN-SW.                                     03470000
034800      MOVE LOW-VALUES TO LK-ASSOID.                               03480000
034900      START LINK-FILE KEY NOT LESS THAN LK-ASSOID.                03490000
035000      IF LK-START-OK                                              03500000
035100         PERFORM 3210-READ-LINK                                   03510001
035110            THRU 3210-READ-LINK-EXIT UNTIL LINK-SCAN-DONE         03511001
035200      END-IF.                                                     03520000
035300      EXIT.                                                       03530000
035400 3210-READ-LINK.                                                  03540000
035500      READ LINK-FILE NEXT.                                        03550000
035600      IF NOT LK-READ-OK                                           03560000
035700         MOVE 'Y' TO WS-SCAN-SW                                   03570000
035800         GO TO 3210-READ-LINK-EXIT                                03580000
035900      END-IF.                                                     03590000
036000      IF LK-LINK-STATUS = 'X'                                     03600000
036100         GO TO 3210-READ-LINK-EXIT                                03610000
036200      END-IF.                                                     03620000
036300      EVALUATE TRUE                                               03630000
036400         WHEN LK-BUS-KEY = WS-ABS-KEY                             03640000
036500            ADD 1 TO WS-ABS-CNT                                   03650000
036600            IF SCAN-MOVE                                          03660000
036700               PERFORM 3300-RELINK THRU 3300-RELINK-EXIT          03670001
036800            END-IF                                                03680000
036900         WHEN LK-BUS-KEY = WS-ACQ-KEY                             03690000
037000            ADD 1 TO WS-ACQ-CNT                                   03700000
037100      END-EVALUATE.                                               03710000
037200 3210-READ-LINK-EXIT.                                             03720000
037300      EXIT.                                                       03730000
037400 3300-RELINK.                                                     03740000
037500      PERFORM 3410-HIST-OPENING THRU 3410-HIST-OPENING-EXIT.      03750001
037600      MOVE WS-EFF-DATE-N TO WS-HIST-DATE.                         03760000
037700      IF LK-LINK-DATE > WS-HIST-DATE                              03770000
037800         MOVE LK-LINK-DATE TO WS-HIST-DATE                        03780000
037900      END-IF.                                                     03790000
038000      MOVE WS-ACQ-KEY TO LK-BUS-KEY.                              03800000
038100      MOVE WS-HIST-DATE TO LK-LINK-DATE.                          03810000
038200      REWRITE LK-LINK-REC.                                        03820000
038300      IF NOT LK-REWRITE-OK                                        03830000
038400         ADD 1 TO WS-MOVE-FAIL                                    03840000
038500         DISPLAY 'KEY : ' LK-ASSOID                               03850000
038600            ' NOT RE-LINKED, STATUS = ' LK-STATUS                 03860000
038700         GO TO 3300-RELINK-EXIT                                   03870000
038800      END-IF.                                                     03880000
038900      ADD 1 TO WS-MOVED.                                          03890000
039000      ADD 1 TO RELINK-CNTR.                                       03900000
039100      MOVE SPACES TO AU-AUDIT-REC.                                03910000
039200      MOVE 'LINKKSDS' TO AU-FILE-ID.                              03920000
039300      MOVE LK-ASSOID TO AU-REC-KEY.                               03930000
039400      MOVE 'U' TO AU-ACTION.                                      03940000
039500      MOVE 'BUS-KEY   ' TO AU-FIELD-ID.                           03950000
039600      MOVE WS-ABS-KEY TO AU-OLD-VALUE.                            03960000
039700      MOVE WS-ACQ-KEY TO AU-NEW-VALUE.                            03970000
039800      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      03980000
039900      ACCEPT AU-CHG-TIME FROM TIME.                               03990000
039910      CALL 'OPERSUB' USING AU-OPER-ID.                            03991002
039920      CALL 'AUDSEAL' USING BY CONTENT 'D' 'BUSMERGE'              03992003
039930                           BY REFERENCE AU-AUDIT-REC.             03993003
040000      WRITE AU-AUDIT-REC.                                         04000000
040100      IF NOT AU-WRITE-OK                                          04010000
040200         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       04020000
040300      END-IF.                                                     04030000
040400      PERFORM 3400-HIST-WRITE THRU 3400-HIST-WRITE-EXIT.          04040001
040500 3300-RELINK-EXIT.                                                04050000
040600      EXIT.                                                       04060000
040700*  SAME RULES AS EMPLMNT - ONE ROW PER ASSOCIATE PER DAY, A       04070000
040800*  SAME-DAY LINK STAYS A LINK.                                    04080000
040900 3400-HIST-WRITE.                                                 04090000
041000      MOVE SPACES TO LH-HIST-REC.                                 04100000
041100      MOVE LK-ASSOID TO LH-ASSOID.                                04110000
041200      MOVE WS-HIST-DATE TO LH-EFF-DATE.                           04120000
041300      MOVE WS-ABS-KEY TO LH-FROM-BUS-KEY.                         04130000
041400      MOVE WS-ACQ-KEY TO LH-TO-BUS-KEY.                           04140000
041500      MOVE 'U' TO LH-ACTION.                                      04150000
041600      MOVE WS-TODAY TO LH-CHG-DATE.                               04160000
041700      WRITE LH-HIST-REC.                                          04170000
041800      IF LH-WRITE-OK                                              04180000
041900         GO TO 3400-HIST-WRITE-EXIT                               04190000
042000      END-IF.                                                     04200000
042100      IF NOT LH-DUPKEY                                            04210000
042200         DISPLAY 'KEY : ' LK-ASSOID                               04220000
042300            ' HISTORY NOT WRITTEN, STATUS = ' LH-STATUS           04230000
042400         GO TO 3400-HIST-WRITE-EXIT                               04240000
042500      END-IF.                                                     04250000
042600      READ HIST-FILE.                                             04260000
042700      IF LH-READ-OK                                               04270000
042800         MOVE WS-ACQ-KEY TO LH-TO-BUS-KEY                         04280000
042900         IF LH-ACTION NOT = 'A'                                   04290000
043000            MOVE 'U' TO LH-ACTION                                 04300000
043100         END-IF                                                   04310000
043200         MOVE WS-TODAY TO LH-CHG-DATE                             04320000
043300         REWRITE LH-HIST-REC                                      04330000
043400      END-IF.                                                     04340000
043500      IF NOT LH-READ-OK AND NOT LH-REWRITE-OK                     04350000
043600         DISPLAY 'KEY : ' LK-ASSOID                               04360000
043700            ' HISTORY NOT REPLACED, STATUS = ' LH-STATUS          04370000
043800      END-IF.                                                     04380000
043900 3400-HIST-WRITE-EXIT.                                            04390000
044000      EXIT.                                                       04400000
044100 3410-HIST-OPENING.                                               04410000
044200      MOVE LK-ASSOID TO LH-ASSOID.                                04420000
044300      MOVE LK-LINK-DATE TO LH-EFF-DATE.                           04430000
044400      READ HIST-FILE.                                             04440000
044500      IF NOT LH-KEYNF                                             04450000
044600         GO TO 3410-HIST-OPENING-EXIT                             04460000
044700      END-IF.                                                     04470000
044800      MOVE SPACES TO LH-HIST-REC.                                 04480000
044900      MOVE LK-ASSOID TO LH-ASSOID.                                04490000
045000      MOVE LK-LINK-DATE TO LH-EFF-DATE.                           04500000
045100      MOVE SPACES TO LH-FROM-BUS-KEY.                             04510000
045200      MOVE LK-BUS-KEY TO LH-TO-BUS-KEY.                           04520000
045300      MOVE 'A' TO LH-ACTION.                                      04530000
045400      MOVE WS-TODAY TO LH-CHG-DATE.                               04540000
045500      WRITE LH-HIST-REC.                                          04550000
045600      IF NOT LH-WRITE-OK                                          04560000
045700         DISPLAY 'KEY : ' LK-ASSOID                               04570000
045800            ' OPENING HISTORY NOT WRITTEN ' LH-STATUS             04580000
045900      END-IF.                                                     04590000
046000 3410-HIST-OPENING-EXIT.                                          04600000
046100      EXIT.                                                       04610000
046200 3500-CLOSE-ABSORBED.                                             04620000
046300      MOVE WS-ABS-KEY TO BU-BUS-KEY.                              04630000
046400      READ BUSKSDS.                                               04640000
046500      IF NOT BU-READ-OK                                           04650000
046600         MOVE '3500-CLOSE-ABSORBED' TO ERR-PARA                   04660000
046700         MOVE 'BUSKSDS' TO ERR-FILE-ID                            04670000
046800         MOVE BU-STATUS TO ERR-FILE-STATUS                        04680000
046900         PERFORM 9000-ERR-PARA                                    04690000
047000      END-IF.                                                     04700000
047100      MOVE SPACES TO AU-AUDIT-REC.                                04710000
047200      MOVE 'BUSKSDS ' TO AU-FILE-ID.                              04720000
047300      MOVE BU-BUS-KEY TO AU-REC-KEY.                              04730000
047400      MOVE 'U' TO AU-ACTION.                                      04740000
047500      MOVE 'BSTATUS' TO AU-FIELD-ID.                              04750000
047600      MOVE BU-BUS-STATUS TO AU-OLD-VALUE.                         04760000
047700      MOVE 'I' TO BU-BUS-STATUS.                                  04770000
047800      STRING 'I MERGED INTO ' WS-ACQ-KEY ' ON ' WS-EFF-DATE       04780000
047900         DELIMITED BY SIZE INTO AU-NEW-VALUE                      04790000
048000      END-STRING.                                                 04800000
048100      REWRITE BU-BUSINESS-REC.                                    04810000
048200      IF NOT BU-REWRITE-OK                                        04820000
048300         MOVE '3500-CLOSE-ABSORBED' TO ERR-PARA                   04830000
048400         MOVE 'BUSKSDS' TO ERR-FILE-ID                            04840000
048500         MOVE BU-STATUS TO ERR-FILE-STATUS                        04850000
048600         PERFORM 9000-ERR-PARA                                    04860000
048700      END-IF.                                                     04870000
048800      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      04880000
048900      ACCEPT AU-CHG-TIME FROM TIME.                               04890000
048910      CALL 'OPERSUB' USING AU-OPER-ID.                            04891002
048920      CALL 'AUDSEAL' USING BY CONTENT 'D' 'BUSMERGE'              04892003
048930                           BY REFERENCE AU-AUDIT-REC.             04893003
049000      WRITE AU-AUDIT-REC.                                         04900000
049100      IF NOT AU-WRITE-OK                                          04910000
049200         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       04920000
049300      END-IF.                                                     04930000
049400      EXIT.                                                       04940000
049500 3600-PRINT-CERT.                                                 04950000
049600      MOVE ALL '=' TO CERT-REC.                                   04960000
049700      WRITE CERT-REC.                                             04970000
049800      MOVE SPACES TO CERT-REC.                                    04980000
049900      STRING 'MERGER CERTIFICATE          EFFECTIVE ' WS-EFF-DATE 04990000
050000             '   RUN ' WS-TODAY                                   05000000
050100         DELIMITED BY SIZE INTO CERT-REC                          05010000
050200      END-STRING.                                                 05020000
050300      WRITE CERT-REC.                                             05030000
050400      MOVE ALL '=' TO CERT-REC.                                   05040000
050500      WRITE CERT-REC.                                             05050000
050600      MOVE SPACES TO CERT-REC.                                    05060000
050700      STRING 'ABSORBED  : ' WS-ABS-KEY ' ' WS-ABS-NAME            05070000
050800         DELIMITED BY SIZE INTO CERT-REC                          05080000
050900      END-STRING.                                                 05090000
051000      WRITE CERT-REC.                                             05100000
051100      MOVE SPACES TO CERT-REC.                                    05110000
051200      STRING 'ACQUIRING : ' WS-ACQ-KEY ' ' WS-ACQ-NAME            05120000
051300         DELIMITED BY SIZE INTO CERT-REC                          05130000
051400      END-STRING.                                                 05140000
051500      WRITE CERT-REC.                                             05150000
051600      MOVE SPACES TO CERT-REC.                                    05160000
051700      WRITE CERT-REC.                                             05170000
051800      MOVE SPACES TO CERT-REC.                                    05180000
051900      MOVE 'BEFORE     AFTER' TO CERT-REC(26:16).                 05190000
052000      WRITE CERT-REC.                                             05200000
052100      MOVE SPACES TO CERT-REC.                                    05210000
052200      MOVE 'ABSORBED HEADCOUNT   :' TO CERT-REC.                  05220000
052300      MOVE WS-ABS-BEFORE TO WS-CNT-ED.                            05230000
052400      MOVE WS-CNT-ED TO CERT-REC(26:7).                           05240000
052500      MOVE WS-ABS-AFTER TO WS-CNT-ED.                             05250000
052600      MOVE WS-CNT-ED TO CERT-REC(36:7).                           05260000
052700      WRITE CERT-REC.                                             05270000
052800      MOVE SPACES TO CERT-REC.                                    05280000
052900      MOVE 'ACQUIRING HEADCOUNT  :' TO CERT-REC.                  05290000
053000      MOVE WS-ACQ-BEFORE TO WS-CNT-ED.                            05300000
053100      MOVE WS-CNT-ED TO CERT-REC(26:7).                           05310000
053200      MOVE WS-ACQ-AFTER TO WS-CNT-ED.                             05320000
053300      MOVE WS-CNT-ED TO CERT-REC(36:7).                           05330000
053400      WRITE CERT-REC.                                             05340000
053500      MOVE SPACES TO CERT-REC.                                    05350000
053600      MOVE 'COMBINED HEADCOUNT   :' TO CERT-REC.                  05360000
053700      MOVE WS-EXPECT TO WS-CNT-ED.                                05370000
053800      MOVE WS-CNT-ED TO CERT-REC(26:7).                           05380000
053900      COMPUTE WS-EXPECT = WS-ABS-AFTER + WS-ACQ-AFTER.            05390000
054000      MOVE WS-EXPECT TO WS-CNT-ED.                                05400000
054100      MOVE WS-CNT-ED TO CERT-REC(36:7).                           05410000
054200      WRITE CERT-REC.                                             05420000
054300      MOVE SPACES TO CERT-REC.                                    05430000
054400      MOVE 'LINKS MOVED          :' TO CERT-REC.                  05440000
054500      MOVE WS-MOVED TO WS-CNT-ED.                                 05450000
054600      MOVE WS-CNT-ED TO CERT-REC(36:7).                           05460000
054700      WRITE CERT-REC.                                             05470000
054800      MOVE SPACES TO CERT-REC.                                    05480000
054900      MOVE 'LINKS NOT MOVED      :' TO CERT-REC.                  05490000
055000      MOVE WS-MOVE-FAIL TO WS-CNT-ED.                             05500000
055100      MOVE WS-CNT-ED TO CERT-REC(36:7).                           05510000
055200      WRITE CERT-REC.                                             05520000
055300      MOVE SPACES TO CERT-REC.                                    05530000
055400      WRITE CERT-REC.                                             05540000
055500      IF MERGE-BALANCED                                           05550000
055600         MOVE 'HEADCOUNTS BALANCE - ABSORBED BUSINESS CLOSED'     05560000
055700            TO CERT-REC                                           05570000
055800      ELSE                                                        05580000
055900         MOVE '*** OUT OF BALANCE - ABSORBED BUSINESS LEFT OPEN'  05590000
056000            TO CERT-REC                                           05600000
056100      END-IF.                                                     05610000
056200      WRITE CERT-REC.                                             05620000
056300      MOVE SPACES TO CERT-REC.                                    05630000
056400      WRITE CERT-REC.                                             05640000
056500      EXIT.                                                       05650000
056600 4000-CLOSE-PARA.                                                 05660000
056700      MOVE SPACES TO CERT-REC.                                    05670000
056800      STRING 'TXNS READ=' IP-CNTR                                 05680000
056900             ' MERGERS=' MERGE-CNTR                               05690000
057000             ' LINKS MOVED=' RELINK-CNTR                          05700000
057100             ' UNBALANCED=' UNBAL-CNTR                            05710000
057200             ' REJECTED=' REJ-CNTR                                05720000
057300         DELIMITED BY SIZE INTO CERT-REC                          05730000
057400      END-STRING.                                                 05740000
057500      WRITE CERT-REC.                                             05750000
057510      CALL 'AUDSEAL' USING BY CONTENT 'T' 'BUSMERGE'              05751003
057520                           BY REFERENCE AU-AUDIT-REC.             05752003
057530      WRITE AU-AUDIT-REC.                                         05753003
057600      CLOSE IP-FILE LINK-FILE HIST-FILE BUSKSDS AUDIT-FILE        05760000
057700            CERTFILE.                                             05770000
057800      DISPLAY 'TXNS READ         : ' IP-CNTR.                     05780000
057900      DISPLAY 'MERGERS PROCESSED : ' MERGE-CNTR.                  05790000
058000      DISPLAY 'LINKS MOVED       : ' RELINK-CNTR.                 05800000
058100      DISPLAY 'OUT OF BALANCE    : ' UNBAL-CNTR.                  05810000
058200      DISPLAY 'TXNS REJECTED     : ' REJ-CNTR.                    05820000
058300      IF REJ-CNTR > 0                                             05830000
058400         MOVE 4 TO RETURN-CODE                                    05840000
058500      END-IF.                                                     05850000
058600      IF UNBAL-CNTR > 0                                           05860000
058700         MOVE 8 TO RETURN-CODE                                    05870000
058800      END-IF.                                                     05880000
058900      PERFORM 4200-WRITE-RUNSTAT.                                 05890000
059000      EXIT.                                                       05900000
059100 4200-WRITE-RUNSTAT.                                              05910000
059200      OPEN EXTEND STATFILE.                                       05920000
059300      EVALUATE TRUE                                               05930000
059400         WHEN RS-OPEN-OK                                          05940000
059500            MOVE SPACES TO RS-RUNSTAT-REC                         05950000
059600            MOVE 'BUSMERGE' TO RS-PGM-NAME                        05960000
059700            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 05970000
059800            ACCEPT RS-RUN-TIME FROM TIME                          05980000
059900            MOVE IP-CNTR TO RS-READ-CNT                           05990000
060000            MOVE RELINK-CNTR TO RS-WRITE-CNT                      06000000
060100            COMPUTE RS-REJ-CNT = REJ-CNTR + UNBAL-CNTR            06010000
060200            MOVE RETURN-CODE TO RS-RETURN-CD                      06020000
060300            WRITE RS-RUNSTAT-REC                                  06030000
060400            IF NOT RS-WRITE-OK                                    06040000
060500               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   06050000
060600            END-IF                                                06060000
060700            CLOSE STATFILE                                        06070000
060800         WHEN OTHER                                               06080000
060900            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       06090000
061000      END-EVALUATE.                                               06100000
061100      EXIT.                                                       06110000
061200 9000-ERR-PARA.                                                   06120000
061300      DISPLAY WS-ERR-DESC.                                        06130000
061400      MOVE 30 TO RETURN-CODE.                                     06140000
061500      STOP RUN.                                                   06150000
