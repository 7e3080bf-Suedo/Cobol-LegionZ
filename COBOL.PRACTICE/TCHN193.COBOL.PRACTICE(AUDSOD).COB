000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. AUDSOD.                                              00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : THE WEEK'S AUDIT LOGS IN THE SHARED AUDITREC      00040000
000500*               SHAPE (DDAUDIN - CONCATENATED IN THE JCL),        00050000
000600*               MJ24MAINT OPERATOR AUTHORIZATION FILE (DDAUTH)    00060000
000700*               FOR EACH OPERATOR'S OWN ASSOID                    00070000
000800* OUTPUT FILE : SEGREGATION-OF-DUTIES EXCEPTION REPORT (DDRPT),   00080000
000900*               RUN STATISTICS (DDRSTAT)                          00090000
001000* PRG DESC    : WEEKLY SEGREGATION-OF-DUTIES REVIEW OF THE        00100000
001100*               OPERATOR STAMPED ON EVERY AUDIT ENTRY.  THE LOGS  00110000
001200*               ARE SORTED BY FILE, KEY, FIELD, DATE AND TIME     00120000
001300*               AND FOUR PATTERNS ARE LISTED -                    00130000
001400*               OWN RECORD  - AN OPERATOR CHANGED THEIR OWN       00140000
001500*                             ASSOCIATE, DEPENDENT, LINK OR       00150000
001600*                             REPORTING-LINE RECORD               00160000
001700*               REVERSAL    - ON THE SAME DAY ONE OPERATOR PUT    00170000
001800*                             BACK A FIELD ANOTHER HAD CHANGED    00180000
001900*               OFF HOURS   - A CHANGE AT A WEEKEND OR OUTSIDE    00190000
002000*                             08:00-18:00                         00200000
002100*               HIGH VOLUME - AN OPERATOR'S CHANGES FOR THE       00210000
002200*                             WEEK EXCEED THE LIMIT FROM THE      00220000
002300*                             CONSOLE (BLANK = 200)               00230000
002400*               ENTRIES STAMPED 'BATCH   ' COME FROM SCHEDULED    00240000
002500*               JOBS AND ARE NOT HELD TO THE HOURS OR VOLUME      00250000
002600*               TESTS.  RC 4 WHEN ANY EXCEPTION IS LISTED.        00260000
002700* AUTHOR      : GIRIDHAR                                          00270000
002800* CREATED ON  : 15 OCT 2026                                       00280000
002900***************************************************************** 00290000
003000 ENVIRONMENT DIVISION.                                            00300000
003100 INPUT-OUTPUT SECTION.                                            00310000
003200 FILE-CONTROL.                                                    00320000
003300      SELECT AUDFILE ASSIGN TO DDAUDIN                            00330000
003400      ORGANIZATION IS SEQUENTIAL                                  00340000
003500      ACCESS MODE IS SEQUENTIAL                                   00350000
003600      FILE STATUS AU-STATUS.                                      00360000
003700*                                                                 00370000
003800      SELECT AUTH-FILE ASSIGN TO DDAUTH                           00380000
003900      ORGANIZATION IS SEQUENTIAL                                  00390000
004000      ACCESS MODE IS SEQUENTIAL                                   00400000
004100      FILE STATUS AT-STATUS.                                      00410000
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
005300      SELECT SORT-WORK ASSIGN TO DDSORT.                          00530000
005400*                                                                 00540000
005500 DATA DIVISION.                                                   00550000
005600 FILE SECTION.                                                    00560000
005700 FD AUDFILE RECORDING MODE IS F.                                  00570000
005800 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00580000
005900 FD AUTH-FILE RECORDING MODE IS F.                                00590000
006000 01 AUTH-REC.                                                     00600000
006100    05 AUTH-OPER        PIC X(8).                                 00610000
006200    05 FILLER           PIC X.                                    00620000
006300    05 AUTH-OPS         PIC X(5).                                 00630000
006400    05 FILLER           PIC X.                                    00640000
006500    05 AUTH-ASSOID      PIC X(7).                                 00650000
006600    05 FILLER           PIC X(58).                                00660000
006700 FD RPT-FILE RECORDING MODE IS F.                                 00670000
006800 01 RPT-REC PIC X(133).                                           00680000
006900 FD STATFILE RECORDING MODE IS F.                                 00690000
007000 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00700000
007100 SD SORT-WORK.                                                    00710000
007200 COPY AUDITREC REPLACING ==:AUD:== BY ==SRT==.                    00720000
007300 WORKING-STORAGE SECTION.                                         00730000
007400 01 WS-FILE-STATUSES.                                             00740000
007500    05 AU-STATUS PIC XX.                                          00750000
007600    88 AU-OPEN-OK VALUE '00'.                                     00760000
007700    88 AU-READ-OK VALUE '00'.                                     00770000
007800    88 AU-EOF     VALUE '10'.                                     00780000
007900    05 AT-STATUS PIC XX.                                          00790000
008000    88 AT-OPEN-OK VALUE '00'.                                     00800000
008100    88 AT-READ-OK VALUE '00'.                                     00810000
008200    88 AT-EOF     VALUE '10'.                                     00820000
008300    05 RP-STATUS PIC XX.                                          00830000
008400    88 RP-OPEN-OK VALUE '00'.                                     00840000
008500    05 RS-STATUS PIC XX.                                          00850000
008600    88 RS-OPEN-OK  VALUE '00'.                                    00860000
008700    88 RS-WRITE-OK VALUE '00'.                                    00870000
008800 01 WS-CNTRS.                                                     00880000
008900    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         00890000
009000    05 OWN-CNTR     PIC 9(6) VALUE ZEROS.                         00900000
009100    05 REVERSE-CNTR PIC 9(6) VALUE ZEROS.                         00910000
009200    05 OFFHRS-CNTR  PIC 9(6) VALUE ZEROS.                         00920000
009300    05 VOLUME-CNTR  PIC 9(6) VALUE ZEROS.                         00930000
009400    05 EXC-CNTR     PIC 9(6) VALUE ZEROS.                         00940000
009500 01 WS-SORT-STATUS PIC X VALUE 'N'.                               00950000
009600    88 SORT-EOF     VALUE 'Y'.                                    00960000
009700 01 WS-TODAY        PIC 9(8) VALUE ZEROS.                         00970000
009800 01 WS-VOL-LIMIT-IN PIC X(4).                                     00980000
009900 01 WS-VOL-LIMIT    PIC 9(4) VALUE ZEROS.                         00990000
010000 01 WS-BATCH-OPER   PIC X(8) VALUE 'BATCH   '.                    01000000
010100 01 WS-HOURS.                                                     01010000
010200    05 WS-DAY-START PIC 9(4) VALUE 0800.                          01020000
010300    05 WS-DAY-END   PIC 9(4) VALUE 1800.                          01030000
010400 01 WS-TIME-WORK.                                                 01040000
010500    05 WS-CHG-HHMM  PIC 9(4).                                     01050000
010600    05 WS-DAY-INT   PIC 9(7).                                     01060000
010700    05 WS-WEEKS     PIC 9(7).                                     01070000
010800    05 WS-WEEKDAY   PIC 9.                                        01080000
010900       88 WEEKEND-DAY VALUE 0 6.                                  01090000
011000 01 WS-FILEID-CHK PIC X(8).                                       01100000
011100    88 ASSOC-KEYED-FILE VALUE 'MJ24KSDS' 'MJ24EKSD' 'DEPNKSDS'    01110000
011200                              'LINKKSDS' 'RLKSDS  '.              01120000
011300 01 WS-OWNER-TABLE.                                               01130000
011400    05 WS-OWN-CNT   PIC 9(3) VALUE ZEROS.                         01140000
011500    05 WS-OWN-IDX   PIC 9(3) VALUE ZEROS.                         01150000
011600    05 WS-OWN-ENTRY OCCURS 100 TIMES.                             01160000
011700       10 WS-OWN-OPER    PIC X(8).                                01170000
011800       10 WS-OWN-ASSOID  PIC X(7).                                01180000
011900 01 WS-OPER-TABLE.                                                01190000
012000    05 WS-OPR-CNT   PIC 9(3) VALUE ZEROS.                         01200000
012100    05 WS-OPR-IDX   PIC 9(3) VALUE ZEROS.                         01210000
012200    05 WS-OPR-FOUND PIC 9(3) VALUE ZEROS.                         01220000
012300    05 WS-OPR-ENTRY OCCURS 200 TIMES.                             01230000
012400       10 WS-OPR-ID      PIC X(8).                                01240000
012500       10 WS-OPR-CHANGES PIC 9(6).                                01250000
012600 01 WS-GROUP-KEY.                                                 01260000
012700    05 WS-GRP-FILE-ID  PIC X(8)  VALUE SPACES.                    01270000
012800    05 WS-GRP-REC-KEY  PIC X(10) VALUE SPACES.                    01280000
012900    05 WS-GRP-FIELD-ID PIC X(10) VALUE SPACES.                    01290000
013000    05 WS-GRP-DATE     PIC 9(8)  VALUE ZEROS.                     01300000
013100 01 WS-GROUP-TABLE.                                               01310000
013200    05 WS-GRP-CNT   PIC 9(2) VALUE ZEROS.                         01320000
013300    05 WS-GRP-IDX   PIC 9(2) VALUE ZEROS.                         01330000
013400    05 WS-GRP-ENTRY OCCURS 50 TIMES.                              01340000
013500       10 WS-GRP-OPER     PIC X(8).                               01350000
013600       10 WS-GRP-TIME     PIC 9(8).                               01360000
013700       10 WS-GRP-OLD      PIC X(52).                              01370000
013800       10 WS-GRP-NEW      PIC X(52).                              01380000
013900 01 WS-REVERSE-SW PIC X VALUE 'N'.                                01390000
014000    88 REVERSAL-FOUND VALUE 'Y'.                                  01400000
014100 01 WS-EXC-LINE.                                                  01410000
014200    05 EXC-TYPE      PIC X(12).                                   01420000
014300    05 FILLER        PIC X VALUE SPACE.                           01430000
014400    05 EXC-OPER      PIC X(8).                                    01440000
014500    05 FILLER        PIC X VALUE SPACE.                           01450000
014600    05 EXC-FILE-ID   PIC X(8).                                    01460000
014700    05 FILLER        PIC X VALUE SPACE.                           01470000
014800    05 EXC-REC-KEY   PIC X(10).                                   01480000
014900    05 FILLER        PIC X VALUE SPACE.                           01490000
015000    05 EXC-FIELD-ID  PIC X(10).                                   01500000
015100    05 FILLER        PIC X VALUE SPACE.                           01510000
015200    05 EXC-DATE      PIC 9(8).                                    01520000
015300    05 FILLER        PIC X VALUE SPACE.                           01530000
015400    05 EXC-TIME      PIC 9(8).                                    01540000
015500    05 FILLER        PIC X VALUE SPACE.                           01550000
015600    05 EXC-DETAIL    PIC X(61).                                   01560000
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
016700      PERFORM 0500-GET-LIMIT.                                     01670000
016800      PERFORM 1000-OPEN-FILES.                                    01680000
016900      PERFORM 2000-LOAD-OWNERS.                                   01690000
017000      SORT SORT-WORK                                              01700000
017100           ON ASCENDING KEY SRT-FILE-ID                           01710000
017200           ON ASCENDING KEY SRT-REC-KEY                           01720000
017300           ON ASCENDING KEY SRT-FIELD-ID                          01730000
017400           ON ASCENDING KEY SRT-CHG-DATE                          01740000
017500           ON ASCENDING KEY SRT-CHG-TIME                          01750000
017600           INPUT PROCEDURE IS 3000-RELEASE-LOGS                   01760000
017700           OUTPUT PROCEDURE IS 3500-CHECK-ENTRIES.                01770000
017800      PERFORM 3900-CHECK-VOLUME                                   01780000
017900             VARYING WS-OPR-IDX FROM 1 BY 1                       01790000
018000             UNTIL WS-OPR-IDX > WS-OPR-CNT.                       01800000
018100      PERFORM 4000-CLOSE-PARA.                                    01810000
018200      STOP RUN.                                                   01820000
018300 0000-MAIN-PARA-EXIT.                                             01830000
018400      EXIT.                                                       01840000
018500 0500-GET-LIMIT.                                                  01850000
018600      DISPLAY 'WEEKLY CHANGE LIMIT PER OPERATOR (BLANK = 200) : '.01860000
018700      ACCEPT WS-VOL-LIMIT-IN.                                     01870000
018800      IF WS-VOL-LIMIT-IN NUMERIC                                  01880000
018900         MOVE WS-VOL-LIMIT-IN TO WS-VOL-LIMIT                     01890000
019000      ELSE                                                        01900000
019100         IF WS-VOL-LIMIT-IN NOT = SPACES                          01910000
019200            DISPLAY 'INVALID CHANGE LIMIT ' WS-VOL-LIMIT-IN       01920000
019300               ' - 200 ASSUMED'                                   01930000
019400         END-IF                                                   01940000
019500      END-IF.                                                     01950000
019600      IF WS-VOL-LIMIT = ZEROS                                     01960000
019700         MOVE 200 TO WS-VOL-LIMIT                                 01970000
019800      END-IF.                                                     01980000
019900      DISPLAY 'WEEKLY CHANGE LIMIT : ' WS-VOL-LIMIT.              01990000
020000      EXIT.                                                       02000000
020100 1000-OPEN-FILES.                                                 02010000
020200      OPEN INPUT AUDFILE.                                         02020000
020300      IF NOT AU-OPEN-OK                                           02030000
020400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02040000
020500         MOVE 'AUDFILE' TO ERR-FILE-ID                            02050000
020600         MOVE AU-STATUS TO ERR-FILE-STATUS                        02060000
020700         PERFORM 9000-ERR-PARA                                    02070000
020800      END-IF.                                                     02080000
020900      OPEN OUTPUT RPT-FILE.                                       02090000
021000      IF NOT RP-OPEN-OK                                           02100000
021100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02110000
021200         MOVE 'RPT-FILE' TO ERR-FILE-ID                           02120000
021300         MOVE RP-STATUS TO ERR-FILE-STATUS                        02130000
021400         PERFORM 9000-ERR-PARA                                    02140000
021500      END-IF.                                                     02150000
021600      MOVE SPACES TO RPT-REC.                                     02160000
021700      STRING 'SEGREGATION OF DUTIES EXCEPTIONS - RUN ' WS-TODAY   02170000
021800             '   WEEKLY CHANGE LIMIT ' WS-VOL-LIMIT               02180000
021900         DELIMITED BY SIZE INTO RPT-REC                           02190000
022000      END-STRING.                                                 02200000
022100      WRITE RPT-REC.                                              02210000
022200      MOVE SPACES TO RPT-REC.                                     02220000
022300      STRING 'EXCEPTION    OPERATOR FILE     KEY        '         02230000
022400             'FIELD      DATE     TIME     DETAIL'                02240000
022500         DELIMITED BY SIZE INTO RPT-REC                           02250000
022600      END-STRING.                                                 02260000
022700      WRITE RPT-REC.                                              02270000
022800      DISPLAY 'ALL FILES OPENED'.                                 02280000
022900      EXIT.                                                       02290000
023000*    THE AUTHORIZATION FILE TIES EACH OPERATOR TO THEIR OWN       02300000
023100*    ASSOID.  WITHOUT IT THE OWN-RECORD TEST CANNOT BE MADE,      02310000
023200*    BUT THE OTHER THREE STILL RUN.                               02320000
023300 2000-LOAD-OWNERS.                                                02330000
023400      OPEN INPUT AUTH-FILE.                                       02340000
023500      IF NOT AT-OPEN-OK                                           02350000
023600         DISPLAY 'AUTH FILE OPEN FAILED ' AT-STATUS               02360000
023700            ' - OWN-RECORD TEST SKIPPED'                          02370000
023800      ELSE                                                        02380000
023900         PERFORM 2100-READ-AUTH UNTIL AT-EOF                      02390000
024000         CLOSE AUTH-FILE                                          02400000
024100      END-IF.                                                     02410000
024200      DISPLAY 'OPERATOR ASSOIDS LOADED : ' WS-OWN-CNT.            02420000
024300      EXIT.                                                       02430000
024400 2100-READ-AUTH.                                                  02440000
024500      READ AUTH-FILE.                                             02450000
024600      EVALUATE TRUE                                               02460000
024700         WHEN AT-READ-OK                                          02470000
024800            IF AUTH-ASSOID NOT = SPACES                           02480000
024900               IF WS-OWN-CNT < 100                                02490000
025000                  ADD 1 TO WS-OWN-CNT                             02500000
025100                  MOVE AUTH-OPER TO WS-OWN-OPER(WS-OWN-CNT)       02510000
025200                  MOVE AUTH-ASSOID TO WS-OWN-ASSOID(WS-OWN-CNT)   02520000
025300               ELSE                                               02530000
025400                  DISPLAY 'OWNER TABLE FULL - ' AUTH-OPER         02540000
025500                     ' SKIPPED'                                   02550000
025600               END-IF                                             02560000
025700            END-IF                                                02570000
025800         WHEN AT-EOF                                              02580000
025900            CONTINUE                                              02590000
026000         WHEN OTHER                                               02600000
026100            MOVE '2100-READ-AUTH' TO ERR-PARA                     02610000
026200            MOVE 'AUTH-FILE' TO ERR-FILE-ID                       02620000
026300            MOVE AT-STATUS TO ERR-FILE-STATUS                     02630000
026400            PERFORM 9000-ERR-PARA                                 02640000
026500      END-EVALUATE.                                               02650000
026600      EXIT.                                                       02660000
026700 3000-RELEASE-LOGS.                                               02670000
026800      PERFORM 3100-READ-AUDIT UNTIL AU-EOF.                       02680000
026900      EXIT.                                                       02690000
027000 3100-READ-AUDIT.                                                 02700000
027100      READ AUDFILE.                                               02710000
027200      EVALUATE TRUE                                               02720000
027210         WHEN AU-READ-OK AND AU-CTL-REC                           02721001
027220            CONTINUE                                              02722001
027300         WHEN AU-READ-OK                                          02730000
027400            ADD 1 TO IP-CNTR                                      02740000
027500            IF AU-OPER-ID = SPACES OR LOW-VALUES                  02750000
027600               MOVE WS-BATCH-OPER TO AU-OPER-ID                   02760000
027700            END-IF                                                02770000
027800            MOVE AU-AUDIT-REC TO SRT-AUDIT-REC                    02780000
027900            RELEASE SRT-AUDIT-REC                                 02790000
028000         WHEN AU-EOF                                              02800000
028100            CONTINUE                                              02810000
028200         WHEN OTHER                                               02820000
028300            MOVE '3100-READ-AUDIT' TO ERR-PARA                    02830000
028400            MOVE 'AUDFILE' TO ERR-FILE-ID                         02840000
028500            MOVE AU-STATUS TO ERR-FILE-STATUS                     02850000
028600            PERFORM 9000-ERR-PARA                                 02860000
028700      END-EVALUATE.                                               02870000
028800      EXIT.                                                       02880000
028900 3500-CHECK-ENTRIES.                                              02890000
029000      PERFORM 3510-RETURN-ENTRY UNTIL SORT-EOF.                   02900000
029100      EXIT.                                                       02910000
029200 3510-RETURN-ENTRY.                                               02920000
029300      RETURN SORT-WORK                                            02930000
029400         AT END                                                   02940000
029500            MOVE 'Y' TO WS-SORT-STATUS                            02950000
029600         NOT AT END                                               02960000
029700            PERFORM 3520-COUNT-OPER                               02970000
029800            PERFORM 3600-CHECK-OWN                                02980000
029900            PERFORM 3700-CHECK-REVERSAL                           02990000
030000            PERFORM 3800-CHECK-HOURS THRU 3800-CHECK-HOURS-EXIT   03000000
030100      END-RETURN.                                                 03010000
030200      EXIT.                                                       03020000
030300 3520-COUNT-OPER.                                                 03030000
030400      MOVE ZEROS TO WS-OPR-FOUND.                                 03040000
030500      PERFORM 3530-FIND-OPER                                      03050000
030600             VARYING WS-OPR-IDX FROM 1 BY 1                       03060000
030700             UNTIL WS-OPR-IDX > WS-OPR-CNT                        03070000
030800                OR WS-OPR-FOUND > ZEROS.                          03080000
030900      IF WS-OPR-FOUND = ZEROS                                     03090000
031000         IF WS-OPR-CNT < 200                                      03100000
031100            ADD 1 TO WS-OPR-CNT                                   03110000
031200            MOVE WS-OPR-CNT TO WS-OPR-FOUND                       03120000
031300            MOVE SRT-OPER-ID TO WS-OPR-ID(WS-OPR-FOUND)           03130000
031400            MOVE ZEROS TO WS-OPR-CHANGES(WS-OPR-FOUND)            03140000
031500         ELSE                                                     03150000
031600            DISPLAY 'OPERATOR TABLE FULL - ' SRT-OPER-ID          03160000
031700               ' NOT COUNTED'                                     03170000
031800         END-IF                                                   03180000
031900      END-IF.                                                     03190000
032000      IF WS-OPR-FOUND > ZEROS                                     03200000
032100         ADD 1 TO WS-OPR-CHANGES(WS-OPR-FOUND)                    03210000
032200      END-IF.                                                     03220000
032300      EXIT.                                                       03230000
032400 3530-FIND-OPER.                                                  03240000
032500      IF WS-OPR-ID(WS-OPR-IDX) = SRT-OPER-ID                      03250000
032600         MOVE WS-OPR-IDX TO WS-OPR-FOUND                          03260000
032700      END-IF.                                                     03270000
032800      EXIT.                                                       03280000
032900 3600-CHECK-OWN.                                                  03290000
033000      MOVE SRT-FILE-ID TO WS-FILEID-CHK.                          03300000
033100      IF ASSOC-KEYED-FILE                                         03310000
033200         PERFORM 3610-SCAN-OWNERS                                 03320000
033300                VARYING WS-OWN-IDX FROM 1 BY 1                    03330000
033400                UNTIL WS-OWN-IDX > WS-OWN-CNT                     03340000
033500      END-IF.                                                     03350000
033600      EXIT.                                                       03360000
033700*    THE EXTENDED MASTER CARRIES THE 6-BYTE FORM OF THE ASSOID.   03370000
033800 3610-SCAN-OWNERS.                                                03380000
033900      IF WS-OWN-OPER(WS-OWN-IDX) = SRT-OPER-ID                    03390000
034000         IF (SRT-FILE-ID = 'MJ24EKSD' AND                         03400000
034100             SRT-REC-KEY(1:6) = WS-OWN-ASSOID(WS-OWN-IDX)(1:6))   03410000
034200            OR SRT-REC-KEY(1:7) = WS-OWN-ASSOID(WS-OWN-IDX)       03420000
034300            ADD 1 TO OWN-CNTR                                     03430000
034400            MOVE SPACES TO WS-EXC-LINE                            03440000
034500            MOVE 'OWN RECORD' TO EXC-TYPE                         03450000
034600            STRING 'OPERATOR IS ASSOCIATE '                       03460000
034700                   WS-OWN-ASSOID(WS-OWN-IDX)                      03470000
034800               DELIMITED BY SIZE INTO EXC-DETAIL                  03480000
034900            END-STRING                                            03490000
035000            PERFORM 3950-WRITE-EXCEPTION                          03500000
035100         END-IF                                                   03510000
035200      END-IF.                                                     03520000
035300      EXIT.                                                       03530000
035400*    ENTRIES FOR ONE FIELD OF ONE RECORD ON ONE DAY ARE HELD      03540000
035500*    TOGETHER.  AN ENTRY THAT PUTS BACK THE VALUE ANOTHER         03550000
035600*    OPERATOR REPLACED EARLIER THAT DAY IS A REVERSAL.            03560000
035700 3700-CHECK-REVERSAL.                                             03570000
035800      IF SRT-FILE-ID  NOT = WS-GRP-FILE-ID                        03580000
035900         OR SRT-REC-KEY  NOT = WS-GRP-REC-KEY                     03590000
036000         OR SRT-FIELD-ID NOT = WS-GRP-FIELD-ID                    03600000
036100         OR SRT-CHG-DATE NOT = WS-GRP-DATE                        03610000
036200         MOVE SRT-FILE-ID  TO WS-GRP-FILE-ID                      03620000
036300         MOVE SRT-REC-KEY  TO WS-GRP-REC-KEY                      03630000
036400         MOVE SRT-FIELD-ID TO WS-GRP-FIELD-ID                     03640000
036500         MOVE SRT-CHG-DATE TO WS-GRP-DATE                         03650000
036600         MOVE ZEROS TO WS-GRP-CNT                                 03660000
036700      END-IF.                                                     03670000
036800      MOVE 'N' TO WS-REVERSE-SW.                                  03680000
036900      PERFORM 3710-SCAN-GROUP                                     03690000
037000             VARYING WS-GRP-IDX FROM 1 BY 1                       03700000
037100             UNTIL WS-GRP-IDX > WS-GRP-CNT                        03710000
037200                OR REVERSAL-FOUND.                                03720000
037300      IF WS-GRP-CNT < 50                                          03730000
037400         ADD 1 TO WS-GRP-CNT                                      03740000
037500         MOVE SRT-OPER-ID   TO WS-GRP-OPER(WS-GRP-CNT)            03750000
037600         MOVE SRT-CHG-TIME  TO WS-GRP-TIME(WS-GRP-CNT)            03760000
037700         MOVE SRT-OLD-VALUE TO WS-GRP-OLD(WS-GRP-CNT)             03770000
037800         MOVE SRT-NEW-VALUE TO WS-GRP-NEW(WS-GRP-CNT)             03780000
037900      END-IF.                                                     03790000
038000      EXIT.                                                       03800000
038100 3710-SCAN-GROUP.                                                 03810000
038200      IF WS-GRP-OPER(WS-GRP-IDX) NOT = SRT-OPER-ID                03820000
038300         AND WS-GRP-NEW(WS-GRP-IDX) = SRT-OLD-VALUE               03830000
038400         AND WS-GRP-OLD(WS-GRP-IDX) = SRT-NEW-VALUE               03840000
038500         MOVE 'Y' TO WS-REVERSE-SW                                03850000
038600         ADD 1 TO REVERSE-CNTR                                    03860000
038700         MOVE SPACES TO WS-EXC-LINE                               03870000
038800         MOVE 'REVERSAL' TO EXC-TYPE                              03880000
038900         STRING 'UNDID ' WS-GRP-OPER(WS-GRP-IDX)                  03890000
039000                ' CHANGE AT ' WS-GRP-TIME(WS-GRP-IDX)             03900000
039100            DELIMITED BY SIZE INTO EXC-DETAIL                     03910000
039200         END-STRING                                               03920000
039300         PERFORM 3950-WRITE-EXCEPTION                             03930000
039400      END-IF.                                                     03940000
039500      EXIT.                                                       03950000
039600*    DAY NUMBER 1 OF INTEGER-OF-DATE IS MONDAY 01/01/1601, SO     03960000
039700*    THE REMAINDER BY 7 IS 6 ON SATURDAY AND 0 ON SUNDAY.         03970000
039800 3800-CHECK-HOURS.                                                03980000
039900      IF SRT-OPER-ID = WS-BATCH-OPER                              03990000
040000         OR SRT-CHG-DATE NOT NUMERIC                              04000000
040100         OR SRT-CHG-DATE < 16010101                               04010000
040200         GO TO 3800-CHECK-HOURS-EXIT                              04020000
040300      END-IF.                                                     04030000
040400      COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(SRT-CHG-DATE).04040000
040500      DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEKS                      04050000
040600             REMAINDER WS-WEEKDAY.                                04060000
040700      MOVE SRT-CHG-TIME(1:4) TO WS-CHG-HHMM.                      04070000
040800      IF WEEKEND-DAY                                              04080000
040900         OR WS-CHG-HHMM < WS-DAY-START                            04090000
041000         OR WS-CHG-HHMM NOT < WS-DAY-END                          04100000
041100         ADD 1 TO OFFHRS-CNTR                                     04110000
041200         MOVE SPACES TO WS-EXC-LINE                               04120000
041300         MOVE 'OFF HOURS' TO EXC-TYPE                             04130000
041400         IF WEEKEND-DAY                                           04140000
041500            MOVE 'CHANGE MADE AT A WEEKEND' TO EXC-DETAIL         04150000
041600         ELSE                                                     04160000
041700            MOVE 'CHANGE MADE OUTSIDE 08:00-18:00' TO EXC-DETAIL  04170000
041800         END-IF                                                   04180000
041900         PERFORM 3950-WRITE-EXCEPTION                             04190000
042000      END-IF.                                                     04200000
042100 3800-CHECK-HOURS-EXIT.                                           04210000
042200      EXIT.                                                       04220000
042300 3900-CHECK-VOLUME.                                               04230000
042400      IF WS-OPR-ID(WS-OPR-IDX) NOT = WS-BATCH-OPER                04240000
042500         AND WS-OPR-CHANGES(WS-OPR-IDX) > WS-VOL-LIMIT            04250000
042600         ADD 1 TO VOLUME-CNTR                                     04260000
042700         ADD 1 TO EXC-CNTR                                        04270000
042800         MOVE SPACES TO WS-EXC-LINE                               04280000
042900         MOVE 'HIGH VOLUME' TO EXC-TYPE                           04290000
043000         MOVE WS-OPR-ID(WS-OPR-IDX) TO EXC-OPER                   04300000
043100         MOVE ZEROS TO EXC-DATE EXC-TIME                          04310000
043200         STRING WS-OPR-CHANGES(WS-OPR-IDX)                        04320000
043300                ' CHANGES THIS WEEK - LIMIT ' WS-VOL-LIMIT        04330000
043400            DELIMITED BY SIZE INTO EXC-DETAIL                     04340000
043500         END-STRING                                               04350000
043600         WRITE RPT-REC FROM WS-EXC-LINE                           04360000
043700      END-IF.                                                     04370000
043800      EXIT.                                                       04380000
043900 3950-WRITE-EXCEPTION.                                            04390000
044000      ADD 1 TO EXC-CNTR.                                          04400000
044100      MOVE SRT-OPER-ID  TO EXC-OPER.                              04410000
044200      MOVE SRT-FILE-ID  TO EXC-FILE-ID.                           04420000
044300      MOVE SRT-REC-KEY  TO EXC-REC-KEY.                           04430000
044400      MOVE SRT-FIELD-ID TO EXC-FIELD-ID.                          04440000
044500      MOVE SRT-CHG-DATE TO EXC-DATE.                              04450000
044600      MOVE SRT-CHG-TIME TO EXC-TIME.                              04460000
044700      WRITE RPT-REC FROM WS-EXC-LINE.                             04470000
044800      EXIT.                                                       04480000
044900 4000-CLOSE-PARA.                                                 04490000
045000      MOVE SPACES TO RPT-REC.                                     04500000
045100      WRITE RPT-REC.                                              04510000
045200      MOVE SPACES TO RPT-REC.                                     04520000
045300      STRING 'AUDIT ENTRIES READ : ' IP-CNTR                      04530000
045400             '   OPERATORS : ' WS-OPR-CNT                         04540000
045500         DELIMITED BY SIZE INTO RPT-REC                           04550000
045600      END-STRING.                                                 04560000
045700      WRITE RPT-REC.                                              04570000
045800      MOVE SPACES TO RPT-REC.                                     04580000
045900      STRING 'OWN RECORD : ' OWN-CNTR                             04590000
046000             '   REVERSAL : ' REVERSE-CNTR                        04600000
046100             '   OFF HOURS : ' OFFHRS-CNTR                        04610000
046200             '   HIGH VOLUME : ' VOLUME-CNTR                      04620000
046300         DELIMITED BY SIZE INTO RPT-REC                           04630000
046400      END-STRING.                                                 04640000
046500      WRITE RPT-REC.                                              04650000
046600      CLOSE AUDFILE RPT-FILE.                                     04660000
046700      DISPLAY 'AUDIT ENTRIES READ  : ' IP-CNTR.                   04670000
046800      DISPLAY 'OWN-RECORD CHANGES  : ' OWN-CNTR.                  04680000
046900      DISPLAY 'SAME-DAY REVERSALS  : ' REVERSE-CNTR.              04690000
047000      DISPLAY 'OFF-HOURS CHANGES   : ' OFFHRS-CNTR.               04700000
047100      DISPLAY 'HIGH-VOLUME OPERS   : ' VOLUME-CNTR.               04710000
047200      IF EXC-CNTR > 0                                             04720000
047300         MOVE 4 TO RETURN-CODE                                    04730000
047400      END-IF.                                                     04740000
047500      PERFORM 4200-WRITE-RUNSTAT.                                 04750000
047600      EXIT.                                                       04760000
047700 4200-WRITE-RUNSTAT.                                              04770000
047800      OPEN EXTEND STATFILE.                                       04780000
047900      EVALUATE TRUE                                               04790000
048000         WHEN RS-OPEN-OK                                          04800000
048100            MOVE SPACES TO RS-RUNSTAT-REC                         04810000
048200            MOVE 'AUDSOD' TO RS-PGM-NAME                          04820000
048300            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 04830000
048400            ACCEPT RS-RUN-TIME FROM TIME                          04840000
048500            MOVE IP-CNTR TO RS-READ-CNT                           04850000
048600            MOVE EXC-CNTR TO RS-WRITE-CNT                         04860000
048700            MOVE ZEROS TO RS-REJ-CNT                              04870000
048800            MOVE RETURN-CODE TO RS-RETURN-CD                      04880000
048900            WRITE RS-RUNSTAT-REC                                  04890000
049000            IF NOT RS-WRITE-OK                                    04900000
049100               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04910000
049200            END-IF                                                04920000
049300            CLOSE STATFILE                                        04930000
049400         WHEN OTHER                                               04940000
049500            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04950000
049600      END-EVALUATE.                                               04960000
049700      EXIT.                                                       04970000
049800 9000-ERR-PARA.                                                   04980000
049900      DISPLAY WS-ERR-DESC.                                        04990000
050000      MOVE 30 TO RETURN-CODE.                                     05000000
050100      STOP RUN.                                                   05010000
