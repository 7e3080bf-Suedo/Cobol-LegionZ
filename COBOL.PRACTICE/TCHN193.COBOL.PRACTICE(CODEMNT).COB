000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CODEMNT.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : CODE-TABLE TRANSACTION FILE (DDIP)                00040000
000500* OUTPUT FILE : SHARED CODE-TABLE KSDS (DDCODEKS, I-O), AUDIT     00050000
000600*               LOG (DDAUDIT), RUN REPORT (DDRPT)                 00060000
000700* PRG DESC    : MAINTAINS THE SHARED CODE TABLE THAT CODESUB      00070000
000800*               LOOKS UP FOR EVERY PROGRAM'S VALID-VALUE LISTS.   00080000
000900*               CARD - COL 1 OPERATION, 2-9 TABLE-ID, 10-19       00090000
001000*               CODE, 20-49 DESCRIPTION, 50-57 EFFECTIVE DATE,    00100000
001100*               58-65 EXPIRY DATE.                                00110000
001200*               A = ADD A CODE (DESCRIPTION AND EFFECTIVE DATE    00120000
001300*                   REQUIRED, EXPIRY OPTIONAL).                   00130000
001400*               U = UPDATE - A NON-BLANK DESCRIPTION, A NUMERIC   00140000
001500*                   EFFECTIVE DATE OR A NUMERIC EXPIRY DATE       00150000
001600*                   REPLACES THE CURRENT ONE; EXPIRY ZEROS        00160000
001700*                   REOPENS THE CODE.  A RETIRED CODE IS MADE     00170000
001800*                   ACTIVE AGAIN.                                 00180000
001900*               X = RETIRE A CODE (EXPIRY DATE AS GIVEN OR        00190000
002000*                   TODAY, STATUS X).  CODES ARE NEVER DELETED    00200000
002100*                   SO HISTORY STILL RESOLVES.                    00210000
002200*               EVERY CHANGE WRITES AN AUDIT ENTRY IN THE         00220000
002300*               SHARED AUDITREC SHAPE - REC-KEY IS THE CODE,      00230000
002400*               FIELD-ID THE TABLE-ID, OLD / NEW VALUE THE        00240000
002500*               DESCRIPTION, DATES AND STATUS.                    00250000
002600* AUTHOR      : GIRIDHAR                                          00260000
002700* CREATED ON  : 15 OCT 2026                                       00270000
002800***************************************************************** 00280000
002900 ENVIRONMENT DIVISION.                                            00290000
003000 INPUT-OUTPUT SECTION.                                            00300000
003100 FILE-CONTROL.                                                    00310000
003200      SELECT IP-FILE ASSIGN TO DDIP                               00320000
003300      ORGANIZATION IS SEQUENTIAL                                  00330000
003400      ACCESS MODE IS SEQUENTIAL                                   00340000
003500      FILE STATUS IP-STATUS.                                      00350000
003600*                                                                 00360000
003700      SELECT CODEFILE ASSIGN TO DDCODEKS                          00370000
003800      ORGANIZATION IS INDEXED                                     00380000
003900      ACCESS MODE IS RANDOM                                       00390000
004000      RECORD KEY IS CT-CODE-KEY                                   00400000
004100      FILE STATUS CT-STATUS.                                      00410000
004200*                                                                 00420000
004300      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00430000
004400      ORGANIZATION IS SEQUENTIAL                                  00440000
004500      ACCESS MODE IS SEQUENTIAL                                   00450000
004600      FILE STATUS AU-STATUS.                                      00460000
004700*                                                                 00470000
004800      SELECT RPTFILE ASSIGN TO DDRPT                              00480000
004900      ORGANIZATION IS SEQUENTIAL                                  00490000
005000      ACCESS MODE IS SEQUENTIAL                                   00500000
005100      FILE STATUS RP-STATUS.                                      00510000
005200*                                                                 00520000
005300 DATA DIVISION.                                                   00530000
005400 FILE SECTION.                                                    00540000
005500 FD IP-FILE RECORDING MODE F.                                     00550000
005600 01 IP-REC PIC X(80).                                             00560000
005700 FD CODEFILE.                                                     00570000
005800 COPY CODEREC REPLACING ==:CDT:== BY ==CT==.                      00580000
005900 FD AUDIT-FILE RECORDING MODE IS F.                               00590000
006000 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00600000
006100 FD RPTFILE RECORDING MODE F.                                     00610000
006200 01 RPT-REC PIC X(80).                                            00620000
006300 WORKING-STORAGE SECTION.                                         00630000
006400 01 WS-FILE-STATUSES.                                             00640000
006500    05 IP-STATUS PIC XX.                                          00650000
006600    88 IP-OPEN-OK VALUE '00'.                                     00660000
006700    88 IP-READ-OK VALUE '00'.                                     00670000
006800    88 IP-EOF     VALUE '10'.                                     00680000
006900    05 CT-STATUS PIC XX.                                          00690000
007000    88 CT-OPEN-OK    VALUE '00'.                                  00700000
007100    88 CT-READ-OK    VALUE '00'.                                  00710000
007200    88 CT-WRITE-OK   VALUE '00'.                                  00720000
007300    88 CT-REWRITE-OK VALUE '00'.                                  00730000
007400    88 CT-KEYNF      VALUE '23'.                                  00740000
007500    88 CT-DUPKEY     VALUE '22'.                                  00750000
007600    05 AU-STATUS PIC XX.                                          00760000
007700    88 AU-OPEN-OK  VALUE '00'.                                    00770000
007800    88 AU-WRITE-OK VALUE '00'.                                    00780000
007900    05 RP-STATUS PIC XX.                                          00790000
008000    88 RP-OPEN-OK VALUE '00'.                                     00800000
008100 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00810000
008200 01 WS-TRAN-REC.                                                  00820000
008300    05 WS-OP PIC X(1).                                            00830000
008400    88 OP-ADD    VALUE 'A'.                                       00840000
008500    88 OP-UPDATE VALUE 'U'.                                       00850000
008600    88 OP-RETIRE VALUE 'X'.                                       00860000
008700    05 WS-TABLE-ID  PIC X(8).                                     00870000
008800    05 WS-CODE      PIC X(10).                                    00880000
008900    05 WS-CODE-DESC PIC X(30).                                    00890000
009000    05 WS-EFF-DATE  PIC X(8).                                     00900000
009100    05 WS-EXP-DATE  PIC X(8).                                     00910000
009200 01 WS-CODE-IMAGE.                                                00920000
009300    05 WS-IMG-DESC   PIC X(30).                                   00930000
009400    05 FILLER        PIC X VALUE SPACE.                           00940000
009500    05 WS-IMG-EFF    PIC 9(8).                                    00950000
009600    05 FILLER        PIC X VALUE SPACE.                           00960000
009700    05 WS-IMG-EXP    PIC 9(8).                                    00970000
009800    05 FILLER        PIC X VALUE SPACE.                           00980000
009900    05 WS-IMG-STATUS PIC X.                                       00990000
010000 01 WS-CNTRS.                                                     01000000
010100    05 IP-CNTR  PIC 9(6) VALUE ZEROS.                             01010000
010200    05 ADD-CNTR PIC 9(6) VALUE ZEROS.                             01020000
010300    05 UPD-CNTR PIC 9(6) VALUE ZEROS.                             01030000
010400    05 RET-CNTR PIC 9(6) VALUE ZEROS.                             01040000
010500    05 REJ-CNTR PIC 9(6) VALUE ZEROS.                             01050000
010600 01 WS-ERR-DESC.                                                  01060000
010700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01070000
010800    05  ERR-PARA             PIC X(30).                           01080000
010900    05  FILLER               PIC XX VALUE SPACES.                 01090000
011000    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01100000
011100    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01110000
011200    05  ERR-FILE-STATUS      PIC XX.                              01120000
011300 PROCEDURE DIVISION.                                              01130000
011400 0000-MAIN-PARA.                                                  01140000
011500      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01150000
011600      PERFORM 1000-OPEN-FILES.                                    01160000
011700      PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                        01170000
011800      PERFORM 4000-CLOSE-PARA.                                    01180000
011900      STOP RUN.                                                   01190000
012000 0000-MAIN-PARA-EXIT.                                             01200000
012100      EXIT.                                                       01210000
012200 1000-OPEN-FILES.                                                 01220000
012300      OPEN INPUT IP-FILE.                                         01230000
012400      IF NOT IP-OPEN-OK                                           01240000
012500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01250000
012600         MOVE 'IP-FILE' TO ERR-FILE-ID                            01260000
012700         MOVE IP-STATUS TO ERR-FILE-STATUS                        01270000
012800         PERFORM 9000-ERR-PARA                                    01280000
012900      END-IF.                                                     01290000
013000      OPEN I-O CODEFILE.                                          01300000
013100      IF NOT CT-OPEN-OK                                           01310000
013200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01320000
013300         MOVE 'CODEFILE' TO ERR-FILE-ID                           01330000
013400         MOVE CT-STATUS TO ERR-FILE-STATUS                        01340000
013500         PERFORM 9000-ERR-PARA                                    01350000
013600      END-IF.                                                     01360000
013700      OPEN EXTEND AUDIT-FILE.                                     01370000
013800      IF NOT AU-OPEN-OK                                           01380000
013900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01390000
014000         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         01400000
014100         MOVE AU-STATUS TO ERR-FILE-STATUS                        01410000
014200         PERFORM 9000-ERR-PARA                                    01420000
014300      END-IF.                                                     01430000
014400      CALL 'AUDSEAL' USING BY CONTENT 'H' 'CODEMNT '              01440000
014500                           BY REFERENCE AU-AUDIT-REC.             01450000
014600      WRITE AU-AUDIT-REC.                                         01460000
014700      OPEN OUTPUT RPTFILE.                                        01470000
014800      IF NOT RP-OPEN-OK                                           01480000
014900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01490000
015000         MOVE 'RPTFILE' TO ERR-FILE-ID                            01500000
015100         MOVE RP-STATUS TO ERR-FILE-STATUS                        01510000
015200         PERFORM 9000-ERR-PARA                                    01520000
015300      END-IF.                                                     01530000
015400      DISPLAY 'ALL FILES OPENED'.                                 01540000
015500      EXIT.                                                       01550000
015600 3000-PRCS-RECS.                                                  01560000
015700      READ IP-FILE.                                               01570000
015800      EVALUATE TRUE                                               01580000
015900         WHEN IP-READ-OK                                          01590000
016000            ADD 1 TO IP-CNTR                                      01600000
016100            MOVE IP-REC(1:1)  TO WS-OP                            01610000
016200            MOVE IP-REC(2:8)  TO WS-TABLE-ID                      01620000
016300            MOVE IP-REC(10:10) TO WS-CODE                         01630000
016400            MOVE IP-REC(20:30) TO WS-CODE-DESC                    01640000
016500            MOVE IP-REC(50:8) TO WS-EFF-DATE                      01650000
016600            MOVE IP-REC(58:8) TO WS-EXP-DATE                      01660000
016700            EVALUATE TRUE                                         01670000
016800               WHEN WS-TABLE-ID = SPACES OR WS-CODE = SPACES      01680000
016900                  DISPLAY 'TABLE-ID AND CODE REQUIRED : ' IP-REC  01690000
017000                  ADD 1 TO REJ-CNTR                               01700000
017100               WHEN OP-ADD                                        01710000
017200                  PERFORM 3100-ADD-CODE THRU 3100-ADD-EXIT        01720000
017300               WHEN OP-UPDATE                                     01730000
017400                  PERFORM 3200-UPDATE-CODE                        01740000
017500               WHEN OP-RETIRE                                     01750000
017600                  PERFORM 3300-RETIRE-CODE                        01760000
017700               WHEN OTHER                                         01770000
017800                  DISPLAY ' INVALID OPERATION : ' WS-OP           01780000
017900                  ADD 1 TO REJ-CNTR                               01790000
018000            END-EVALUATE                                          01800000
018100         WHEN IP-EOF                                              01810000
018200            CONTINUE                                              01820000
018300         WHEN OTHER                                               01830000
018400            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01840000
018500            MOVE 'IP-FILE' TO ERR-FILE-ID                         01850000
018600            MOVE IP-STATUS TO ERR-FILE-STATUS                     01860000
018700            PERFORM 9000-ERR-PARA                                 01870000
018800      END-EVALUATE.                                               01880000
018900      EXIT.                                                       01890000
019000 3100-ADD-CODE.                                                   01900000
019100      IF WS-CODE-DESC = SPACES OR WS-EFF-DATE NOT NUMERIC         01910000
019200         ADD 1 TO REJ-CNTR                                        01920000
019300         DISPLAY 'BAD ADD TXN FOR ' WS-TABLE-ID ' ' WS-CODE       01930000
019400         GO TO 3100-ADD-EXIT                                      01940000
019500      END-IF.                                                     01950000
019600      MOVE SPACES TO CT-CODE-REC.                                 01960000
019700      MOVE WS-TABLE-ID TO CT-TABLE-ID.                            01970000
019800      MOVE WS-CODE TO CT-CODE.                                    01980000
019900      MOVE WS-CODE-DESC TO CT-CODE-DESC.                          01990000
020000      MOVE WS-EFF-DATE TO CT-EFF-DATE.                            02000000
020100      IF WS-EXP-DATE NUMERIC                                      02010000
020200         MOVE WS-EXP-DATE TO CT-EXP-DATE                          02020000
020300      ELSE                                                        02030000
020400         MOVE ZEROS TO CT-EXP-DATE                                02040000
020500      END-IF.                                                     02050000
020600      MOVE 'A' TO CT-CODE-STATUS.                                 02060000
020700      WRITE CT-CODE-REC.                                          02070000
020800      EVALUATE TRUE                                               02080000
020900         WHEN CT-WRITE-OK                                         02090000
021000            ADD 1 TO ADD-CNTR                                     02100000
021100            MOVE 'A' TO AU-ACTION                                 02110000
021200            MOVE SPACES TO AU-OLD-VALUE                           02120000
021300            PERFORM 3500-IMAGE-CODE                               02130000
021400            MOVE WS-CODE-IMAGE TO AU-NEW-VALUE                    02140000
021500            PERFORM 3600-AUDIT-WRITE                              02150000
021600         WHEN CT-DUPKEY                                           02160000
021700            DISPLAY 'CODE ' WS-TABLE-ID ' ' WS-CODE               02170000
021800               ' ALREADY ON TABLE - NOT ADDED'                    02180000
021900            ADD 1 TO REJ-CNTR                                     02190000
022000         WHEN OTHER                                               02200000
022100            DISPLAY 'CODE ' WS-TABLE-ID ' ' WS-CODE               02210000
022200               ' NOT ADDED, STATUS = ' CT-STATUS                  02220000
022300            ADD 1 TO REJ-CNTR                                     02230000
022400      END-EVALUATE.                                               02240000
022500 3100-ADD-EXIT.                                                   02250000
022600      EXIT.                                                       02260000
022700 3200-UPDATE-CODE.                                                02270000
022800      MOVE WS-TABLE-ID TO CT-TABLE-ID.                            02280000
022900      MOVE WS-CODE TO CT-CODE.                                    02290000
023000      READ CODEFILE.                                              02300000
023100      EVALUATE TRUE                                               02310000
023200         WHEN CT-READ-OK                                          02320000
023300            PERFORM 3500-IMAGE-CODE                               02330000
023400            MOVE WS-CODE-IMAGE TO AU-OLD-VALUE                    02340000
023500            IF WS-CODE-DESC NOT = SPACES                          02350000
023600               MOVE WS-CODE-DESC TO CT-CODE-DESC                  02360000
023700            END-IF                                                02370000
023800            IF WS-EFF-DATE NUMERIC                                02380000
023900               MOVE WS-EFF-DATE TO CT-EFF-DATE                    02390000
024000            END-IF                                                02400000
024100            IF WS-EXP-DATE NUMERIC                                02410000
024200               MOVE WS-EXP-DATE TO CT-EXP-DATE                    02420000
024300            END-IF                                                02430000
024400            MOVE 'A' TO CT-CODE-STATUS                            02440000
024500            REWRITE CT-CODE-REC                                   02450000
024600            IF CT-REWRITE-OK                                      02460000
024700               ADD 1 TO UPD-CNTR                                  02470000
024800               MOVE 'U' TO AU-ACTION                              02480000
024900               PERFORM 3500-IMAGE-CODE                            02490000
025000               MOVE WS-CODE-IMAGE TO AU-NEW-VALUE                 02500000
025100               PERFORM 3600-AUDIT-WRITE                           02510000
025200            ELSE                                                  02520000
025300               DISPLAY 'CODE ' WS-TABLE-ID ' ' WS-CODE            02530000
025400                  ' NOT UPDATED, STATUS = ' CT-STATUS             02540000
025500               ADD 1 TO REJ-CNTR                                  02550000
025600            END-IF                                                02560000
025700         WHEN CT-KEYNF                                            02570000
025800            DISPLAY 'CODE ' WS-TABLE-ID ' ' WS-CODE ' NOT FOUND ' 02580000
025900            ADD 1 TO REJ-CNTR                                     02590000
026000         WHEN OTHER                                               02600000
026100            DISPLAY 'CODE ' WS-TABLE-ID ' ' WS-CODE               02610000
026200               ' UPDATE ERROR, STATUS = ' CT-STATUS               02620000
026300            ADD 1 TO REJ-CNTR                                     02630000
026400      END-EVALUATE.                                               02640000
026500      EXIT.                                                       02650000
026600 3300-RETIRE-CODE.                                                02660000
026700      MOVE WS-TABLE-ID TO CT-TABLE-ID.                            02670000
026800      MOVE WS-CODE TO CT-CODE.                                    02680000
026900      READ CODEFILE.                                              02690000
027000      EVALUATE TRUE                                               02700000
027100         WHEN CT-READ-OK                                          02710000
027200            PERFORM 3500-IMAGE-CODE                               02720000
027300            MOVE WS-CODE-IMAGE TO AU-OLD-VALUE                    02730000
027400            MOVE 'X' TO CT-CODE-STATUS                            02740000
027500            IF WS-EXP-DATE NUMERIC                                02750000
027600               MOVE WS-EXP-DATE TO CT-EXP-DATE                    02760000
027700            ELSE                                                  02770000
027800               MOVE WS-TODAY TO CT-EXP-DATE                       02780000
027900            END-IF                                                02790000
028000            REWRITE CT-CODE-REC                                   02800000
028100            IF CT-REWRITE-OK                                      02810000
028200               ADD 1 TO RET-CNTR                                  02820000
028300               MOVE 'U' TO AU-ACTION                              02830000
028400               PERFORM 3500-IMAGE-CODE                            02840000
028500               MOVE WS-CODE-IMAGE TO AU-NEW-VALUE                 02850000
028600               PERFORM 3600-AUDIT-WRITE                           02860000
028700            ELSE                                                  02870000
028800               DISPLAY 'CODE ' WS-TABLE-ID ' ' WS-CODE            02880000
028900                  ' NOT RETIRED, STATUS = ' CT-STATUS             02890000
029000               ADD 1 TO REJ-CNTR                                  02900000
029100            END-IF                                                02910000
029200         WHEN CT-KEYNF                                            02920000
029300            DISPLAY 'CODE ' WS-TABLE-ID ' ' WS-CODE ' NOT FOUND ' 02930000
029400            ADD 1 TO REJ-CNTR                                     02940000
029500         WHEN OTHER                                               02950000
029600            DISPLAY 'CODE ' WS-TABLE-ID ' ' WS-CODE               02960000
029700               ' RETIRE ERROR, STATUS = ' CT-STATUS               02970000
029800            ADD 1 TO REJ-CNTR                                     02980000
029900      END-EVALUATE.                                               02990000
030000      EXIT.                                                       03000000
030100 3500-IMAGE-CODE.                                                 03010000
030200      MOVE CT-CODE-DESC TO WS-IMG-DESC.                           03020000
030300      MOVE CT-EFF-DATE TO WS-IMG-EFF.                             03030000
030400      MOVE CT-EXP-DATE TO WS-IMG-EXP.                             03040000
030500      MOVE CT-CODE-STATUS TO WS-IMG-STATUS.                       03050000
030600      EXIT.                                                       03060000
030700 3600-AUDIT-WRITE.                                                03070000
030800      MOVE 'CODEKSDS' TO AU-FILE-ID.                              03080000
030900      MOVE WS-CODE TO AU-REC-KEY.                                 03090000
031000      MOVE WS-TABLE-ID TO AU-FIELD-ID.                            03100000
031100      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      03110000
031200      ACCEPT AU-CHG-TIME FROM TIME.                               03120000
031300      CALL 'OPERSUB' USING AU-OPER-ID.                            03130000
031400      CALL 'AUDSEAL' USING BY CONTENT 'D' 'CODEMNT '              03140000
031500                           BY REFERENCE AU-AUDIT-REC.             03150000
031600      WRITE AU-AUDIT-REC.                                         03160000
031700      IF NOT AU-WRITE-OK                                          03170000
031800         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       03180000
031900      END-IF.                                                     03190000
032000      EXIT.                                                       03200000
032100 4000-CLOSE-PARA.                                                 03210000
032200      MOVE SPACES TO RPT-REC.                                     03220000
032300      STRING 'READ=' IP-CNTR                                      03230000
032400             ' ADDED=' ADD-CNTR                                   03240000
032500             ' UPDATED=' UPD-CNTR                                 03250000
032600             ' RETIRED=' RET-CNTR                                 03260000
032700             ' REJECTED=' REJ-CNTR                                03270000
032800         DELIMITED BY SIZE INTO RPT-REC                           03280000
032900      END-STRING.                                                 03290000
033000      WRITE RPT-REC.                                              03300000
033100      CALL 'AUDSEAL' USING BY CONTENT 'T' 'CODEMNT '              03310000
033200                           BY REFERENCE AU-AUDIT-REC.             03320000
033300      WRITE AU-AUDIT-REC.                                         03330000
033400      CLOSE IP-FILE CODEFILE AUDIT-FILE RPTFILE.                  03340000
033500      DISPLAY 'TXNS READ      : ' IP-CNTR.                        03350000
033600      DISPLAY 'CODES ADDED    : ' ADD-CNTR.                       03360000
033700      DISPLAY 'CODES UPDATED  : ' UPD-CNTR.                       03370000
033800      DISPLAY 'CODES RETIRED  : ' RET-CNTR.                       03380000
033900      DISPLAY 'TXNS REJECTED  : ' REJ-CNTR.                       03390000
034000      IF REJ-CNTR > 0                                             03400000
034100         MOVE 4 TO RETURN-CODE                                    03410000
034200      END-IF.                                                     03420000
034300      EXIT.                                                       03430000
034400 9000-ERR-PARA.                                                   03440000
034500      DISPLAY WS-ERR-DESC.                                        03450000
034600      MOVE 30 TO RETURN-CODE.                                     03460000
034700      STOP RUN.                                                   03470000
