000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. BUSRENEW.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : BUSINESS MASTER KSDS (DDBUSKSD, I-O), REGION      00040000
000500*               REFERENCE KSDS (DDREGKS) FOR THE RENEWAL CYCLE    00050000
000600* OUTPUT FILE : RENEWAL REMINDER LETTERS (DDLETTER), OVERDUE      00060000
000700*               LIST (DDRPT), AUDIT ENTRIES FOR EVERY OVERDUE     00070000
000800*               FLAG CHANGE (DDAUDITO)                            00080000
000900* PRG DESC    : MONTHLY REGISTRATION RENEWAL RUN FOR THE          00090000
001000*               BUSINESS MASTER.  FOR EACH ACTIVE BUSINESS THE    00100000
001100*               DUE DATE IS THE LAST RENEWAL (REG-DATE IF NONE)   00110000
001200*               PLUS THE RENEW-MONTHS CYCLE OF ITS REG-CODE.      00120000
001300*               A REMINDER LETTER GOES OUT ONCE AT 60 DAYS AND    00130000
001400*               ONCE AT 30 DAYS BEFORE THE DUE DATE.  A BUSINESS  00140000
001500*               PAST ITS DUE DATE IS FLAGGED RENEW-FLAG O, WITH   00150000
001600*               AN AUDIT ENTRY, AND LISTED ON THE OVERDUE LIST -  00160000
001700*               EMPLMNT TAKES NO NEW LINKS TO IT UNTIL UPTKSDS'S  00170000
001800*               N TRANSACTION RECORDS THE RENEWAL.  DORMANT AND   00180000
001900*               INACTIVE BUSINESSES AND REGIONS WITH NO CYCLE     00190000
002000*               ARE SKIPPED.  RC 4 WHEN ANY BUSINESS IS OVERDUE.  00200000
002100* AUTHOR      : GIRIDHAR                                          00210000
002200* CREATED ON  : 15 OCT 2026                                       00220000
002300***************************************************************** 00230000
002400 ENVIRONMENT DIVISION.                                            00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
002600 FILE-CONTROL.                                                    00260000
002700      SELECT BUSKSDS ASSIGN TO DDBUSKSD                           00270000
002800      ORGANIZATION IS INDEXED                                     00280000
002900      ACCESS MODE IS SEQUENTIAL                                   00290000
003000      RECORD KEY IS BU-BUS-KEY                                    00300000
003100      FILE STATUS BU-STATUS.                                      00310000
003200*                                                                 00320000
003300      SELECT REGFILE ASSIGN TO DDREGKS                            00330000
003400      ORGANIZATION IS INDEXED                                     00340000
003500      ACCESS MODE IS RANDOM                                       00350000
003600      RECORD KEY IS RG-REG-CODE                                   00360000
003700      FILE STATUS RG-STATUS.                                      00370000
003800*                                                                 00380000
003900      SELECT LTRFILE ASSIGN TO DDLETTER                           00390000
004000      ORGANIZATION IS SEQUENTIAL                                  00400000
004100      ACCESS MODE IS SEQUENTIAL                                   00410000
004200      FILE STATUS LT-STATUS.                                      00420000
004300*                                                                 00430000
004400      SELECT AUDOUT ASSIGN TO DDAUDITO                            00440000
004500      ORGANIZATION IS SEQUENTIAL                                  00450000
004600      ACCESS MODE IS SEQUENTIAL                                   00460000
004700      FILE STATUS AO-STATUS.                                      00470000
004800*                                                                 00480000
004900      SELECT RPTFILE ASSIGN TO DDRPT                              00490000
005000      ORGANIZATION IS SEQUENTIAL                                  00500000
005100      ACCESS MODE IS SEQUENTIAL                                   00510000
005200      FILE STATUS RP-STATUS.                                      00520000
005300*                                                                 00530000
005400 DATA DIVISION.                                                   00540000
005500 FILE SECTION.                                                    00550000
005600 FD BUSKSDS.                                                      00560000
005700 COPY BUSREC REPLACING ==:BUS:== BY ==BU==.                       00570000
005800 FD REGFILE.                                                      00580000
005900 COPY REGREC REPLACING ==:REG:== BY ==RG==.                       00590000
006000 FD LTRFILE RECORDING MODE F.                                     00600000
006100 COPY RENLTREC REPLACING ==:RNL:== BY ==LT==.                     00610000
006200 FD AUDOUT RECORDING MODE IS F.                                   00620000
006300 COPY AUDITREC REPLACING ==:AUD:== BY ==AO==.                     00630000
006400 FD RPTFILE RECORDING MODE F.                                     00640000
006500 01 RPT-REC PIC X(100).                                           00650000
006600 WORKING-STORAGE SECTION.                                         00660000
006700 01 WS-FILE-STATUSES.                                             00670000
006800    05 BU-STATUS PIC XX.                                          00680000
006900    88 BU-OPEN-OK    VALUE '00'.                                  00690000
007000    88 BU-READ-OK    VALUE '00'.                                  00700000
007100    88 BU-REWRITE-OK VALUE '00'.                                  00710000
007200    88 BU-EOF        VALUE '10'.                                  00720000
007300    05 RG-STATUS PIC XX.                                          00730000
007400    88 RG-OPEN-OK VALUE '00'.                                     00740000
007500    88 RG-READ-OK VALUE '00'.                                     00750000
007600    88 RG-KEYNF   VALUE '23'.                                     00760000
007700    05 LT-STATUS PIC XX.                                          00770000
007800    88 LT-OPEN-OK  VALUE '00'.                                    00780000
007900    88 LT-WRITE-OK VALUE '00'.                                    00790000
008000    05 AO-STATUS PIC XX.                                          00800000
008100    88 AO-OPEN-OK  VALUE '00'.                                    00810000
008200    88 AO-WRITE-OK VALUE '00'.                                    00820000
008300    05 RP-STATUS PIC XX.                                          00830000
008400    88 RP-OPEN-OK VALUE '00'.                                     00840000
008500 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00850000
008600 01 WS-BASE-DATE PIC 9(8) VALUE ZEROS.                            00860000
008700 01 WS-BASE-PARTS REDEFINES WS-BASE-DATE.                         00870000
008800    05 WS-BASE-YYYY PIC 9(4).                                     00880000
008900    05 WS-BASE-MM   PIC 9(2).                                     00890000
009000    05 WS-BASE-DD   PIC 9(2).                                     00900000
009100 01 WS-DUE-DATE PIC 9(8) VALUE ZEROS.                             00910000
009200 01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.                           00920000
009300    05 WS-DUE-YYYY PIC 9(4).                                      00930000
009400    05 WS-DUE-MM   PIC 9(2).                                      00940000
009500    05 WS-DUE-DD   PIC 9(2).                                      00950000
009600 01 WS-DATE-INTS.                                                 00960000
009700    05 WS-TODAY-INT PIC 9(7) VALUE ZEROS.                         00970000
009800    05 WS-DUE-INT   PIC 9(7) VALUE ZEROS.                         00980000
009900    05 WS-DAYS-LEFT PIC S9(7) VALUE ZEROS.                        00990000
010000    05 WS-DAYS-OVER PIC 9(5) VALUE ZEROS.                         01000000
010100 01 WS-MTH-WORK.                                                  01010000
010200    05 WS-MTH-TOT  PIC 9(5) VALUE ZEROS.                          01020000
010300    05 WS-YR-ADD   PIC 9(4) VALUE ZEROS.                          01030000
010400    05 WS-MTH-REM  PIC 9(2) VALUE ZEROS.                          01040000
010500    05 WS-LEAP-QUO PIC 9(4) VALUE ZEROS.                          01050000
010600    05 WS-LEAP-REM PIC 9(3) VALUE ZEROS.                          01060000
010700    05 WS-MTH-DAYS PIC 9(2) VALUE ZEROS.                          01070000
010800 01 WS-MTH-LEN-VALUES.                                            01080000
010900    05 FILLER PIC X(24) VALUE '312831303130313130313031'.         01090000
011000 01 WS-MTH-LEN-TBL REDEFINES WS-MTH-LEN-VALUES.                   01100000
011100    05 WS-MTH-LEN PIC 9(2) OCCURS 12 TIMES.                       01110000
011200 01 WS-CHG-SW PIC X VALUE 'N'.                                    01120000
011300    88 BUS-CHANGED VALUE 'Y'.                                     01130000
011400 01 WS-CNTRS.                                                     01140000
011500    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         01150000
011600    05 SKIP-CNTR    PIC 9(6) VALUE ZEROS.                         01160000
011700    05 NOCYC-CNTR   PIC 9(6) VALUE ZEROS.                         01170000
011800    05 BADDT-CNTR   PIC 9(6) VALUE ZEROS.                         01180000
011900    05 INDATE-CNTR  PIC 9(6) VALUE ZEROS.                         01190000
012000    05 LTR60-CNTR   PIC 9(6) VALUE ZEROS.                         01200000
012100    05 LTR30-CNTR   PIC 9(6) VALUE ZEROS.                         01210000
012200    05 OVERDUE-CNTR PIC 9(6) VALUE ZEROS.                         01220000
012300    05 NEWOVD-CNTR  PIC 9(6) VALUE ZEROS.                         01230000
012400    05 CLEARED-CNTR PIC 9(6) VALUE ZEROS.                         01240000
012500 01 WS-ERR-DESC.                                                  01250000
012600    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01260000
012700    05  ERR-PARA             PIC X(30).                           01270000
012800    05  FILLER               PIC XX VALUE SPACES.                 01280000
012900    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01290000
013000    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01300000
013100    05  ERR-FILE-STATUS      PIC XX.                              01310000
013200 PROCEDURE DIVISION.                                              01320000
013300 0000-MAIN-PARA.                                                  01330000
013400      PERFORM 1000-INIT-PARA.                                     01340000
013500      PERFORM 2000-OPEN-FILES.                                    01350000
013600      PERFORM 3000-PRCS-RECS UNTIL BU-EOF.                        01360000
013700      PERFORM 4000-CLOSE-PARA.                                    01370000
013800      STOP RUN.                                                   01380000
013900 0000-MAIN-PARA-EXIT.                                             01390000
014000      EXIT.                                                       01400000
014100 1000-INIT-PARA.                                                  01410000
014200      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01420000
014300      COMPUTE WS-TODAY-INT =                                      01430000
014400         FUNCTION INTEGER-OF-DATE(WS-TODAY).                      01440000
014500      EXIT.                                                       01450000
014600 2000-OPEN-FILES.                                                 01460000
014700      OPEN I-O BUSKSDS.                                           01470000
014800      IF NOT BU-OPEN-OK                                           01480000
014900         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01490000
015000         MOVE 'BUSKSDS' TO ERR-FILE-ID                            01500000
015100         MOVE BU-STATUS TO ERR-FILE-STATUS                        01510000
015200         PERFORM 9000-ERR-PARA                                    01520000
015300      END-IF.                                                     01530000
015400      OPEN INPUT REGFILE.                                         01540000
015500      IF NOT RG-OPEN-OK                                           01550000
015600         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01560000
015700         MOVE 'REGFILE' TO ERR-FILE-ID                            01570000
015800         MOVE RG-STATUS TO ERR-FILE-STATUS                        01580000
015900         PERFORM 9000-ERR-PARA                                    01590000
016000      END-IF.                                                     01600000
016100      OPEN OUTPUT LTRFILE.                                        01610000
016200      IF NOT LT-OPEN-OK                                           01620000
016300         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01630000
016400         MOVE 'LTRFILE' TO ERR-FILE-ID                            01640000
016500         MOVE LT-STATUS TO ERR-FILE-STATUS                        01650000
016600         PERFORM 9000-ERR-PARA                                    01660000
016700      END-IF.                                                     01670000
016800      OPEN EXTEND AUDOUT.                                         01680000
016900      IF NOT AO-OPEN-OK                                           01690000
017000         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01700000
017100         MOVE 'AUDOUT' TO ERR-FILE-ID                             01710000
017200         MOVE AO-STATUS TO ERR-FILE-STATUS                        01720000
017300         PERFORM 9000-ERR-PARA                                    01730000
017400      END-IF.                                                     01740000
017500      CALL 'AUDSEAL' USING BY CONTENT 'H' 'BUSRENEW'              01750000
017600                           BY REFERENCE AO-AUDIT-REC.             01760000
017700      WRITE AO-AUDIT-REC.                                         01770000
017800      OPEN OUTPUT RPTFILE.                                        01780000
017900      IF NOT RP-OPEN-OK                                           01790000
018000         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01800000
018100         MOVE 'RPTFILE' TO ERR-FILE-ID                            01810000
018200         MOVE RP-STATUS TO ERR-FILE-STATUS                        01820000
018300         PERFORM 9000-ERR-PARA                                    01830000
018400      END-IF.                                                     01840000
018500      MOVE SPACES TO RPT-REC.                                     01850000
018600      STRING 'REGISTRATION RENEWAL OVERDUE LIST AS OF '           01860000
018700             WS-TODAY                                             01870000
018800         DELIMITED BY SIZE INTO RPT-REC                           01880000
018900      END-STRING.                                                 01890000
019000      WRITE RPT-REC.                                              01900000
019100      EXIT.                                                       01910000
019200 3000-PRCS-RECS.                                                  01920000
019300      READ BUSKSDS.                                               01930000
019400      EVALUATE TRUE                                               01940000
019500         WHEN BU-READ-OK                                          01950000
019600            ADD 1 TO IP-CNTR                                      01960000
019700            EVALUATE BU-BUS-STATUS                                01970000
019800               WHEN 'D'                                           01980000
019900               WHEN 'I'                                           01990000
020000                  ADD 1 TO SKIP-CNTR                              02000000
020100               WHEN OTHER                                         02010000
020200                  PERFORM 3100-CHECK-RENEWAL                      02020000
020300                     THRU 3100-CHECK-EXIT                         02030000
020400            END-EVALUATE                                          02040000
020500         WHEN BU-EOF                                              02050000
020600            CONTINUE                                              02060000
020700         WHEN OTHER                                               02070000
020800            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02080000
020900            MOVE 'BUSKSDS' TO ERR-FILE-ID                         02090000
021000            MOVE BU-STATUS TO ERR-FILE-STATUS                     02100000
021100            PERFORM 9000-ERR-PARA                                 02110000
021200      END-EVALUATE.                                               02120000
021300      EXIT.                                                       02130000
021400 3100-CHECK-RENEWAL.                                              02140000
021500      MOVE 'N' TO WS-CHG-SW.                                      02150000
021600      IF BU-REG-CODE = SPACES                                     02160000
021700         ADD 1 TO NOCYC-CNTR                                      02170000
021800         GO TO 3100-CHECK-EXIT                                    02180000
021900      END-IF.                                                     02190000
022000      MOVE BU-REG-CODE TO RG-REG-CODE.                            02200000
022100      READ REGFILE.                                               02210000
022200      EVALUATE TRUE                                               02220000
022300         WHEN RG-READ-OK                                          02230000
022400            CONTINUE                                              02240000
022500         WHEN RG-KEYNF                                            02250000
022600            ADD 1 TO NOCYC-CNTR                                   02260000
022700            GO TO 3100-CHECK-EXIT                                 02270000
022800         WHEN OTHER                                               02280000
022900            MOVE '3100-CHECK-RENEWAL' TO ERR-PARA                 02290000
023000            MOVE 'REGFILE' TO ERR-FILE-ID                         02300000
023100            MOVE RG-STATUS TO ERR-FILE-STATUS                     02310000
023200            PERFORM 9000-ERR-PARA                                 02320000
023300      END-EVALUATE.                                               02330000
023400      IF RG-RENEW-MONTHS NOT NUMERIC OR RG-RENEW-MONTHS = ZERO    02340000
023500         ADD 1 TO NOCYC-CNTR                                      02350000
023600         GO TO 3100-CHECK-EXIT                                    02360000
023700      END-IF.                                                     02370000
023800*     THE CYCLE RUNS FROM THE LAST RENEWAL; A BUSINESS NEVER      02380000
023900*     RENEWED RUNS FROM ITS REGISTRATION DATE.                    02390000
024000      IF BU-RENEW-DATE NUMERIC AND BU-RENEW-DATE NOT = ZEROS      02400000
024100         MOVE BU-RENEW-DATE TO WS-BASE-DATE                       02410000
024200      ELSE                                                        02420000
024300         IF BU-REG-DATE NUMERIC AND BU-REG-DATE NOT = ZEROS       02430000
024400            MOVE BU-REG-DATE TO WS-BASE-DATE                      02440000
024500         ELSE                                                     02450000
024600            ADD 1 TO BADDT-CNTR                                   02460000
024700            MOVE SPACES TO RPT-REC                                02470000
024800            STRING 'NO VALID REG DATE : ' BU-BUS-KEY ' '          02480000
024900                   BU-BUS-NAME ' REG ' BU-REG-DATE                02490000
025000               DELIMITED BY SIZE INTO RPT-REC                     02500000
025100            END-STRING                                            02510000
025200            WRITE RPT-REC                                         02520000
025300            GO TO 3100-CHECK-EXIT                                 02530000
025400         END-IF                                                   02540000
025500      END-IF.                                                     02550000
025600      PERFORM 3200-CALC-DUE-DATE.                                 02560000
025700      COMPUTE WS-DUE-INT =                                        02570000
025800         FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).                   02580000
025900      COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-TODAY-INT.           02590000
026000      IF WS-DAYS-LEFT NOT > 0                                     02600000
026100         PERFORM 3300-FLAG-OVERDUE                                02610000
026200      ELSE                                                        02620000
026300         IF BU-RENEW-FLAG = 'O'                                   02630000
026400            PERFORM 3400-CLEAR-OVERDUE                            02640000
026500         END-IF                                                   02650000
026600         EVALUATE TRUE                                            02660000
026700            WHEN WS-DAYS-LEFT NOT > 30                            02670000
026800               IF BU-REMIND-LVL NOT = '3'                         02680000
026900                  MOVE 'R3' TO LT-NOTICE-TYPE                     02690000
027000                  MOVE 'REGISTRATION RENEWAL DUE - FINAL NOTICE'  02700000
027100                     TO LT-NOTICE-TEXT                            02710000
027200                  PERFORM 3500-WRITE-LETTER                       02720000
027300                  MOVE '3' TO BU-REMIND-LVL                       02730000
027400                  ADD 1 TO LTR30-CNTR                             02740000
027500                  MOVE 'Y' TO WS-CHG-SW                           02750000
027600               END-IF                                             02760000
027700            WHEN WS-DAYS-LEFT NOT > 60                            02770000
027800               IF BU-REMIND-LVL = SPACE                           02780000
027900                  MOVE 'R6' TO LT-NOTICE-TYPE                     02790000
028000                  MOVE 'REGISTRATION RENEWAL DUE WITHIN 60 DAYS'  02800000
028100                     TO LT-NOTICE-TEXT                            02810000
028200                  PERFORM 3500-WRITE-LETTER                       02820000
028300                  MOVE '6' TO BU-REMIND-LVL                       02830000
028400                  ADD 1 TO LTR60-CNTR                             02840000
028500                  MOVE 'Y' TO WS-CHG-SW                           02850000
028600               END-IF                                             02860000
028700            WHEN OTHER                                            02870000
028800               ADD 1 TO INDATE-CNTR                               02880000
028900               IF BU-REMIND-LVL NOT = SPACE                       02890000
029000                  MOVE SPACE TO BU-REMIND-LVL                     02900000
029100                  MOVE 'Y' TO WS-CHG-SW                           02910000
029200               END-IF                                             02920000
029300         END-EVALUATE                                             02930000
029400      END-IF.                                                     02940000
029500      IF BUS-CHANGED                                              02950000
029600         REWRITE BU-BUSINESS-REC                                  02960000
029700         IF NOT BU-REWRITE-OK                                     02970000
029800            MOVE '3100-CHECK-RENEWAL' TO ERR-PARA                 02980000
029900            MOVE 'BUSKSDS' TO ERR-FILE-ID                         02990000
030000            MOVE BU-STATUS TO ERR-FILE-STATUS                     03000000
030100            PERFORM 9000-ERR-PARA                                 03010000
030200         END-IF                                                   03020000
030300      END-IF.                                                     03030000
030400 3100-CHECK-EXIT.                                                 03040000
030500      EXIT.                                                       03050000
030600*     DUE DATE = BASE DATE PLUS THE CYCLE IN MONTHS, THE DAY      03060000
030700*     PULLED BACK TO MONTH END WHEN THE DUE MONTH IS SHORTER.     03070000
030800 3200-CALC-DUE-DATE.                                              03080000
030900      COMPUTE WS-MTH-TOT = WS-BASE-MM - 1 + RG-RENEW-MONTHS.      03090000
031000      DIVIDE WS-MTH-TOT BY 12 GIVING WS-YR-ADD                    03100000
031100         REMAINDER WS-MTH-REM.                                    03110000
031200      COMPUTE WS-DUE-YYYY = WS-BASE-YYYY + WS-YR-ADD.             03120000
031300      COMPUTE WS-DUE-MM = WS-MTH-REM + 1.                         03130000
031400      MOVE WS-MTH-LEN(WS-DUE-MM) TO WS-MTH-DAYS.                  03140000
031500      IF WS-DUE-MM = 2                                            03150000
031600         DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUO               03160000
031700            REMAINDER WS-LEAP-REM                                 03170000
031800         IF WS-LEAP-REM = 0                                       03180000
031900            MOVE 29 TO WS-MTH-DAYS                                03190000
032000            DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUO          03200000
032100               REMAINDER WS-LEAP-REM                              03210000
032200            IF WS-LEAP-REM = 0                                    03220000
032300               MOVE 28 TO WS-MTH-DAYS                             03230000
032400               DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUO       03240000
032500                  REMAINDER WS-LEAP-REM                           03250000
032600               IF WS-LEAP-REM = 0                                 03260000
032700                  MOVE 29 TO WS-MTH-DAYS                          03270000
032800               END-IF                                             03280000
032900            END-IF                                                03290000
033000         END-IF                                                   03300000
033100      END-IF.                                                     03310000
033200      IF WS-BASE-DD > WS-MTH-DAYS                                 03320000
033300         MOVE WS-MTH-DAYS TO WS-DUE-DD                            03330000
033400      ELSE                                                        03340000
033500         MOVE WS-BASE-DD TO WS-DUE-DD                             03350000
033600      END-IF.                                                     03360000
033700      EXIT.                                                       03370000
033800 3300-FLAG-OVERDUE.                                               03380000
033900      ADD 1 TO OVERDUE-CNTR.                                      03390000
034000      COMPUTE WS-DAYS-OVER = 0 - WS-DAYS-LEFT.                    03400000
034100      IF BU-RENEW-FLAG NOT = 'O'                                  03410000
034200         ADD 1 TO NEWOVD-CNTR                                     03420000
034300         MOVE SPACES TO AO-AUDIT-REC                              03430000
034400         MOVE BU-RENEW-FLAG TO AO-OLD-VALUE                       03440000
034500         MOVE 'O' TO BU-RENEW-FLAG                                03450000
034600         MOVE 'O' TO AO-NEW-VALUE                                 03460000
034700         PERFORM 3600-AUDIT-FLAG                                  03470000
034800         MOVE 'Y' TO WS-CHG-SW                                    03480000
034900      END-IF.                                                     03490000
035000      MOVE SPACES TO RPT-REC.                                     03500000
035100      STRING 'OVERDUE ' BU-BUS-KEY ' ' BU-BUS-NAME                03510000
035200             ' REG ' BU-REG-CODE ' DUE ' WS-DUE-DATE              03520000
035300             ' DAYS OVER ' WS-DAYS-OVER                           03530000
035400             ' FLAG ' BU-RENEW-FLAG                               03540000
035500         DELIMITED BY SIZE INTO RPT-REC                           03550000
035600      END-STRING.                                                 03560000
035700      WRITE RPT-REC.                                              03570000
035800      EXIT.                                                       03580000
035900 3400-CLEAR-OVERDUE.                                              03590000
036000      ADD 1 TO CLEARED-CNTR.                                      03600000
036100      MOVE SPACES TO AO-AUDIT-REC.                                03610000
036200      MOVE BU-RENEW-FLAG TO AO-OLD-VALUE.                         03620000
036300      MOVE SPACE TO BU-RENEW-FLAG.                                03630000
036400      MOVE SPACES TO AO-NEW-VALUE.                                03640000
036500      PERFORM 3600-AUDIT-FLAG.                                    03650000
036600      MOVE 'Y' TO WS-CHG-SW.                                      03660000
036700      EXIT.                                                       03670000
036800 3500-WRITE-LETTER.                                               03680000
036900      MOVE BU-BUS-KEY TO LT-BUS-KEY.                              03690000
037000      MOVE BU-BUS-NAME TO LT-BUS-NAME.                            03700000
037100      MOVE BU-REG-CODE TO LT-REG-CODE.                            03710000
037200      MOVE WS-DUE-DATE TO LT-DUE-DATE.                            03720000
037300      MOVE WS-TODAY TO LT-NOTICE-DATE.                            03730000
037400      MOVE WS-DAYS-LEFT TO LT-DAYS-LEFT.                          03740000
037500      WRITE LT-RENEW-LTR-REC.                                     03750000
037600      IF NOT LT-WRITE-OK                                          03760000
037700         MOVE '3500-WRITE-LETTER' TO ERR-PARA                     03770000
037800         MOVE 'LTRFILE' TO ERR-FILE-ID                            03780000
037900         MOVE LT-STATUS TO ERR-FILE-STATUS                        03790000
038000         PERFORM 9000-ERR-PARA                                    03800000
038100      END-IF.                                                     03810000
038200      EXIT.                                                       03820000
038300 3600-AUDIT-FLAG.                                                 03830000
038400      MOVE 'BUSKSDS ' TO AO-FILE-ID.                              03840000
038500      MOVE BU-BUS-KEY TO AO-REC-KEY.                              03850000
038600      MOVE 'U' TO AO-ACTION.                                      03860000
038700      MOVE 'RENEW-FLAG' TO AO-FIELD-ID.                           03870000
038800      ACCEPT AO-CHG-DATE FROM DATE YYYYMMDD.                      03880000
038900      ACCEPT AO-CHG-TIME FROM TIME.                               03890000
039000      CALL 'OPERSUB' USING AO-OPER-ID.                            03900000
039100      CALL 'AUDSEAL' USING BY CONTENT 'D' 'BUSRENEW'              03910000
039200                           BY REFERENCE AO-AUDIT-REC.             03920000
039300      WRITE AO-AUDIT-REC.                                         03930000
039400      IF NOT AO-WRITE-OK                                          03940000
039500         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AO-STATUS       03950000
039600      END-IF.                                                     03960000
039700      EXIT.                                                       03970000
039800 4000-CLOSE-PARA.                                                 03980000
039900      MOVE SPACES TO RPT-REC.                                     03990000
040000      STRING 'BUSINESSES READ=' IP-CNTR                           04000000
040100             ' OVERDUE=' OVERDUE-CNTR                             04010000
040200             ' NEWLY OVERDUE=' NEWOVD-CNTR                        04020000
040300             ' RENEWED/CLEARED=' CLEARED-CNTR                     04030000
040400         DELIMITED BY SIZE INTO RPT-REC                           04040000
040500      END-STRING.                                                 04050000
040600      WRITE RPT-REC.                                              04060000
040700      MOVE SPACES TO RPT-REC.                                     04070000
040800      STRING 'LETTERS 60-DAY=' LTR60-CNTR                         04080000
040900             ' 30-DAY=' LTR30-CNTR                                04090000
041000             ' NO CYCLE=' NOCYC-CNTR                              04100000
041100             ' BAD REG DATE=' BADDT-CNTR                          04110000
041200             ' DORMANT/INACTIVE=' SKIP-CNTR                       04120000
041300         DELIMITED BY SIZE INTO RPT-REC                           04130000
041400      END-STRING.                                                 04140000
041500      WRITE RPT-REC.                                              04150000
041600      CALL 'AUDSEAL' USING BY CONTENT 'T' 'BUSRENEW'              04160000
041700                           BY REFERENCE AO-AUDIT-REC.             04170000
041800      WRITE AO-AUDIT-REC.                                         04180000
041900      CLOSE BUSKSDS REGFILE LTRFILE AUDOUT RPTFILE.               04190000
042000      DISPLAY 'BUSINESSES READ   : ' IP-CNTR.                     04200000
042100      DISPLAY 'NOT YET DUE       : ' INDATE-CNTR.                 04210000
042200      DISPLAY '60-DAY LETTERS    : ' LTR60-CNTR.                  04220000
042300      DISPLAY '30-DAY LETTERS    : ' LTR30-CNTR.                  04230000
042400      DISPLAY 'OVERDUE           : ' OVERDUE-CNTR.                04240000
042500      DISPLAY 'NEWLY OVERDUE     : ' NEWOVD-CNTR.                 04250000
042600      DISPLAY 'OVERDUE CLEARED   : ' CLEARED-CNTR.                04260000
042700      DISPLAY 'NO RENEWAL CYCLE  : ' NOCYC-CNTR.                  04270000
042800      DISPLAY 'BAD REG DATE      : ' BADDT-CNTR.                  04280000
042900      DISPLAY 'DORMANT/INACTIVE  : ' SKIP-CNTR.                   04290000
043000      IF OVERDUE-CNTR > 0                                         04300000
043100         MOVE 4 TO RETURN-CODE                                    04310000
043200      END-IF.                                                     04320000
043300      EXIT.                                                       04330000
043400 9000-ERR-PARA.                                                   04340000
043500      DISPLAY WS-ERR-DESC.                                        04350000
043600      MOVE 30 TO RETURN-CODE.                                     04360000
043700      STOP RUN.                                                   04370000
