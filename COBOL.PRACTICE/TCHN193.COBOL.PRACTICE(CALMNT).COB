000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CALMNT.                                              00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : CALENDAR TRANSACTION FILE (DDIP)                  00040000
000500* OUTPUT FILE : BUSINESS-DAY CALENDAR KSDS (DDCALKS, I-O), AUDIT  00050000
000600*               LOG (DDAUDIT), RUN REPORT (DDRPT)                 00060000
000700* PRG DESC    : MAINTAINS THE BUSINESS-DAY CALENDAR THAT BDAYSUB  00070000
000800*               READS FOR EVERY PROGRAM THAT COUNTS IN BUSINESS   00080000
000900*               DAYS.  CARD - COL 1 OPERATION, 2-9 DATE           00090000
001000*               (YYYYMMDD), 10 DAY TYPE, 11-40 DESCRIPTION.       00100000
001100*               Y = PUBLISH A CALENDAR YEAR (COLS 2-5 THE YEAR).  00110000
001200*                   UNTIL A YEAR IS PUBLISHED NO DATE IN IT CAN   00120000
001300*                   BE ANSWERED.  YEARS ARE NEVER REMOVED.        00130000
001400*               A = ADD A DAY - TYPE H (HOLIDAY, MUST BE MONDAY   00140000
001500*                   TO FRIDAY) OR W (WORKING DAY, MUST BE A       00150000
001600*                   SATURDAY OR SUNDAY).  ITS YEAR MUST ALREADY   00160000
001700*                   BE PUBLISHED AND A DESCRIPTION IS REQUIRED.   00170000
001800*               U = UPDATE A DAY - A NON-BLANK TYPE OR            00180000
001900*                   DESCRIPTION REPLACES THE CURRENT ONE.         00190000
002000*               D = DELETE A DAY - IT REVERTS TO THE WEEKLY       00200000
002100*                   PATTERN.                                      00210000
002200*               EVERY CHANGE WRITES AN AUDIT ENTRY IN THE SHARED  00220000
002300*               AUDITREC SHAPE - REC-KEY IS THE DATE, FIELD-ID    00230000
002400*               CALYEAR OR CALDAY, OLD / NEW VALUE THE TYPE AND   00240000
002500*               DESCRIPTION.                                      00250000
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
003700      SELECT CALFILE ASSIGN TO DDCALKS                            00370000
003800      ORGANIZATION IS INDEXED                                     00380000
003900      ACCESS MODE IS RANDOM                                       00390000
004000      RECORD KEY IS CL-CAL-KEY                                    00400000
004100      FILE STATUS CL-STATUS.                                      00410000
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
005700 FD CALFILE.                                                      00570000
005800 COPY CALREC REPLACING ==:CAL:== BY ==CL==.                       00580000
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
006900    05 CL-STATUS PIC XX.                                          00690000
007000    88 CL-OPEN-OK    VALUE '00'.                                  00700000
007100    88 CL-READ-OK    VALUE '00'.                                  00710000
007200    88 CL-WRITE-OK   VALUE '00'.                                  00720000
007300    88 CL-REWRITE-OK VALUE '00'.                                  00730000
007400    88 CL-DELETE-OK  VALUE '00'.                                  00740000
007500    88 CL-KEYNF      VALUE '23'.                                  00750000
007600    88 CL-DUPKEY     VALUE '22'.                                  00760000
007700    05 AU-STATUS PIC XX.                                          00770000
007800    88 AU-OPEN-OK  VALUE '00'.                                    00780000
007900    88 AU-WRITE-OK VALUE '00'.                                    00790000
008000    05 RP-STATUS PIC XX.                                          00800000
008100    88 RP-OPEN-OK VALUE '00'.                                     00810000
008200 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00820000
008300 01 WS-TRAN-REC.                                                  00830000
008400    05 WS-OP PIC X(1).                                            00840000
008500    88 OP-YEAR   VALUE 'Y'.                                       00850000
008600    88 OP-ADD    VALUE 'A'.                                       00860000
008700    88 OP-UPDATE VALUE 'U'.                                       00870000
008800    88 OP-DELETE VALUE 'D'.                                       00880000
008900    05 WS-DATE-X   PIC X(8).                                      00890000
009000    05 WS-DATE-N REDEFINES WS-DATE-X.                             00900000
009100       10 WS-YEAR  PIC 9(4).                                      00910000
009200       10 WS-MMDD  PIC 9(4).                                      00920000
009300    05 WS-DAY-TYPE PIC X(1).                                      00930000
009400    88 TYPE-HOLIDAY  VALUE 'H'.                                   00940000
009500    88 TYPE-WORKDAY  VALUE 'W'.                                   00950000
009600    05 WS-DESC     PIC X(30).                                     00960000
009700 01 WS-DATE-9    PIC 9(8) VALUE ZEROS.                            00970000
009800 01 WS-DAY-INT   PIC 9(7) VALUE ZEROS.                            00980000
009900 01 WS-DOW       PIC 9(1) VALUE ZEROS.                            00990000
010000 01 WS-REJ-REASON PIC X(30) VALUE SPACES.                         01000000
010100 01 WS-CAL-IMAGE.                                                 01010000
010200    05 WS-IMG-TYPE   PIC X.                                       01020000
010300    05 FILLER        PIC X VALUE SPACE.                           01030000
010400    05 WS-IMG-DESC   PIC X(30).                                   01040000
010500 01 WS-CNTRS.                                                     01050000
010600    05 IP-CNTR  PIC 9(6) VALUE ZEROS.                             01060000
010700    05 YR-CNTR  PIC 9(6) VALUE ZEROS.                             01070000
010800    05 ADD-CNTR PIC 9(6) VALUE ZEROS.                             01080000
010900    05 UPD-CNTR PIC 9(6) VALUE ZEROS.                             01090000
011000    05 DEL-CNTR PIC 9(6) VALUE ZEROS.                             01100000
011100    05 REJ-CNTR PIC 9(6) VALUE ZEROS.                             01110000
011200 01 WS-ERR-DESC.                                                  01120000
011300    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01130000
011400    05  ERR-PARA             PIC X(30).                           01140000
011500    05  FILLER               PIC XX VALUE SPACES.                 01150000
011600    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01160000
011700    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01170000
011800    05  ERR-FILE-STATUS      PIC XX.                              01180000
011900 PROCEDURE DIVISION.                                              01190000
012000 0000-MAIN-PARA.                                                  01200000
012100      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01210000
012200      PERFORM 1000-OPEN-FILES.                                    01220000
012300      PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                        01230000
012400      PERFORM 4000-CLOSE-PARA.                                    01240000
012500      STOP RUN.                                                   01250000
012600 0000-MAIN-PARA-EXIT.                                             01260000
012700      EXIT.                                                       01270000
012800 1000-OPEN-FILES.                                                 01280000
012900      OPEN INPUT IP-FILE.                                         01290000
013000      IF NOT IP-OPEN-OK                                           01300000
013100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01310000
013200         MOVE 'IP-FILE' TO ERR-FILE-ID                            01320000
013300         MOVE IP-STATUS TO ERR-FILE-STATUS                        01330000
013400         PERFORM 9000-ERR-PARA                                    01340000
013500      END-IF.                                                     01350000
013600      OPEN I-O CALFILE.                                           01360000
013700      IF NOT CL-OPEN-OK                                           01370000
013800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01380000
013900         MOVE 'CALFILE' TO ERR-FILE-ID                            01390000
014000         MOVE CL-STATUS TO ERR-FILE-STATUS                        01400000
014100         PERFORM 9000-ERR-PARA                                    01410000
014200      END-IF.                                                     01420000
014300      OPEN EXTEND AUDIT-FILE.                                     01430000
014400      IF NOT AU-OPEN-OK                                           01440000
014500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01450000
014600         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         01460000
014700         MOVE AU-STATUS TO ERR-FILE-STATUS                        01470000
014800         PERFORM 9000-ERR-PARA                                    01480000
014900      END-IF.                                                     01490000
015000      CALL 'AUDSEAL' USING BY CONTENT 'H' 'CALMNT  '              01500000
015100                           BY REFERENCE AU-AUDIT-REC.             01510000
015200      WRITE AU-AUDIT-REC.                                         01520000
015300      OPEN OUTPUT RPTFILE.                                        01530000
015400      IF NOT RP-OPEN-OK                                           01540000
015500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01550000
015600         MOVE 'RPTFILE' TO ERR-FILE-ID                            01560000
015700         MOVE RP-STATUS TO ERR-FILE-STATUS                        01570000
015800         PERFORM 9000-ERR-PARA                                    01580000
015900      END-IF.                                                     01590000
016000      MOVE SPACES TO RPT-REC.                                     01600000
016100      STRING 'BUSINESS-DAY CALENDAR MAINTENANCE RUN ' WS-TODAY    01610000
016200         DELIMITED BY SIZE INTO RPT-REC                           01620000
016300      END-STRING.                                                 01630000
016400      WRITE RPT-REC.                                              01640000
016500      EXIT.                                                       01650000
016600 3000-PRCS-RECS.                                                  01660000
016700      READ IP-FILE.                                               01670000
016800      EVALUATE TRUE                                               01680000
016900         WHEN IP-READ-OK                                          01690000
017000            ADD 1 TO IP-CNTR                                      01700000
017100            MOVE IP-REC(1:1)   TO WS-OP                           01710000
017200            MOVE IP-REC(2:8)   TO WS-DATE-X                       01720000
017300            MOVE IP-REC(10:1)  TO WS-DAY-TYPE                     01730000
017400            MOVE IP-REC(11:30) TO WS-DESC                         01740000
017500            MOVE SPACES TO WS-REJ-REASON                          01750000
017600            EVALUATE TRUE                                         01760000
017700               WHEN OP-YEAR                                       01770000
017800                  PERFORM 3100-OPEN-YEAR THRU 3100-YEAR-EXIT      01780000
017900               WHEN OP-ADD                                        01790000
018000                  PERFORM 3200-ADD-DAY THRU 3200-ADD-EXIT         01800000
018100               WHEN OP-UPDATE                                     01810000
018200                  PERFORM 3300-UPDATE-DAY THRU 3300-UPDATE-EXIT   01820000
018300               WHEN OP-DELETE                                     01830000
018400                  PERFORM 3400-DELETE-DAY THRU 3400-DELETE-EXIT   01840000
018500               WHEN OTHER                                         01850000
018600                  MOVE 'INVALID OPERATION' TO WS-REJ-REASON       01860000
018700                  PERFORM 3900-REJECT-PARA                        01870000
018800            END-EVALUATE                                          01880000
018900         WHEN IP-EOF                                              01890000
019000            CONTINUE                                              01900000
019100         WHEN OTHER                                               01910000
019200            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01920000
019300            MOVE 'IP-FILE' TO ERR-FILE-ID                         01930000
019400            MOVE IP-STATUS TO ERR-FILE-STATUS                     01940000
019500            PERFORM 9000-ERR-PARA                                 01950000
019600      END-EVALUATE.                                               01960000
019700      EXIT.                                                       01970000
019800 3100-OPEN-YEAR.                                                  01980000
019900      IF WS-DATE-X(1:4) NOT NUMERIC OR WS-YEAR < 1601             01990000
020000         MOVE 'YEAR NOT VALID' TO WS-REJ-REASON                   02000000
020100         PERFORM 3900-REJECT-PARA                                 02010000
020200         GO TO 3100-YEAR-EXIT                                     02020000
020300      END-IF.                                                     02030000
020400      MOVE SPACES TO CL-CAL-REC.                                  02040000
020500      MOVE WS-YEAR TO CL-YEAR.                                    02050000
020600      MOVE ZEROS TO CL-MMDD.                                      02060000
020700      MOVE 'Y' TO CL-DAY-TYPE.                                    02070000
020800      IF WS-DESC = SPACES                                         02080000
020900         MOVE 'CALENDAR YEAR PUBLISHED' TO CL-DESC                02090000
021000      ELSE                                                        02100000
021100         MOVE WS-DESC TO CL-DESC                                  02110000
021200      END-IF.                                                     02120000
021300      MOVE WS-TODAY TO CL-ADD-DATE CL-UPD-DATE.                   02130000
021400      WRITE CL-CAL-REC.                                           02140000
021500      EVALUATE TRUE                                               02150000
021600         WHEN CL-WRITE-OK                                         02160000
021700            ADD 1 TO YR-CNTR                                      02170000
021800            MOVE 'A' TO AU-ACTION                                 02180000
021900            MOVE 'CALYEAR' TO AU-FIELD-ID                         02190000
022000            MOVE SPACES TO AU-OLD-VALUE                           02200000
022100            PERFORM 3500-IMAGE-DAY                                02210000
022200            MOVE WS-CAL-IMAGE TO AU-NEW-VALUE                     02220000
022300            PERFORM 3600-AUDIT-WRITE                              02230000
022400         WHEN CL-DUPKEY                                           02240000
022500            MOVE 'YEAR ALREADY PUBLISHED' TO WS-REJ-REASON        02250000
022600            PERFORM 3900-REJECT-PARA                              02260000
022700         WHEN OTHER                                               02270000
022800            MOVE 'YEAR NOT ADDED, STATUS ' TO WS-REJ-REASON       02280000
022900            MOVE CL-STATUS TO WS-REJ-REASON(24:2)                 02290000
023000            PERFORM 3900-REJECT-PARA                              02300000
023100      END-EVALUATE.                                               02310000
023200 3100-YEAR-EXIT.                                                  02320000
023300      EXIT.                                                       02330000
023400 3200-ADD-DAY.                                                    02340000
023500      PERFORM 3700-EDIT-DATE THRU 3700-EDIT-EXIT.                 02350000
023600      IF WS-REJ-REASON = SPACES                                   02360000
023700         PERFORM 3800-EDIT-TYPE                                   02370000
023800      END-IF.                                                     02380000
023900      IF WS-REJ-REASON = SPACES AND WS-DESC = SPACES              02390000
024000         MOVE 'DESCRIPTION REQUIRED' TO WS-REJ-REASON             02400000
024100      END-IF.                                                     02410000
024200      IF WS-REJ-REASON = SPACES                                   02420000
024300         MOVE WS-YEAR TO CL-YEAR                                  02430000
024400         MOVE ZEROS TO CL-MMDD                                    02440000
024500         READ CALFILE                                             02450000
024600         IF NOT CL-READ-OK                                        02460000
024700            MOVE 'CALENDAR YEAR NOT PUBLISHED' TO WS-REJ-REASON   02470000
024800         END-IF                                                   02480000
024900      END-IF.                                                     02490000
025000      IF WS-REJ-REASON NOT = SPACES                               02500000
025100         PERFORM 3900-REJECT-PARA                                 02510000
025200         GO TO 3200-ADD-EXIT                                      02520000
025300      END-IF.                                                     02530000
025400      MOVE SPACES TO CL-CAL-REC.                                  02540000
025500      MOVE WS-DATE-9 TO CL-CAL-DATE.                              02550000
025600      MOVE WS-DAY-TYPE TO CL-DAY-TYPE.                            02560000
025700      MOVE WS-DESC TO CL-DESC.                                    02570000
025800      MOVE WS-TODAY TO CL-ADD-DATE CL-UPD-DATE.                   02580000
025900      WRITE CL-CAL-REC.                                           02590000
026000      EVALUATE TRUE                                               02600000
026100         WHEN CL-WRITE-OK                                         02610000
026200            ADD 1 TO ADD-CNTR                                     02620000
026300            MOVE 'A' TO AU-ACTION                                 02630000
026400            MOVE 'CALDAY' TO AU-FIELD-ID                          02640000
026500            MOVE SPACES TO AU-OLD-VALUE                           02650000
026600            PERFORM 3500-IMAGE-DAY                                02660000
026700            MOVE WS-CAL-IMAGE TO AU-NEW-VALUE                     02670000
026800            PERFORM 3600-AUDIT-WRITE                              02680000
026900         WHEN CL-DUPKEY                                           02690000
027000            MOVE 'DATE ALREADY ON CALENDAR' TO WS-REJ-REASON      02700000
027100            PERFORM 3900-REJECT-PARA                              02710000
027200         WHEN OTHER                                               02720000
027300            MOVE 'DATE NOT ADDED, STATUS ' TO WS-REJ-REASON       02730000
027400            MOVE CL-STATUS TO WS-REJ-REASON(24:2)                 02740000
027500            PERFORM 3900-REJECT-PARA                              02750000
027600      END-EVALUATE.                                               02760000
027700 3200-ADD-EXIT.                                                   02770000
027800      EXIT.                                                       02780000
027900 3300-UPDATE-DAY.                                                 02790000
028000      PERFORM 3700-EDIT-DATE THRU 3700-EDIT-EXIT.                 02800000
028100      IF WS-REJ-REASON = SPACES AND WS-DAY-TYPE NOT = SPACE       02810000
028200         PERFORM 3800-EDIT-TYPE                                   02820000
028300      END-IF.                                                     02830000
028400      IF WS-REJ-REASON = SPACES                                   02840000
028500         MOVE WS-DATE-9 TO CL-CAL-DATE                            02850000
028600         READ CALFILE                                             02860000
028700         IF NOT CL-READ-OK                                        02870000
028800            MOVE 'DATE NOT ON CALENDAR' TO WS-REJ-REASON          02880000
028900         END-IF                                                   02890000
029000      END-IF.                                                     02900000
029100      IF WS-REJ-REASON NOT = SPACES                               02910000
029200         PERFORM 3900-REJECT-PARA                                 02920000
029300         GO TO 3300-UPDATE-EXIT                                   02930000
029400      END-IF.                                                     02940000
029500      PERFORM 3500-IMAGE-DAY.                                     02950000
029600      MOVE WS-CAL-IMAGE TO AU-OLD-VALUE.                          02960000
029700      IF WS-DAY-TYPE NOT = SPACE                                  02970000
029800         MOVE WS-DAY-TYPE TO CL-DAY-TYPE                          02980000
029900      END-IF.                                                     02990000
030000      IF WS-DESC NOT = SPACES                                     03000000
030100         MOVE WS-DESC TO CL-DESC                                  03010000
030200      END-IF.                                                     03020000
030300      MOVE WS-TODAY TO CL-UPD-DATE.                               03030000
030400      REWRITE CL-CAL-REC.                                         03040000
030500      IF CL-REWRITE-OK                                            03050000
030600         ADD 1 TO UPD-CNTR                                        03060000
030700         MOVE 'U' TO AU-ACTION                                    03070000
030800         MOVE 'CALDAY' TO AU-FIELD-ID                             03080000
030900         PERFORM 3500-IMAGE-DAY                                   03090000
031000         MOVE WS-CAL-IMAGE TO AU-NEW-VALUE                        03100000
031100         PERFORM 3600-AUDIT-WRITE                                 03110000
031200      ELSE                                                        03120000
031300         MOVE 'DATE NOT UPDATED, STATUS ' TO WS-REJ-REASON        03130000
031400         MOVE CL-STATUS TO WS-REJ-REASON(26:2)                    03140000
031500         PERFORM 3900-REJECT-PARA                                 03150000
031600      END-IF.                                                     03160000
031700 3300-UPDATE-EXIT.                                                03170000
031800      EXIT.                                                       03180000
031900 3400-DELETE-DAY.                                                 03190000
032000      PERFORM 3700-EDIT-DATE THRU 3700-EDIT-EXIT.                 03200000
032100      IF WS-REJ-REASON = SPACES                                   03210000
032200         MOVE WS-DATE-9 TO CL-CAL-DATE                            03220000
032300         READ CALFILE                                             03230000
032400         IF NOT CL-READ-OK                                        03240000
032500            MOVE 'DATE NOT ON CALENDAR' TO WS-REJ-REASON          03250000
032600         END-IF                                                   03260000
032700      END-IF.                                                     03270000
032800      IF WS-REJ-REASON NOT = SPACES                               03280000
032900         PERFORM 3900-REJECT-PARA                                 03290000
033000         GO TO 3400-DELETE-EXIT                                   03300000
033100      END-IF.                                                     03310000
033200      PERFORM 3500-IMAGE-DAY.                                     03320000
033300      DELETE CALFILE RECORD.                                      03330000
033400      IF CL-DELETE-OK                                             03340000
033500         ADD 1 TO DEL-CNTR                                        03350000
033600         MOVE 'D' TO AU-ACTION                                    03360000
033700         MOVE 'CALDAY' TO AU-FIELD-ID                             03370000
033800         MOVE WS-CAL-IMAGE TO AU-OLD-VALUE                        03380000
033900         MOVE SPACES TO AU-NEW-VALUE                              03390000
034000         PERFORM 3600-AUDIT-WRITE                                 03400000
034100      ELSE                                                        03410000
034200         MOVE 'DATE NOT DELETED, STATUS ' TO WS-REJ-REASON        03420000
034300         MOVE CL-STATUS TO WS-REJ-REASON(26:2)                    03430000
034400         PERFORM 3900-REJECT-PARA                                 03440000
034500      END-IF.                                                     03450000
034600 3400-DELETE-EXIT.                                                03460000
034700      EXIT.                                                       03470000
034800 3500-IMAGE-DAY.                                                  03480000
034900      MOVE CL-DAY-TYPE TO WS-IMG-TYPE.                            03490000
035000      MOVE CL-DESC TO WS-IMG-DESC.                                03500000
035100      EXIT.                                                       03510000
035200 3600-AUDIT-WRITE.                                                03520000
035300      MOVE 'CALKSDS' TO AU-FILE-ID.                               03530000
035400      MOVE CL-CAL-DATE TO AU-REC-KEY.                             03540000
035500      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      03550000
035600      ACCEPT AU-CHG-TIME FROM TIME.                               03560000
035700      CALL 'OPERSUB' USING AU-OPER-ID.                            03570000
035800      CALL 'AUDSEAL' USING BY CONTENT 'D' 'CALMNT  '              03580000
035900                           BY REFERENCE AU-AUDIT-REC.             03590000
036000      WRITE AU-AUDIT-REC.                                         03600000
036100      IF NOT AU-WRITE-OK                                          03610000
036200         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       03620000
036300      END-IF.                                                     03630000
036400      MOVE SPACES TO RPT-REC.                                     03640000
036500      STRING 'APPLIED : OP ' WS-OP ' DATE ' CL-CAL-DATE ' '       03650000
036600             AU-FIELD-ID ' <' WS-CAL-IMAGE '>'                    03660000
036700         DELIMITED BY SIZE INTO RPT-REC                           03670000
036800      END-STRING.                                                 03680000
036900      WRITE RPT-REC.                                              03690000
037000      EXIT.                                                       03700000
037100 3700-EDIT-DATE.                                                  03710000
037200*     A DAY CARD NEEDS A REAL DATE - MMDD 0000 IS THE YEAR RECORD.03720000
037300      IF WS-DATE-X NOT NUMERIC                                    03730000
037400         MOVE 'DATE NOT NUMERIC' TO WS-REJ-REASON                 03740000
037500         GO TO 3700-EDIT-EXIT                                     03750000
037600      END-IF.                                                     03760000
037700      MOVE WS-DATE-X TO WS-DATE-9.                                03770000
037800      IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9) NOT = ZERO        03780000
037900         MOVE 'DATE NOT VALID' TO WS-REJ-REASON                   03790000
038000         GO TO 3700-EDIT-EXIT                                     03800000
038100      END-IF.                                                     03810000
038200      COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-9).   03820000
038300      COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7).           03830000
038400 3700-EDIT-EXIT.                                                  03840000
038500      EXIT.                                                       03850000
038600 3800-EDIT-TYPE.                                                  03860000
038700*     WS-DOW 0 = MONDAY ... 5 = SATURDAY, 6 = SUNDAY.             03870000
038800      EVALUATE TRUE                                               03880000
038900         WHEN TYPE-HOLIDAY AND WS-DOW > 4                         03890000
039000            MOVE 'HOLIDAY FALLS ON A WEEKEND' TO WS-REJ-REASON    03900000
039100         WHEN TYPE-WORKDAY AND WS-DOW < 5                         03910000
039200            MOVE 'WORKING DAY IS NOT A WEEKEND' TO WS-REJ-REASON  03920000
039300         WHEN TYPE-HOLIDAY OR TYPE-WORKDAY                        03930000
039400            CONTINUE                                              03940000
039500         WHEN OTHER                                               03950000
039600            MOVE 'DAY TYPE MUST BE H OR W' TO WS-REJ-REASON       03960000
039700      END-EVALUATE.                                               03970000
039800      EXIT.                                                       03980000
039900 3900-REJECT-PARA.                                                03990000
040000      ADD 1 TO REJ-CNTR.                                          04000000
040100      MOVE SPACES TO RPT-REC.                                     04010000
040200      STRING 'REJECTED: OP ' WS-OP ' DATE <' WS-DATE-X            04020000
040300             '> ' WS-REJ-REASON                                   04030000
040400         DELIMITED BY SIZE INTO RPT-REC                           04040000
040500      END-STRING.                                                 04050000
040600      WRITE RPT-REC.                                              04060000
040700      EXIT.                                                       04070000
040800 4000-CLOSE-PARA.                                                 04080000
040900      MOVE SPACES TO RPT-REC.                                     04090000
041000      STRING 'READ=' IP-CNTR                                      04100000
041100             ' YEARS=' YR-CNTR                                    04110000
041200             ' ADDED=' ADD-CNTR                                   04120000
041300             ' UPDATED=' UPD-CNTR                                 04130000
041400             ' DELETED=' DEL-CNTR                                 04140000
041500             ' REJECTED=' REJ-CNTR                                04150000
041600         DELIMITED BY SIZE INTO RPT-REC                           04160000
041700      END-STRING.                                                 04170000
041800      WRITE RPT-REC.                                              04180000
041900      CALL 'AUDSEAL' USING BY CONTENT 'T' 'CALMNT  '              04190000
042000                           BY REFERENCE AU-AUDIT-REC.             04200000
042100      WRITE AU-AUDIT-REC.                                         04210000
042200      CLOSE IP-FILE CALFILE AUDIT-FILE RPTFILE.                   04220000
042300      DISPLAY 'TXNS READ       : ' IP-CNTR.                       04230000
042400      DISPLAY 'YEARS PUBLISHED : ' YR-CNTR.                       04240000
042500      DISPLAY 'DAYS ADDED      : ' ADD-CNTR.                      04250000
042600      DISPLAY 'DAYS UPDATED    : ' UPD-CNTR.                      04260000
042700      DISPLAY 'DAYS DELETED    : ' DEL-CNTR.                      04270000
042800      DISPLAY 'TXNS REJECTED   : ' REJ-CNTR.                      04280000
042900      IF REJ-CNTR > 0                                             04290000
043000         MOVE 4 TO RETURN-CODE                                    04300000
043100      END-IF.                                                     04310000
043200      EXIT.                                                       04320000
043300 9000-ERR-PARA.                                                   04330000
043400      DISPLAY WS-ERR-DESC.                                        04340000
043500      MOVE 30 TO RETURN-CODE.                                     04350000
043600      STOP RUN.                                                   04360000
