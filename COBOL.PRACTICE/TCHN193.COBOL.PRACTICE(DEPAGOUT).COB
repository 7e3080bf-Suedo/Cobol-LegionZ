000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. DEPAGOUT.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : DEPENDENT KSDS (DDDEPKS, I-O), MJ24 ASSOCIATE     00040000
000500*               MASTER KSDS (DDKSDS) FOR NAMES                    00050000
000600* OUTPUT FILE : AUDIT LOG (DDAUDIT), ASSOCIATE NOTIFICATIONS      00060000
000700*               (DDNOTIFY), RUN REPORT (DDOUT), RUN STATISTICS    00070000
000800*               (DDRSTAT)                                         00080000
000900* PRG DESC    : NIGHTLY CHILD DEPENDENT AGE-OUT.  THE COVERAGE    00090000
001000*               AGE LIMIT COMES FROM THE CONSOLE - BLANK MEANS    00100000
001100*               26.  EVERY ACTIVE SON OR DAUGHTER IS AGED WITH    00110000
001200*               THE COMMON AGESUB ROUTINE; THOSE WHOSE BIRTHDAY   00120000
001300*               AT THE LIMIT FALLS IN THE NEXT 60 DAYS ARE        00130000
001400*               LISTED, AND AN ADVANCE NOTICE GOES TO THE         00140000
001500*               ASSOCIATE ON THE 60TH DAY BEFORE.  ON OR AFTER    00150000
001600*               THE BIRTHDAY THE DEPENDENT IS REMOVED (STATUS X)  00160000
001700*               WITH AN AUDIT ENTRY AND A REMOVAL NOTICE.  WHEN   00170000
001800*               THE DEPENDENT WAS A BENEFICIARY, THE              00180000
001900*               ASSOCIATE'S REMAINING BENEFICIARIES ARE FLAGGED   00190000
002000*               FOR RE-DESIGNATION AND A NOTICE GIVES THE SHARE   00200000
002100*               STILL DESIGNATED.  A CHILD WITH AN UNUSABLE DOB   00210000
002200*               IS LISTED AND THE RUN ENDS RC 4.                  00220000
002300* AUTHOR      : GIRIDHAR                                          00230000
002400* CREATED ON  : 15 OCT 2026                                       00240000
002500***************************************************************** 00250000
002600 ENVIRONMENT DIVISION.                                            00260000
002700 INPUT-OUTPUT SECTION.                                            00270000
002800 FILE-CONTROL.                                                    00280000
002900      SELECT DEPN-FILE ASSIGN TO DDDEPKS                          00290000
003000      ORGANIZATION IS INDEXED                                     00300000
003100      ACCESS MODE IS DYNAMIC                                      00310000
003200      RECORD KEY IS DP-DEP-KEY                                    00320000
003300      FILE STATUS DP-STATUS.                                      00330000
003400*                                                                 00340000
003500      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00350000
003600      ORGANIZATION IS INDEXED                                     00360000
003700      ACCESS MODE IS RANDOM                                       00370000
003800      RECORD KEY IS MAASSOID                                      00380000
003900      FILE STATUS MA-STATUS.                                      00390000
004000*                                                                 00400000
004100      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00410000
004200      ORGANIZATION IS SEQUENTIAL                                  00420000
004300      ACCESS MODE IS SEQUENTIAL                                   00430000
004400      FILE STATUS AU-STATUS.                                      00440000
004500*                                                                 00450000
004600      SELECT NOTIFY-FILE ASSIGN TO DDNOTIFY                       00460000
004700      ORGANIZATION IS SEQUENTIAL                                  00470000
004800      ACCESS MODE IS SEQUENTIAL                                   00480000
004900      FILE STATUS NT-STATUS.                                      00490000
005000*                                                                 00500000
005100      SELECT RPT-FILE ASSIGN TO DDOUT                             00510000
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
006300 FD DEPN-FILE.                                                    00630000
006400 COPY DEPNREC REPLACING ==:DEP:== BY ==DP==.                      00640000
006500 FD KSDS-FILE.                                                    00650000
006600 01 MAREC.                                                        00660000
006700 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00670000
006800 FD AUDIT-FILE RECORDING MODE IS F.                               00680000
006900 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00690000
007000 FD NOTIFY-FILE RECORDING MODE IS F.                              00700000
007100 COPY NOTIFREC REPLACING ==:NTF:== BY ==NT==.                     00710000
007200 FD RPT-FILE RECORDING MODE IS F.                                 00720000
007300 01 RPT-REC PIC X(80).                                            00730000
007400 FD STATFILE RECORDING MODE IS F.                                 00740000
007500 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00750000
007600 WORKING-STORAGE SECTION.                                         00760000
007700 01 WS-FILE-STATUSES.                                             00770000
007800    05 DP-STATUS PIC XX.                                          00780000
007900    88 DP-OPEN-OK    VALUE '00'.                                  00790000
008000    88 DP-READ-OK    VALUE '00'.                                  00800000
008100    88 DP-START-OK   VALUE '00'.                                  00810000
008200    88 DP-REWRITE-OK VALUE '00'.                                  00820000
008300    88 DP-EOF        VALUE '10'.                                  00830000
008400    05 MA-STATUS PIC XX.                                          00840000
008500    88 MA-OPEN-OK VALUE '00'.                                     00850000
008600    88 MA-READ-OK VALUE '00'.                                     00860000
008700    88 MA-KEYNF   VALUE '23'.                                     00870000
008800    05 AU-STATUS PIC XX.                                          00880000
008900    88 AU-OPEN-OK  VALUE '00'.                                    00890000
009000    88 AU-WRITE-OK VALUE '00'.                                    00900000
009100    05 NT-STATUS PIC XX.                                          00910000
009200    88 NT-OPEN-OK  VALUE '00'.                                    00920000
009300    88 NT-WRITE-OK VALUE '00'.                                    00930000
009400    05 RP-STATUS PIC XX.                                          00940000
009500    88 RP-OPEN-OK VALUE '00'.                                     00950000
009600    05 RS-STATUS PIC XX.                                          00960000
009700    88 RS-OPEN-OK  VALUE '00'.                                    00970000
009800    88 RS-WRITE-OK VALUE '00'.                                    00980000
009900 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00990000
010000 01 WS-AGE-LIMIT-IN PIC X(2) VALUE SPACES.                        01000000
010100 01 WS-AGE-LIMIT PIC 9(3) VALUE 26.                               01010000
010200 01 WS-WARN-DAYS PIC 9(3) VALUE 60.                               01020000
010300 01 WS-AGE-FIELDS.                                                01030000
010400    05 WS-DOB-NUM  PIC 9(8).                                      01040000
010500    05 WS-AGE-YRS  PIC 9(3).                                      01050000
010600    05 WS-AGE-DAYS PIC 9(3).                                      01060000
010700 01 WS-AGEOUT-DATE PIC 9(8) VALUE ZEROS.                          01070000
010800 01 WS-AGEOUT-DATE-R REDEFINES WS-AGEOUT-DATE.                    01080000
010900    05 WS-AO-YYYY PIC 9(4).                                       01090000
011000    05 WS-AO-MMDD PIC 9(4).                                       01100000
011100 01 WS-LEAP-FIELDS.                                               01110000
011200    05 WS-LEAP-QUOT PIC 9(4).                                     01120000
011300    05 WS-LEAP-R4   PIC 9(4).                                     01130000
011400    05 WS-LEAP-R100 PIC 9(4).                                     01140000
011500    05 WS-LEAP-R400 PIC 9(4).                                     01150000
011600 01 WS-DAYS-TO-GO PIC S9(7) VALUE ZEROS.                          01160000
011700 01 WS-DAYS-TO-GO-ED PIC Z9.                                      01170000
011800 01 WS-SHARE-LEFT PIC 9(3) VALUE ZEROS.                           01180000
011900 01 WS-BENEF-LEFT PIC 9(2) VALUE ZEROS.                           01190000
012000 01 WS-BROWSE-SW PIC X VALUE 'N'.                                 01200000
012100    88 BROWSE-DONE VALUE 'Y'.                                     01210000
012200*  ASSOCIATES WHO LOST A BENEFICIARY TONIGHT.  THEIR REMAINING    01220000
012300*  BENEFICIARIES ARE FLAGGED AFTER THE MAIN PASS.                 01230000
012400 01 PD-CNT PIC 9(3) VALUE 0.                                      01240000
012500 01 PD-IDX PIC 9(3) VALUE 0.                                      01250000
012600 01 WS-PENDING-TABLE.                                             01260000
012700    05 PD-ASSOID PIC X(7) OCCURS 200 TIMES.                       01270000
012800 01 WS-CNTRS.                                                     01280000
012900    05 IP-CNTR     PIC 9(6) VALUE ZEROS.                          01290000
013000    05 CHILD-CNTR  PIC 9(6) VALUE ZEROS.                          01300000
013100    05 WARN-CNTR   PIC 9(6) VALUE ZEROS.                          01310000
013200    05 NOTICE-CNTR PIC 9(6) VALUE ZEROS.                          01320000
013300    05 REM-CNTR    PIC 9(6) VALUE ZEROS.                          01330000
013400    05 FLAG-CNTR   PIC 9(6) VALUE ZEROS.                          01340000
013500    05 BADDOB-CNTR PIC 9(6) VALUE ZEROS.                          01350000
013600    05 OVFL-CNTR   PIC 9(6) VALUE ZEROS.                          01360000
013700 01 WS-AUD-WORK.                                                  01370000
013800    05 WS-AUD-ACTION PIC X(1).                                    01380000
013900    05 WS-AUD-FIELD  PIC X(10).                                   01390000
014000    05 WS-AUD-OLD.                                                01400000
014100       10 WS-AUD-OLD-NAME PIC X(30).                              01410000
014200       10 FILLER          PIC X.                                  01420000
014300       10 WS-AUD-OLD-REL  PIC X(10).                              01430000
014400       10 FILLER          PIC X.                                  01440000
014500       10 WS-AUD-OLD-DOB  PIC X(8).                               01450000
014600    05 WS-AUD-NEW.                                                01460000
014700       10 WS-AUD-NEW-NAME PIC X(30).                              01470000
014800       10 FILLER          PIC X.                                  01480000
014900       10 WS-AUD-NEW-REL  PIC X(10).                              01490000
015000       10 FILLER          PIC X.                                  01500000
015100       10 WS-AUD-NEW-DOB  PIC X(8).                               01510000
015200 01 WS-ERR-DESC.                                                  01520000
015300    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01530000
015400    05  ERR-PARA             PIC X(30).                           01540000
015500    05  FILLER               PIC XX VALUE SPACES.                 01550000
015600    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01560000
015700    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01570000
015800    05  ERR-FILE-STATUS      PIC XX.                              01580000
015900 PROCEDURE DIVISION.                                              01590000
016000 0000-MAIN-PARA.                                                  01600000
016100      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01610000
016200      PERFORM 0500-GET-LIMIT.                                     01620000
016300      PERFORM 1000-OPEN-FILES.                                    01630000
016400      PERFORM 3000-PRCS-RECS UNTIL DP-EOF.                        01640000
016500      PERFORM 3500-FLAG-ASSOC                                     01650000
016600             VARYING PD-IDX FROM 1 BY 1                           01660000
016700             UNTIL PD-IDX > PD-CNT.                               01670000
016800      PERFORM 4000-CLOSE-PARA.                                    01680000
016900      STOP RUN.                                                   01690000
017000 0000-MAIN-PARA-EXIT.                                             01700000
017100      EXIT.                                                       01710000
017200 0500-GET-LIMIT.                                                  01720000
017300      DISPLAY 'COVERAGE AGE LIMIT (BLANK = 26) : '.               01730000
017400      ACCEPT WS-AGE-LIMIT-IN.                                     01740000
017500      IF WS-AGE-LIMIT-IN NUMERIC                                  01750000
017600         MOVE WS-AGE-LIMIT-IN TO WS-AGE-LIMIT                     01760000
017700      ELSE                                                        01770000
017800         IF WS-AGE-LIMIT-IN NOT = SPACES                          01780000
017900            DISPLAY 'INVALID AGE LIMIT ' WS-AGE-LIMIT-IN          01790000
018000               ' - 26 ASSUMED'                                    01800000
018100         END-IF                                                   01810000
018200      END-IF.                                                     01820000
018300      IF WS-AGE-LIMIT = ZEROS                                     01830000
018400         MOVE 26 TO WS-AGE-LIMIT                                  01840000
018500      END-IF.                                                     01850000
018600      DISPLAY 'COVERAGE AGE LIMIT : ' WS-AGE-LIMIT.               01860000
018700      EXIT.                                                       01870000
018800 1000-OPEN-FILES.                                                 01880000
018900      OPEN I-O DEPN-FILE.                                         01890000
019000      IF NOT DP-OPEN-OK                                           01900000
019100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01910000
019200         MOVE 'DEPN-FILE' TO ERR-FILE-ID                          01920000
019300         MOVE DP-STATUS TO ERR-FILE-STATUS                        01930000
019400         PERFORM 9000-ERR-PARA                                    01940000
019500      END-IF.                                                     01950000
019600      OPEN INPUT KSDS-FILE.                                       01960000
019700      IF NOT MA-OPEN-OK                                           01970000
019800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01980000
019900         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          01990000
020000         MOVE MA-STATUS TO ERR-FILE-STATUS                        02000000
020100         PERFORM 9000-ERR-PARA                                    02010000
020200      END-IF.                                                     02020000
020300      OPEN EXTEND AUDIT-FILE.                                     02030000
020400      IF NOT AU-OPEN-OK                                           02040000
020500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02050000
020600         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         02060000
020700         MOVE AU-STATUS TO ERR-FILE-STATUS                        02070000
020800         PERFORM 9000-ERR-PARA                                    02080000
020900      END-IF.                                                     02090000
020910      CALL 'AUDSEAL' USING BY CONTENT 'H' 'DEPAGOUT'              02091003
020920                           BY REFERENCE AU-AUDIT-REC.             02092003
020930      WRITE AU-AUDIT-REC.                                         02093003
021000      OPEN EXTEND NOTIFY-FILE.                                    02100000
021100      IF NOT NT-OPEN-OK                                           02110000
021200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02120000
021300         MOVE 'NOTIFY-FILE' TO ERR-FILE-ID                        02130000
021400         MOVE NT-STATUS TO ERR-FILE-STATUS                        02140000
021500         PERFORM 9000-ERR-PARA                                    02150000
021600      END-IF.                                                     02160000
021700      OPEN OUTPUT RPT-FILE.                                       02170000
021800      IF NOT RP-OPEN-OK                                           02180000
021900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02190000
022000         MOVE 'RPT-FILE' TO ERR-FILE-ID                           02200000
022100         MOVE RP-STATUS TO ERR-FILE-STATUS                        02210000
022200         PERFORM 9000-ERR-PARA                                    02220000
022300      END-IF.                                                     02230000
022400      MOVE SPACES TO RPT-REC.                                     02240000
022500      STRING 'DEPENDENT AGE-OUT RUN ' WS-TODAY                    02250000
022600             '   AGE LIMIT ' WS-AGE-LIMIT                         02260000
022700         DELIMITED BY SIZE INTO RPT-REC                           02270000
022800      END-STRING.                                                 02280000
022900      WRITE RPT-REC.                                              02290000
023000      DISPLAY 'ALL FILES OPENED'.                                 02300000
023100      EXIT.                                                       02310000
023200 3000-PRCS-RECS.                                                  02320000
023300      READ DEPN-FILE NEXT RECORD.                                 02330000
023400      EVALUATE TRUE                                               02340000
023500         WHEN DP-READ-OK                                          02350000
023600            ADD 1 TO IP-CNTR                                      02360000
023700            IF DP-DEP-STATUS = 'A'                                02370000
023800               AND (DP-RELATION = 'SON' OR                        02380000
023900                    DP-RELATION = 'DAUGHTER')                     02390000
024000               ADD 1 TO CHILD-CNTR                                02400000
024100               PERFORM 3100-CHECK-CHILD THRU 3100-CHECK-CHILD-EXIT02410001
024200            END-IF                                                02420000
024300         WHEN DP-EOF                                              02430000
024400            CONTINUE                                              02440000
024500         WHEN OTHER                                               02450000
024600            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02460000
024700            MOVE 'DEPN-FILE' TO ERR-FILE-ID                       02470000
024800            MOVE DP-STATUS TO ERR-FILE-STATUS                     02480000
024900            PERFORM 9000-ERR-PARA                                 02490000
025000      END-EVALUATE.                                               02500000
025100      EXIT.                                                       02510000
025200 3100-CHECK-CHILD.                                                02520000
025300      IF DP-DEP-DOB NOT NUMERIC                                   02530000
025400         ADD 1 TO BADDOB-CNTR                                     02540000
025500         MOVE SPACES TO RPT-REC                                   02550000
025600         STRING 'BAD DOB    : ' DP-ASSOID '/' DP-DEP-SEQ          02560000
025700                ' ' DP-DEP-NAME ' DOB ' DP-DEP-DOB                02570000
025800            DELIMITED BY SIZE INTO RPT-REC                        02580000
025900         END-STRING                                               02590000
026000         WRITE RPT-REC                                            02600000
026100         GO TO 3100-CHECK-CHILD-EXIT                              02610000
026200      END-IF.                                                     02620000
026300      MOVE DP-DEP-DOB TO WS-DOB-NUM.                              02630000
026400      CALL 'AGESUB' USING WS-DOB-NUM WS-AGE-YRS WS-AGE-DAYS.      02640000
026500      IF WS-AGE-YRS + 1 < WS-AGE-LIMIT                            02650000
026600         GO TO 3100-CHECK-CHILD-EXIT                              02660000
026700      END-IF.                                                     02670000
026800      PERFORM 3110-AGEOUT-DATE.                                   02680000
026900      IF WS-AGEOUT-DATE NOT > WS-TODAY                            02690000
027000         PERFORM 3200-REMOVE-CHILD                                02700000
027100         GO TO 3100-CHECK-CHILD-EXIT                              02710000
027200      END-IF.                                                     02720000
027300      COMPUTE WS-DAYS-TO-GO =                                     02730000
027400              FUNCTION INTEGER-OF-DATE(WS-AGEOUT-DATE)            02740000
027500            - FUNCTION INTEGER-OF-DATE(WS-TODAY).                 02750000
027600      IF WS-DAYS-TO-GO > WS-WARN-DAYS                             02760000
027700         GO TO 3100-CHECK-CHILD-EXIT                              02770000
027800      END-IF.                                                     02780000
027900      ADD 1 TO WARN-CNTR.                                         02790000
028000      MOVE WS-DAYS-TO-GO TO WS-DAYS-TO-GO-ED.                     02800000
028100      MOVE SPACES TO RPT-REC.                                     02810000
028200      STRING 'AGEING OUT : ' DP-ASSOID '/' DP-DEP-SEQ             02820000
028300             ' ' DP-DEP-NAME ' ON ' WS-AGEOUT-DATE                02830000
028400             ' IN ' WS-DAYS-TO-GO-ED ' DAYS'                      02840000
028500         DELIMITED BY SIZE INTO RPT-REC                           02850000
028600      END-STRING.                                                 02860000
028700      WRITE RPT-REC.                                              02870000
028800      IF WS-DAYS-TO-GO = WS-WARN-DAYS                             02880000
028900         MOVE 'AW' TO NT-NOTICE-TYPE                              02890000
029000         MOVE 'COVER ENDS ON THE EVENT DATE' TO NT-NOTICE-TEXT    02900000
029100         PERFORM 3400-WRITE-NOTICE                                02910000
029200      END-IF.                                                     02920000
029300 3100-CHECK-CHILD-EXIT.                                           02930000
029400      EXIT.                                                       02940000
029500*  THE BIRTHDAY AT THE AGE LIMIT.  A 29 FEB BIRTHDAY FALLS ON     02950000
029600*  1 MAR WHEN THAT YEAR IS NOT A LEAP YEAR.                       02960000
029700 3110-AGEOUT-DATE.                                                02970000
029800      MOVE WS-DOB-NUM TO WS-AGEOUT-DATE.                          02980000
029900      ADD WS-AGE-LIMIT TO WS-AO-YYYY.                             02990000
030000      IF WS-AO-MMDD = 0229                                        03000000
030100         DIVIDE WS-AO-YYYY BY 4 GIVING WS-LEAP-QUOT               03010000
030200                REMAINDER WS-LEAP-R4                              03020000
030300         DIVIDE WS-AO-YYYY BY 100 GIVING WS-LEAP-QUOT             03030000
030400                REMAINDER WS-LEAP-R100                            03040000
030500         DIVIDE WS-AO-YYYY BY 400 GIVING WS-LEAP-QUOT             03050000
030600                REMAINDER WS-LEAP-R400                            03060000
030700         IF WS-LEAP-R4 NOT = 0                                    03070000
030800            OR (WS-LEAP-R100 = 0 AND WS-LEAP-R400 NOT = 0)        03080000
030900            MOVE 0301 TO WS-AO-MMDD                               03090000
031000         END-IF                                                   03100000
031100      END-IF.                                                     03110000
031200      EXIT.                                                       03120000
031300 3200-REMOVE-CHILD.                                               03130000
031400      MOVE DP-DEP-NAME TO WS-AUD-OLD-NAME.                        03140000
031500      MOVE DP-RELATION TO WS-AUD-OLD-REL.                         03150000
031600      MOVE DP-DEP-DOB TO WS-AUD-OLD-DOB.                          03160000
031700      MOVE 'X' TO DP-DEP-STATUS.                                  03170000
031800      REWRITE DP-DEPN-REC.                                        03180000
031900      IF NOT DP-REWRITE-OK                                        03190000
032000         MOVE '3200-REMOVE-CHILD' TO ERR-PARA                     03200000
032100         MOVE 'DEPN-FILE' TO ERR-FILE-ID                          03210000
032200         MOVE DP-STATUS TO ERR-FILE-STATUS                        03220000
032300         PERFORM 9000-ERR-PARA                                    03230000
032400      END-IF.                                                     03240000
032500      ADD 1 TO REM-CNTR.                                          03250000
032600      MOVE 'D' TO WS-AUD-ACTION.                                  03260000
032700      MOVE 'AGE-OUT   ' TO WS-AUD-FIELD.                          03270000
032800      MOVE SPACES TO WS-AUD-NEW.                                  03280000
032900      PERFORM 3600-AUDIT-WRITE.                                   03290000
033000      MOVE SPACES TO RPT-REC.                                     03300000
033100      STRING 'REMOVED    : ' DP-ASSOID '/' DP-DEP-SEQ             03310000
033200             ' ' DP-DEP-NAME ' AGED OUT ' WS-AGEOUT-DATE          03320000
033300         DELIMITED BY SIZE INTO RPT-REC                           03330000
033400      END-STRING.                                                 03340000
033500      WRITE RPT-REC.                                              03350000
033600      MOVE 'AR' TO NT-NOTICE-TYPE.                                03360000
033700      MOVE 'DEPENDENT COVER ENDED AT AGE LIMIT' TO NT-NOTICE-TEXT.03370000
033800      PERFORM 3400-WRITE-NOTICE.                                  03380000
033900      IF DP-BENEF-FLAG = 'Y'                                      03390000
034000         PERFORM 3300-HOLD-ASSOC THRU 3300-HOLD-ASSOC-EXIT        03400001
034100      END-IF.                                                     03410000
034200      EXIT.                                                       03420000
034300 3300-HOLD-ASSOC.                                                 03430000
034400      IF PD-CNT > 0                                               03440000
034500         IF PD-ASSOID(PD-CNT) = DP-ASSOID                         03450000
034600            GO TO 3300-HOLD-ASSOC-EXIT                            03460000
034700         END-IF                                                   03470000
034800      END-IF.                                                     03480000
034900      IF PD-CNT < 200                                             03490000
035000         ADD 1 TO PD-CNT                                          03500000
035100         MOVE DP-ASSOID TO PD-ASSOID(PD-CNT)                      03510000
035200      ELSE                                                        03520000
035300         ADD 1 TO OVFL-CNTR                                       03530000
035400         DISPLAY 'RE-DESIGNATION TABLE FULL - FLAG BY HAND : '    03540000
035500            DP-ASSOID                                             03550000
035600      END-IF.                                                     03560000
035700 3300-HOLD-ASSOC-EXIT.                                            03570000
035800      EXIT.                                                       03580000
035900 3400-WRITE-NOTICE.                                               03590000
036000      MOVE DP-ASSOID TO MAASSOID.                                 03600000
036100      READ KSDS-FILE.                                             03610000
036200      EVALUATE TRUE                                               03620000
036300         WHEN MA-READ-OK                                          03630000
036400            CONTINUE                                              03640000
036500         WHEN MA-KEYNF                                            03650000
036600            MOVE SPACES TO MANAME                                 03660000
036700         WHEN OTHER                                               03670000
036800            MOVE '3400-WRITE-NOTICE' TO ERR-PARA                  03680000
036900            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       03690000
037000            MOVE MA-STATUS TO ERR-FILE-STATUS                     03700000
037100            PERFORM 9000-ERR-PARA                                 03710000
037200      END-EVALUATE.                                               03720000
037300      MOVE DP-ASSOID TO NT-ASSOID.                                03730000
037400      MOVE MANAME TO NT-ASSOC-NAME.                               03740000
037500      MOVE DP-DEP-SEQ TO NT-DEP-SEQ.                              03750000
037600      MOVE DP-DEP-NAME TO NT-DEP-NAME.                            03760000
037700      MOVE WS-AGEOUT-DATE TO NT-EVENT-DATE.                       03770000
037800      MOVE WS-TODAY TO NT-NOTICE-DATE.                            03780000
037900      WRITE NT-NOTIFY-REC.                                        03790000
038000      IF NOT NT-WRITE-OK                                          03800000
038100         DISPLAY 'NOTICE WRITE FAILED CODE = ' NT-STATUS          03810000
038200      ELSE                                                        03820000
038300         ADD 1 TO NOTICE-CNTR                                     03830000
038400      END-IF.                                                     03840000
038500      EXIT.                                                       03850000
038600*  FLAG EVERY ACTIVE BENEFICIARY LEFT FOR ONE ASSOCIATE AND TELL  03860000
038700*  THE ASSOCIATE WHAT SHARE IS STILL DESIGNATED.                  03870000
038800 3500-FLAG-ASSOC.                                                 03880000
038900      MOVE ZEROS TO WS-SHARE-LEFT WS-BENEF-LEFT.                  03890000
039000      MOVE 'N' TO WS-BROWSE-SW.                                   03900000
039100      MOVE PD-ASSOID(PD-IDX) TO DP-ASSOID.                        03910000
039200      MOVE LOW-VALUES TO DP-DEP-SEQ.                              03920000
039300      START DEPN-FILE KEY IS NOT LESS THAN DP-DEP-KEY.            03930000
039400      IF NOT DP-START-OK                                          03940000
039500         MOVE 'Y' TO WS-BROWSE-SW                                 03950000
039600      END-IF.                                                     03960000
039700      PERFORM 3510-FLAG-BENEF                                     03970001
039710         THRU 3510-FLAG-BENEF-EXIT UNTIL BROWSE-DONE.             03971001
039800      MOVE SPACES TO DP-DEPN-REC.                                 03980000
039900      MOVE PD-ASSOID(PD-IDX) TO DP-ASSOID.                        03990000
040000      MOVE 'BR' TO NT-NOTICE-TYPE.                                04000000
040100      MOVE WS-TODAY TO WS-AGEOUT-DATE.                            04010000
040200      IF WS-BENEF-LEFT = 0                                        04020000
040300         MOVE 'NO BENEFICIARY LEFT - PLEASE DESIGNATE'            04030000
040400            TO NT-NOTICE-TEXT                                     04040000
040500      ELSE                                                        04050000
040600         MOVE SPACES TO NT-NOTICE-TEXT                            04060000
040700         STRING 'SHARES LEFT TOTAL ' WS-SHARE-LEFT                04070000
040800                ' PCT - RE-DESIGNATE'                             04080000
040900            DELIMITED BY SIZE INTO NT-NOTICE-TEXT                 04090000
041000         END-STRING                                               04100000
041100      END-IF.                                                     04110000
041200      PERFORM 3400-WRITE-NOTICE.                                  04120000
041300      MOVE SPACES TO RPT-REC.                                     04130000
041400      STRING 'RE-DESIGN  : ' PD-ASSOID(PD-IDX)                    04140000
041500             ' BENEFICIARIES FLAGGED ' WS-BENEF-LEFT              04150000
041600             ' SHARE LEFT ' WS-SHARE-LEFT                         04160000
041700         DELIMITED BY SIZE INTO RPT-REC                           04170000
041800      END-STRING.                                                 04180000
041900      WRITE RPT-REC.                                              04190000
042000      EXIT.                                                       04200000
042100 3510-FLAG-BENEF.                                                 04210000
042200      READ DEPN-FILE NEXT RECORD.                                 04220000
042300      IF NOT DP-READ-OK                                           04230000
042400         MOVE 'Y' TO WS-BROWSE-SW                                 04240000
042500         GO TO 3510-FLAG-BENEF-EXIT                               04250000
042600      END-IF.                                                     04260000
042700      IF DP-ASSOID NOT = PD-ASSOID(PD-IDX)                        04270000
042800         MOVE 'Y' TO WS-BROWSE-SW                                 04280000
042900         GO TO 3510-FLAG-BENEF-EXIT                               04290000
043000      END-IF.                                                     04300000
043100      IF DP-DEP-STATUS NOT = 'A' OR DP-BENEF-FLAG NOT = 'Y'       04310000
043200         GO TO 3510-FLAG-BENEF-EXIT                               04320000
043300      END-IF.                                                     04330000
043400      ADD 1 TO WS-BENEF-LEFT.                                     04340000
043500      ADD DP-BENEF-PCT TO WS-SHARE-LEFT.                          04350000
043600      IF DP-REDESIG-FLAG = 'Y'                                    04360000
043700         GO TO 3510-FLAG-BENEF-EXIT                               04370000
043800      END-IF.                                                     04380000
043900      MOVE 'Y' TO DP-REDESIG-FLAG.                                04390000
044000      REWRITE DP-DEPN-REC.                                        04400000
044100      IF NOT DP-REWRITE-OK                                        04410000
044200         MOVE '3510-FLAG-BENEF' TO ERR-PARA                       04420000
044300         MOVE 'DEPN-FILE' TO ERR-FILE-ID                          04430000
044400         MOVE DP-STATUS TO ERR-FILE-STATUS                        04440000
044500         PERFORM 9000-ERR-PARA                                    04450000
044600      END-IF.                                                     04460000
044700      ADD 1 TO FLAG-CNTR.                                         04470000
044800      MOVE 'U' TO WS-AUD-ACTION.                                  04480000
044900      MOVE 'REDESIG   ' TO WS-AUD-FIELD.                          04490000
045000      MOVE SPACES TO WS-AUD-OLD WS-AUD-NEW.                       04500000
045100      MOVE DP-DEP-NAME TO WS-AUD-NEW-NAME.                        04510000
045200      MOVE 'REDESIGN Y' TO WS-AUD-NEW-REL.                        04520000
045300      PERFORM 3600-AUDIT-WRITE.                                   04530000
045400 3510-FLAG-BENEF-EXIT.                                            04540000
045500      EXIT.                                                       04550000
045600 3600-AUDIT-WRITE.                                                04560000
045700      MOVE SPACES TO AU-AUDIT-REC.                                04570000
045800      MOVE 'DEPNKSDS' TO AU-FILE-ID.                              04580000
045900      MOVE DP-DEP-KEY TO AU-REC-KEY.                              04590000
046000      MOVE WS-AUD-ACTION TO AU-ACTION.                            04600000
046100      MOVE WS-AUD-FIELD TO AU-FIELD-ID.                           04610000
046200      MOVE WS-AUD-OLD TO AU-OLD-VALUE.                            04620000
046300      MOVE WS-AUD-NEW TO AU-NEW-VALUE.                            04630000
046400      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      04640000
046500      ACCEPT AU-CHG-TIME FROM TIME.                               04650000
046510      CALL 'OPERSUB' USING AU-OPER-ID.                            04651002
046520      CALL 'AUDSEAL' USING BY CONTENT 'D' 'DEPAGOUT'              04652003
046530                           BY REFERENCE AU-AUDIT-REC.             04653003
046600      WRITE AU-AUDIT-REC.                                         04660000
046700      IF NOT AU-WRITE-OK                                          04670000
046800         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       04680000
046900      END-IF.                                                     04690000
047000      EXIT.                                                       04700000
047100 4000-CLOSE-PARA.                                                 04710000
047200      MOVE SPACES TO RPT-REC.                                     04720000
047300      STRING 'READ=' IP-CNTR                                      04730000
047400             ' CHILDREN=' CHILD-CNTR                              04740000
047500             ' AGEING=' WARN-CNTR                                 04750000
047600             ' REMOVED=' REM-CNTR                                 04760000
047700             ' FLAGGED=' FLAG-CNTR                                04770000
047800             ' BAD DOB=' BADDOB-CNTR                              04780000
047900         DELIMITED BY SIZE INTO RPT-REC                           04790000
048000      END-STRING.                                                 04800000
048100      WRITE RPT-REC.                                              04810000
048110      CALL 'AUDSEAL' USING BY CONTENT 'T' 'DEPAGOUT'              04811003
048120                           BY REFERENCE AU-AUDIT-REC.             04812003
048130      WRITE AU-AUDIT-REC.                                         04813003
048200      CLOSE DEPN-FILE KSDS-FILE AUDIT-FILE NOTIFY-FILE RPT-FILE.  04820000
048300      DISPLAY 'DEPENDENTS READ   : ' IP-CNTR.                     04830000
048400      DISPLAY 'ACTIVE CHILDREN   : ' CHILD-CNTR.                  04840000
048500      DISPLAY 'AGEING OUT SOON   : ' WARN-CNTR.                   04850000
048600      DISPLAY 'AGED OUT, REMOVED : ' REM-CNTR.                    04860000
048700      DISPLAY 'BENEF FLAGGED     : ' FLAG-CNTR.                   04870000
048800      DISPLAY 'NOTICES WRITTEN   : ' NOTICE-CNTR.                 04880000
048900      DISPLAY 'BAD DOB           : ' BADDOB-CNTR.                 04890000
049000      IF BADDOB-CNTR > 0 OR OVFL-CNTR > 0                         04900000
049100         MOVE 4 TO RETURN-CODE                                    04910000
049200      END-IF.                                                     04920000
049300      PERFORM 4200-WRITE-RUNSTAT.                                 04930000
049400      EXIT.                                                       04940000
049500 4200-WRITE-RUNSTAT.                                              04950000
049600      OPEN EXTEND STATFILE.                                       04960000
049700      EVALUATE TRUE                                               04970000
049800         WHEN RS-OPEN-OK                                          04980000
049900            MOVE SPACES TO RS-RUNSTAT-REC                         04990000
050000            MOVE 'DEPAGOUT' TO RS-PGM-NAME                        05000000
050100            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 05010000
050200            ACCEPT RS-RUN-TIME FROM TIME                          05020000
050300            MOVE IP-CNTR TO RS-READ-CNT                           05030000
050400            COMPUTE RS-WRITE-CNT = REM-CNTR + FLAG-CNTR           05040000
050500            COMPUTE RS-REJ-CNT = BADDOB-CNTR + OVFL-CNTR          05050000
050600            MOVE RETURN-CODE TO RS-RETURN-CD                      05060000
050700            WRITE RS-RUNSTAT-REC                                  05070000
050800            IF NOT RS-WRITE-OK                                    05080000
050900               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   05090000
051000            END-IF                                                05100000
051100            CLOSE STATFILE                                        05110000
051200         WHEN OTHER                                               05120000
051300            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       05130000
051400      END-EVALUATE.                                               05140000
051500      EXIT.                                                       05150000
051600 9000-ERR-PARA.                                                   05160000
051700      DISPLAY WS-ERR-DESC.                                        05170000
051800      MOVE 30 TO RETURN-CODE.                                     05180000
051900      STOP RUN.                                                   05190000
