000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ACCLRPT.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : READ-ACCESS LOG IN THE ACCLREC SHAPE (DDACCIN,    00040000
000500*               WRITTEN BY ACCLSUB - CONCATENATE THE GENERATIONS  00050000
000600*               IN THE JCL)                                       00060000
000700* OUTPUT FILE : MONTHLY ACCESS REPORT (DDRPT), RUN STATISTICS     00070000
000800*               (DDRSTAT)                                         00080000
000900* PRG DESC    : MONTHLY PERSONAL-DATA ACCESS REPORT FOR THE       00090000
001000*               PRIVACY OFFICER.  THE MONTH COMES FROM THE        00100000
001100*               CONSOLE (YYYYMM, BLANK = LAST MONTH) AND ONLY     00110000
001200*               THAT MONTH'S LOG ENTRIES ARE REPORTED, IN TWO     00120000
001300*               SECTIONS -                                        00130000
001400*               BY REQUESTER    - ONE LINE PER OPERATOR WITH      00140000
001500*                                 VIEWS, DISTINCT DATA SUBJECTS   00150000
001600*                                 AND FIRST/LAST ACCESS DATE.     00160000
001700*                                 AN OPERATOR WHO VIEWED MORE     00170000
001800*                                 SUBJECTS THAN THE LIMIT FROM    00180000
001900*                                 THE CONSOLE (BLANK = 50) IS     00190000
002000*                                 FLAGGED BULK BROWSING           00200000
002100*               BY DATA SUBJECT - EVERY ACCESS TO EACH RECORD     00210000
002200*                                 (WHO, WHEN, WHICH PROGRAM AND   00220000
002300*                                 WHICH FIELD GROUPS) TO ANSWER   00230000
002400*                                 "WHO HAS VIEWED MY RECORD"      00240000
002500*               RC 4 WHEN ANY OPERATOR IS FLAGGED.                00250000
002600* AUTHOR      : GIRIDHAR                                          00260000
002700* CREATED ON  : 15 OCT 2026                                       00270000
002800***************************************************************** 00280000
002900 ENVIRONMENT DIVISION.                                            00290000
003000 INPUT-OUTPUT SECTION.                                            00300000
003100 FILE-CONTROL.                                                    00310000
003200      SELECT ACCL-FILE ASSIGN TO DDACCIN                          00320000
003300      ORGANIZATION IS SEQUENTIAL                                  00330000
003400      ACCESS MODE IS SEQUENTIAL                                   00340000
003500      FILE STATUS AL-STATUS.                                      00350000
003600*                                                                 00360000
003700      SELECT RPT-FILE ASSIGN TO DDRPT                             00370000
003800      ORGANIZATION IS SEQUENTIAL                                  00380000
003900      ACCESS MODE IS SEQUENTIAL                                   00390000
004000      FILE STATUS RP-STATUS.                                      00400000
004100*                                                                 00410000
004200      SELECT STATFILE ASSIGN TO DDRSTAT                           00420000
004300      ORGANIZATION IS SEQUENTIAL                                  00430000
004400      ACCESS MODE IS SEQUENTIAL                                   00440000
004500      FILE STATUS RS-STATUS.                                      00450000
004600*                                                                 00460000
004700      SELECT SORT-WORK ASSIGN TO DDSORT.                          00470000
004800*                                                                 00480000
004900 DATA DIVISION.                                                   00490000
005000 FILE SECTION.                                                    00500000
005100 FD ACCL-FILE RECORDING MODE IS F.                                00510000
005200 COPY ACCLREC REPLACING ==:ACL:== BY ==AL==.                      00520000
005300 FD RPT-FILE RECORDING MODE IS F.                                 00530000
005400 01 RPT-REC PIC X(133).                                           00540000
005500 FD STATFILE RECORDING MODE IS F.                                 00550000
005600 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00560000
005700 SD SORT-WORK.                                                    00570000
005800 COPY ACCLREC REPLACING ==:ACL:== BY ==SRT==.                     00580000
005900 WORKING-STORAGE SECTION.                                         00590000
006000 01 WS-FILE-STATUSES.                                             00600000
006100    05 AL-STATUS PIC XX.                                          00610000
006200    88 AL-OPEN-OK VALUE '00'.                                     00620000
006300    88 AL-READ-OK VALUE '00'.                                     00630000
006400    88 AL-EOF     VALUE '10'.                                     00640000
006500    05 RP-STATUS PIC XX.                                          00650000
006600    88 RP-OPEN-OK VALUE '00'.                                     00660000
006700    05 RS-STATUS PIC XX.                                          00670000
006800    88 RS-OPEN-OK  VALUE '00'.                                    00680000
006900    88 RS-WRITE-OK VALUE '00'.                                    00690000
007000 01 WS-CNTRS.                                                     00700000
007100    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         00710000
007200    05 SEL-CNTR     PIC 9(6) VALUE ZEROS.                         00720000
007300    05 OPER-CNTR    PIC 9(6) VALUE ZEROS.                         00730000
007400    05 SUBJ-CNTR    PIC 9(6) VALUE ZEROS.                         00740000
007500    05 BULK-CNTR    PIC 9(6) VALUE ZEROS.                         00750000
007600 01 WS-SORT-STATUS PIC X VALUE 'N'.                               00760000
007700    88 SORT-EOF     VALUE 'Y'.                                    00770000
007800 01 WS-TODAY        PIC 9(8) VALUE ZEROS.                         00780000
007900 01 WS-TODAY-R REDEFINES WS-TODAY.                                00790000
008000    05 WS-TODAY-YYYY PIC 9(4).                                    00800000
008100    05 WS-TODAY-MM   PIC 9(2).                                    00810000
008200    05 WS-TODAY-DD   PIC 9(2).                                    00820000
008300 01 WS-MONTH-IN     PIC X(6).                                     00830000
008400 01 WS-MONTH        PIC 9(6) VALUE ZEROS.                         00840000
008500 01 WS-MONTH-R REDEFINES WS-MONTH.                                00850000
008600    05 WS-MONTH-YYYY PIC 9(4).                                    00860000
008700    05 WS-MONTH-MM   PIC 9(2).                                    00870000
008800 01 WS-BULK-IN      PIC X(4).                                     00880000
008900 01 WS-BULK-LIMIT   PIC 9(4) VALUE ZEROS.                         00890000
009000 01 WS-OPER-TOTALS.                                               00900000
009100    05 WS-CUR-OPER   PIC X(8)  VALUE SPACES.                      00910000
009200    05 WS-CUR-FILE   PIC X(8)  VALUE SPACES.                      00920000
009300    05 WS-CUR-KEY    PIC X(20) VALUE SPACES.                      00930000
009400    05 WS-OPR-VIEWS  PIC 9(6)  VALUE ZEROS.                       00940000
009500    05 WS-OPR-SUBJS  PIC 9(6)  VALUE ZEROS.                       00950000
009600    05 WS-OPR-FIRST  PIC 9(8)  VALUE ZEROS.                       00960000
009700    05 WS-OPR-LAST   PIC 9(8)  VALUE ZEROS.                       00970000
009800 01 WS-OPER-LINE.                                                 00980000
009900    05 FILLER        PIC X(3) VALUE SPACES.                       00990000
010000    05 OPL-OPER      PIC X(8).                                    01000000
010100    05 FILLER        PIC X(3) VALUE SPACES.                       01010000
010200    05 OPL-VIEWS     PIC ZZZ,ZZ9.                                 01020000
010300    05 FILLER        PIC X(3) VALUE SPACES.                       01030000
010400    05 OPL-SUBJS     PIC ZZZ,ZZ9.                                 01040000
010500    05 FILLER        PIC X(3) VALUE SPACES.                       01050000
010600    05 OPL-FIRST     PIC 9(8).                                    01060000
010700    05 FILLER        PIC X(3) VALUE SPACES.                       01070000
010800    05 OPL-LAST      PIC 9(8).                                    01080000
010900    05 FILLER        PIC X(3) VALUE SPACES.                       01090000
011000    05 OPL-FLAG      PIC X(13).                                   01100000
011100    05 FILLER        PIC X(64) VALUE SPACES.                      01110000
011200 01 WS-SUBJ-LINE.                                                 01120000
011300    05 FILLER        PIC X(9) VALUE 'SUBJECT  '.                  01130000
011400    05 SBL-FILE-ID   PIC X(8).                                    01140000
011500    05 FILLER        PIC X VALUE SPACE.                           01150000
011600    05 SBL-REC-KEY   PIC X(20).                                   01160000
011700    05 FILLER        PIC X(95) VALUE SPACES.                      01170000
011800 01 WS-ACC-LINE.                                                  01180000
011900    05 FILLER        PIC X(6) VALUE SPACES.                       01190000
012000    05 ACL-DATE      PIC 9(8).                                    01200000
012100    05 FILLER        PIC X VALUE SPACE.                           01210000
012200    05 ACL-TIME      PIC 9(8).                                    01220000
012300    05 FILLER        PIC X(3) VALUE SPACES.                       01230000
012400    05 ACL-OPER      PIC X(8).                                    01240000
012500    05 FILLER        PIC X(3) VALUE SPACES.                       01250000
012600    05 ACL-PGM       PIC X(8).                                    01260000
012700    05 FILLER        PIC X(3) VALUE SPACES.                       01270000
012800    05 ACL-GROUPS    PIC X(10).                                   01280000
012900    05 FILLER        PIC X(75) VALUE SPACES.                      01290000
013000 01 WS-ERR-DESC.                                                  01300000
013100    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01310000
013200    05  ERR-PARA             PIC X(30).                           01320000
013300    05  FILLER               PIC XX VALUE SPACES.                 01330000
013400    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01340000
013500    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01350000
013600    05  ERR-FILE-STATUS      PIC XX.                              01360000
013700 PROCEDURE DIVISION.                                              01370000
013800 0000-MAIN-PARA.                                                  01380000
013900      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01390000
014000      PERFORM 0500-GET-MONTH.                                     01400000
014100      PERFORM 0600-GET-LIMIT.                                     01410000
014200      PERFORM 1000-OPEN-FILES.                                    01420000
014300      SORT SORT-WORK                                              01430000
014400           ON ASCENDING KEY SRT-OPER-ID                           01440000
014500           ON ASCENDING KEY SRT-FILE-ID                           01450000
014600           ON ASCENDING KEY SRT-REC-KEY                           01460000
014700           ON ASCENDING KEY SRT-ACC-DATE                          01470000
014800           ON ASCENDING KEY SRT-ACC-TIME                          01480000
014900           INPUT PROCEDURE IS 2000-RELEASE-MONTH                  01490000
015000           OUTPUT PROCEDURE IS 3000-BY-REQUESTER.                 01500000
015100      PERFORM 4000-SUBJECT-HEADING.                               01510000
015200      SORT SORT-WORK                                              01520000
015300           ON ASCENDING KEY SRT-FILE-ID                           01530000
015400           ON ASCENDING KEY SRT-REC-KEY                           01540000
015500           ON ASCENDING KEY SRT-ACC-DATE                          01550000
015600           ON ASCENDING KEY SRT-ACC-TIME                          01560000
015700           INPUT PROCEDURE IS 2000-RELEASE-MONTH                  01570000
015800           OUTPUT PROCEDURE IS 5000-BY-SUBJECT.                   01580000
015900      PERFORM 6000-CLOSE-PARA.                                    01590000
016000      STOP RUN.                                                   01600000
016100 0000-MAIN-PARA-EXIT.                                             01610000
016200      EXIT.                                                       01620000
016300 0500-GET-MONTH.                                                  01630000
016400      DISPLAY 'REPORT MONTH YYYYMM (BLANK = LAST MONTH) : '.      01640000
016500      ACCEPT WS-MONTH-IN.                                         01650000
016600      IF WS-MONTH-IN NUMERIC                                      01660000
016700         MOVE WS-MONTH-IN TO WS-MONTH                             01670000
016800         IF WS-MONTH-MM < 01 OR WS-MONTH-MM > 12                  01680000
016900            DISPLAY 'INVALID REPORT MONTH ' WS-MONTH-IN           01690000
017000               ' - LAST MONTH ASSUMED'                            01700000
017100            MOVE ZEROS TO WS-MONTH                                01710000
017200         END-IF                                                   01720000
017300      ELSE                                                        01730000
017400         IF WS-MONTH-IN NOT = SPACES                              01740000
017500            DISPLAY 'INVALID REPORT MONTH ' WS-MONTH-IN           01750000
017600               ' - LAST MONTH ASSUMED'                            01760000
017700         END-IF                                                   01770000
017800      END-IF.                                                     01780000
017900      IF WS-MONTH = ZEROS                                         01790000
018000         IF WS-TODAY-MM = 01                                      01800000
018100            COMPUTE WS-MONTH-YYYY = WS-TODAY-YYYY - 1             01810000
018200            MOVE 12 TO WS-MONTH-MM                                01820000
018300         ELSE                                                     01830000
018400            MOVE WS-TODAY-YYYY TO WS-MONTH-YYYY                   01840000
018500            COMPUTE WS-MONTH-MM = WS-TODAY-MM - 1                 01850000
018600         END-IF                                                   01860000
018700      END-IF.                                                     01870000
018800      DISPLAY 'REPORT MONTH : ' WS-MONTH.                         01880000
018900      EXIT.                                                       01890000
019000 0600-GET-LIMIT.                                                  01900000
019100      DISPLAY 'BULK BROWSING LIMIT - SUBJECTS (BLANK = 50) : '.   01910000
019200      ACCEPT WS-BULK-IN.                                          01920000
019300      IF WS-BULK-IN NUMERIC                                       01930000
019400         MOVE WS-BULK-IN TO WS-BULK-LIMIT                         01940000
019500      ELSE                                                        01950000
019600         IF WS-BULK-IN NOT = SPACES                               01960000
019700            DISPLAY 'INVALID BULK LIMIT ' WS-BULK-IN              01970000
019800               ' - 50 ASSUMED'                                    01980000
019900         END-IF                                                   01990000
020000      END-IF.                                                     02000000
020100      IF WS-BULK-LIMIT = ZEROS                                    02010000
020200         MOVE 50 TO WS-BULK-LIMIT                                 02020000
020300      END-IF.                                                     02030000
020400      DISPLAY 'BULK BROWSING LIMIT : ' WS-BULK-LIMIT.             02040000
020500      EXIT.                                                       02050000
020600 1000-OPEN-FILES.                                                 02060000
020700      OPEN OUTPUT RPT-FILE.                                       02070000
020800      IF NOT RP-OPEN-OK                                           02080000
020900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02090000
021000         MOVE 'RPT-FILE' TO ERR-FILE-ID                           02100000
021100         MOVE RP-STATUS TO ERR-FILE-STATUS                        02110000
021200         PERFORM 9000-ERR-PARA                                    02120000
021300      END-IF.                                                     02130000
021400      MOVE SPACES TO RPT-REC.                                     02140000
021500      STRING 'PERSONAL DATA ACCESS REPORT - MONTH ' WS-MONTH      02150000
021600             '   RUN ' WS-TODAY                                   02160000
021700         DELIMITED BY SIZE INTO RPT-REC                           02170000
021800      END-STRING.                                                 02180000
021900      WRITE RPT-REC.                                              02190000
022000      MOVE SPACES TO RPT-REC.                                     02200000
022100      WRITE RPT-REC.                                              02210000
022200      MOVE 'BY REQUESTER' TO RPT-REC.                             02220000
022300      WRITE RPT-REC.                                              02230000
022400      MOVE SPACES TO RPT-REC.                                     02240000
022500      STRING '   OPERATOR     VIEWS  SUBJECTS'                    02250000
022600             '   FIRST      LAST       FLAG'                      02260000
022700         DELIMITED BY SIZE INTO RPT-REC                           02270000
022800      END-STRING.                                                 02280000
022900      WRITE RPT-REC.                                              02290000
023000      DISPLAY 'ALL FILES OPENED'.                                 02300000
023100      EXIT.                                                       02310000
023200*    THE LOG IS READ ONCE FOR EACH SECTION; ONLY THE REPORT       02320000
023300*    MONTH IS RELEASED TO THE SORT.                               02330000
023400 2000-RELEASE-MONTH.                                              02340000
023500      OPEN INPUT ACCL-FILE.                                       02350000
023600      IF NOT AL-OPEN-OK                                           02360000
023700         MOVE '2000-RELEASE-MONTH' TO ERR-PARA                    02370000
023800         MOVE 'ACCL-FILE' TO ERR-FILE-ID                          02380000
023900         MOVE AL-STATUS TO ERR-FILE-STATUS                        02390000
024000         PERFORM 9000-ERR-PARA                                    02400000
024100      END-IF.                                                     02410000
024200      MOVE ZEROS TO IP-CNTR SEL-CNTR.                             02420000
024300      PERFORM 2100-READ-LOG UNTIL AL-EOF.                         02430000
024400      CLOSE ACCL-FILE.                                            02440000
024500      EXIT.                                                       02450000
024600 2100-READ-LOG.                                                   02460000
024700      READ ACCL-FILE.                                             02470000
024800      EVALUATE TRUE                                               02480000
024900         WHEN AL-READ-OK                                          02490000
025000            ADD 1 TO IP-CNTR                                      02500000
025100            IF AL-ACC-DATE(1:6) = WS-MONTH                        02510000
025200               ADD 1 TO SEL-CNTR                                  02520000
025300               IF AL-OPER-ID = SPACES OR LOW-VALUES               02530000
025400                  MOVE 'BATCH   ' TO AL-OPER-ID                   02540000
025500               END-IF                                             02550000
025600               MOVE AL-ACCESS-REC TO SRT-ACCESS-REC               02560000
025700               RELEASE SRT-ACCESS-REC                             02570000
025800            END-IF                                                02580000
025900         WHEN AL-EOF                                              02590000
026000            CONTINUE                                              02600000
026100         WHEN OTHER                                               02610000
026200            MOVE '2100-READ-LOG' TO ERR-PARA                      02620000
026300            MOVE 'ACCL-FILE' TO ERR-FILE-ID                       02630000
026400            MOVE AL-STATUS TO ERR-FILE-STATUS                     02640000
026500            PERFORM 9000-ERR-PARA                                 02650000
026600      END-EVALUATE.                                               02660000
026700      EXIT.                                                       02670000
026800 3000-BY-REQUESTER.                                               02680000
026900      MOVE 'N' TO WS-SORT-STATUS.                                 02690000
027000      PERFORM 3100-RETURN-REQ UNTIL SORT-EOF.                     02700000
027100      IF WS-CUR-OPER NOT = SPACES                                 02710000
027200         PERFORM 3200-OPER-LINE                                   02720000
027300      END-IF.                                                     02730000
027400      EXIT.                                                       02740000
027500 3100-RETURN-REQ.                                                 02750000
027600      RETURN SORT-WORK                                            02760000
027700         AT END                                                   02770000
027800            MOVE 'Y' TO WS-SORT-STATUS                            02780000
027900         NOT AT END                                               02790000
028000            PERFORM 3110-TAKE-REQ                                 02800000
028100      END-RETURN.                                                 02810000
028200      EXIT.                                                       02820000
028300 3110-TAKE-REQ.                                                   02830000
028400      IF SRT-OPER-ID NOT = WS-CUR-OPER                            02840000
028500         IF WS-CUR-OPER NOT = SPACES                              02850000
028600            PERFORM 3200-OPER-LINE                                02860000
028700         END-IF                                                   02870000
028800         MOVE SRT-OPER-ID TO WS-CUR-OPER                          02880000
028900         MOVE SPACES TO WS-CUR-FILE WS-CUR-KEY                    02890000
029000         MOVE ZEROS TO WS-OPR-VIEWS WS-OPR-SUBJS WS-OPR-LAST      02900000
029100         MOVE SRT-ACC-DATE TO WS-OPR-FIRST                        02910000
029200      END-IF.                                                     02920000
029300      ADD 1 TO WS-OPR-VIEWS.                                      02930000
029400      IF SRT-FILE-ID NOT = WS-CUR-FILE                            02940000
029500         OR SRT-REC-KEY NOT = WS-CUR-KEY                          02950000
029600         ADD 1 TO WS-OPR-SUBJS                                    02960000
029700         MOVE SRT-FILE-ID TO WS-CUR-FILE                          02970000
029800         MOVE SRT-REC-KEY TO WS-CUR-KEY                           02980000
029900      END-IF.                                                     02990000
030000      IF SRT-ACC-DATE < WS-OPR-FIRST                              03000000
030100         MOVE SRT-ACC-DATE TO WS-OPR-FIRST                        03010000
030200      END-IF.                                                     03020000
030300      IF SRT-ACC-DATE > WS-OPR-LAST                               03030000
030400         MOVE SRT-ACC-DATE TO WS-OPR-LAST                         03040000
030500      END-IF.                                                     03050000
030600      EXIT.                                                       03060000
030700 3200-OPER-LINE.                                                  03070000
030800      ADD 1 TO OPER-CNTR.                                         03080000
030900      MOVE WS-CUR-OPER  TO OPL-OPER.                              03090000
031000      MOVE WS-OPR-VIEWS TO OPL-VIEWS.                             03100000
031100      MOVE WS-OPR-SUBJS TO OPL-SUBJS.                             03110000
031200      MOVE WS-OPR-FIRST TO OPL-FIRST.                             03120000
031300      MOVE WS-OPR-LAST  TO OPL-LAST.                              03130000
031400      IF WS-OPR-SUBJS > WS-BULK-LIMIT                             03140000
031500         ADD 1 TO BULK-CNTR                                       03150000
031600         MOVE 'BULK BROWSING' TO OPL-FLAG                         03160000
031700      ELSE                                                        03170000
031800         MOVE SPACES TO OPL-FLAG                                  03180000
031900      END-IF.                                                     03190000
032000      WRITE RPT-REC FROM WS-OPER-LINE.                            03200000
032100      EXIT.                                                       03210000
032200 4000-SUBJECT-HEADING.                                            03220000
032300      MOVE SPACES TO RPT-REC.                                     03230000
032400      WRITE RPT-REC.                                              03240000
032500      MOVE 'BY DATA SUBJECT' TO RPT-REC.                          03250000
032600      WRITE RPT-REC.                                              03260000
032700      MOVE SPACES TO RPT-REC.                                     03270000
032800      STRING '      DATE     TIME       OPERATOR   PROGRAM    '   03280000
032900             'GROUPS'                                             03290000
033000         DELIMITED BY SIZE INTO RPT-REC                           03300000
033100      END-STRING.                                                 03310000
033200      WRITE RPT-REC.                                              03320000
033300      MOVE SPACES TO WS-CUR-FILE WS-CUR-KEY.                      03330000
033400      EXIT.                                                       03340000
033500 5000-BY-SUBJECT.                                                 03350000
033600      MOVE 'N' TO WS-SORT-STATUS.                                 03360000
033700      PERFORM 5100-RETURN-SUBJ UNTIL SORT-EOF.                    03370000
033800      EXIT.                                                       03380000
033900 5100-RETURN-SUBJ.                                                03390000
034000      RETURN SORT-WORK                                            03400000
034100         AT END                                                   03410000
034200            MOVE 'Y' TO WS-SORT-STATUS                            03420000
034300         NOT AT END                                               03430000
034400            PERFORM 5110-TAKE-SUBJ                                03440000
034500      END-RETURN.                                                 03450000
034600      EXIT.                                                       03460000
034700 5110-TAKE-SUBJ.                                                  03470000
034800      IF SRT-FILE-ID NOT = WS-CUR-FILE                            03480000
034900         OR SRT-REC-KEY NOT = WS-CUR-KEY                          03490000
035000         ADD 1 TO SUBJ-CNTR                                       03500000
035100         MOVE SRT-FILE-ID TO WS-CUR-FILE                          03510000
035200         MOVE SRT-REC-KEY TO WS-CUR-KEY                           03520000
035300         MOVE SRT-FILE-ID TO SBL-FILE-ID                          03530000
035400         MOVE SRT-REC-KEY TO SBL-REC-KEY                          03540000
035500         WRITE RPT-REC FROM WS-SUBJ-LINE                          03550000
035600      END-IF.                                                     03560000
035700      MOVE SRT-ACC-DATE TO ACL-DATE.                              03570000
035800      MOVE SRT-ACC-TIME TO ACL-TIME.                              03580000
035900      MOVE SRT-OPER-ID  TO ACL-OPER.                              03590000
036000      MOVE SRT-PGM-ID   TO ACL-PGM.                               03600000
036100      MOVE SRT-GROUPS   TO ACL-GROUPS.                            03610000
036200      WRITE RPT-REC FROM WS-ACC-LINE.                             03620000
036300      EXIT.                                                       03630000
036400 6000-CLOSE-PARA.                                                 03640000
036500      MOVE SPACES TO RPT-REC.                                     03650000
036600      WRITE RPT-REC.                                              03660000
036700      MOVE SPACES TO RPT-REC.                                     03670000
036800      STRING 'LOG ENTRIES READ : ' IP-CNTR                        03680000
036900             '   IN MONTH : ' SEL-CNTR                            03690000
037000             '   REQUESTERS : ' OPER-CNTR                         03700000
037100             '   SUBJECTS : ' SUBJ-CNTR                           03710000
037200             '   BULK BROWSING : ' BULK-CNTR                      03720000
037300         DELIMITED BY SIZE INTO RPT-REC                           03730000
037400      END-STRING.                                                 03740000
037500      WRITE RPT-REC.                                              03750000
037600      CLOSE RPT-FILE.                                             03760000
037700      DISPLAY 'LOG ENTRIES READ    : ' IP-CNTR.                   03770000
037800      DISPLAY 'ENTRIES IN MONTH    : ' SEL-CNTR.                  03780000
037900      DISPLAY 'REQUESTERS          : ' OPER-CNTR.                 03790000
038000      DISPLAY 'DATA SUBJECTS       : ' SUBJ-CNTR.                 03800000
038100      DISPLAY 'BULK BROWSING OPERS : ' BULK-CNTR.                 03810000
038200      IF BULK-CNTR > 0                                            03820000
038300         MOVE 4 TO RETURN-CODE                                    03830000
038400      END-IF.                                                     03840000
038500      PERFORM 6200-WRITE-RUNSTAT.                                 03850000
038600      EXIT.                                                       03860000
038700 6200-WRITE-RUNSTAT.                                              03870000
038800      OPEN EXTEND STATFILE.                                       03880000
038900      EVALUATE TRUE                                               03890000
039000         WHEN RS-OPEN-OK                                          03900000
039100            MOVE SPACES TO RS-RUNSTAT-REC                         03910000
039200            MOVE 'ACCLRPT' TO RS-PGM-NAME                         03920000
039300            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 03930000
039400            ACCEPT RS-RUN-TIME FROM TIME                          03940000
039500            MOVE IP-CNTR TO RS-READ-CNT                           03950000
039600            MOVE SEL-CNTR TO RS-WRITE-CNT                         03960000
039700            MOVE ZEROS TO RS-REJ-CNT                              03970000
039800            MOVE RETURN-CODE TO RS-RETURN-CD                      03980000
039900            WRITE RS-RUNSTAT-REC                                  03990000
040000            IF NOT RS-WRITE-OK                                    04000000
040100               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04010000
040200            END-IF                                                04020000
040300            CLOSE STATFILE                                        04030000
040400         WHEN OTHER                                               04040000
040500            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04050000
040600      END-EVALUATE.                                               04060000
040700      EXIT.                                                       04070000
040800 9000-ERR-PARA.                                                   04080000
040900      DISPLAY WS-ERR-DESC.                                        04090000
041000      MOVE 30 TO RETURN-CODE.                                     04100000
041100      STOP RUN.                                                   04110000
