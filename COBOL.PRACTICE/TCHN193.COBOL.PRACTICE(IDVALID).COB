000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. IDVALID.                                             00020000
000300*================================================================*00030000
000400*======             BRIEF PROGRAM DESCRIPTION                     00040000
000500*================================================================*00050000
000600* AUTHOR            : SUNDARAM TE                                 00060000
000700* DATE-WRITTEN      : OCTOBER 15,2026                             00070000
000800* PROGRAM OBJECTIVE : VALIDATES THE R2 OFFICIAL-ID AND R3         00080000
000900*                     PERSONAL-ID THAT VARFILE SPLITS OUT, THEN   00090000
001000*                     SORTS EVERY USABLE ID TO FIND THE SAME ID   00100000
001100*                     HELD BY MORE THAN ONE CUST-ID.              00110000
001200*                     SPACES, HYPHENS, SLASHES AND FULL STOPS ARE 00120000
001300*                     DROPPED AND THE ID UPPER-CASED, THEN THE    00130000
001400*                     SCHEME IS TAKEN FROM ITS SHAPE -            00140000
001500*                       AADHAAR  12 DIGITS, FIRST NOT 0 OR 1,     00150000
001600*                                VERHOEFF CHECK DIGIT             00160000
001700*                       PAN      AAAAA9999A, 4TH LETTER A VALID   00170000
001800*                                HOLDER TYPE                      00180000
001900*                       VOTERID  AAA9999999                       00190000
002000*                       PASSPORT A9999999, NOT Q, X OR Z          00200000
002100*                       DRVLIC   AA99YYYY9999999, ISSUE YEAR      00210000
002200*                                1950 TO THIS YEAR                00220000
002300*                     ANY OTHER SHAPE FAILS AS BAD FORMAT.  BLANK 00230000
002400*                     IDS FAIL AS MISSING; NA, NIL, NONE, NULL,   00240000
002500*                     UNKNOWN, TBA, TBD, NOT AVAILABLE AND ONE    00250000
002600*                     CHARACTER REPEATED FAIL AS PLACEHOLDERS.    00260000
002700* INPUT             : PS FILES OUFILE2 (R2) AND OUFILE3 (R3)      00270000
002800*                     WRITTEN BY VARFILE                          00280000
002900* OUTPUT            : FAILURES TO THE COMMON SUSPENSE FILE        00290000
003000*                     (DDSUSP), DUPLICATES TO A REVIEW REPORT     00300000
003100*                     (DDRPT), COUNTS FOR VARCHECK (DDIDCNT)      00310000
003200* REMARKS           : MISSING AND PLACEHOLDER IDS TAKE NO PART IN 00320000
003300*                     THE DUPLICATE SEARCH.  THE SAME ID IN R2 AND00330000
003400*                     R3 OF ONE CUSTOMER IS NOT A DUPLICATE.      00340000
003500*                     FAILURES OR DUPLICATES END THE RUN RC 4.    00350000
003600*================================================================*00360000
003700 ENVIRONMENT DIVISION.                                            00370000
003800 INPUT-OUTPUT SECTION.                                            00380000
003900 FILE-CONTROL.                                                    00390000
004000        SELECT INFILE2 ASSIGN TO DDOUT2                           00400000
004100                  ORGANIZATION IS SEQUENTIAL                      00410000
004200                  ACCESS MODE IS SEQUENTIAL                       00420000
004300                  FILE STATUS W01-IN2-STATUS.                     00430000
004400        SELECT INFILE3 ASSIGN TO DDOUT3                           00440000
004500                  ORGANIZATION IS SEQUENTIAL                      00450000
004600                  ACCESS MODE IS SEQUENTIAL                       00460000
004700                  FILE STATUS W01-IN3-STATUS.                     00470000
004800        SELECT SUSPFILE ASSIGN TO DDSUSP                          00480000
004900                  ORGANIZATION IS SEQUENTIAL                      00490000
005000                  ACCESS MODE IS SEQUENTIAL                       00500000
005100                  FILE STATUS W01-SU-STATUS.                      00510000
005200        SELECT RPTFILE ASSIGN TO DDRPT                            00520000
005300                  ORGANIZATION IS SEQUENTIAL                      00530000
005400                  ACCESS MODE IS SEQUENTIAL                       00540000
005500                  FILE STATUS W01-RP-STATUS.                      00550000
005600        SELECT CNTFILE ASSIGN TO DDIDCNT                          00560000
005700                  ORGANIZATION IS SEQUENTIAL                      00570000
005800                  ACCESS MODE IS SEQUENTIAL                       00580000
005900                  FILE STATUS W01-CN-STATUS.                      00590000
006000        SELECT IDSORT-WORK ASSIGN TO DDSORT.                      00600000
006100 DATA DIVISION.                                                   00610000
006200 FILE SECTION.                                                    00620000
006300 FD    INFILE2 RECORDING MODE IS F.                               00630000
006400 01    IN2-REC.                                                   00640000
006500    05   IN2-REC-ID                     PIC XX.                   00650000
006600    05   IN2-CUST-ID                    PIC X(4).                 00660000
006700    05   IN2-OFFICIAL-ID                PIC X(50).                00670000
006800 FD    INFILE3 RECORDING MODE IS F.                               00680000
006900 01    IN3-REC.                                                   00690000
007000    05   IN3-REC-ID                     PIC XX.                   00700000
007100    05   IN3-CUST-ID                    PIC X(4).                 00710000
007200    05   IN3-PERSONAL-ID                PIC X(60).                00720000
007300 FD    SUSPFILE RECORDING MODE IS F.                              00730000
007400 COPY SUSPREC REPLACING ==:SUS:== BY ==SU==.                      00740000
007500 FD    RPTFILE RECORDING MODE IS F.                               00750000
007600 01    RPT-REC                          PIC X(80).                00760000
007700 FD    CNTFILE RECORDING MODE IS F.                               00770000
007800 COPY IDVCNT REPLACING ==:IVC:== BY ==IC==.                       00780000
007900 SD    IDSORT-WORK.                                               00790000
008000 01    SID-REC.                                                   00800000
008100    05   SID-SCHEME                     PIC X(8).                 00810000
008200    05   SID-ID                         PIC X(60).                00820000
008300    05   SID-CUST-ID                    PIC X(4).                 00830000
008400    05   SID-SRC                        PIC XX.                   00840000
008500 WORKING-STORAGE SECTION.                                         00850000
008600 01    W01-FILE-STATUSES.                                         00860000
008700     05  W01-IN2-STATUS      PIC XX.                              00870000
008800     88  IN2-OPEN-ALRIGHT VALUE "00".                             00880000
008900     05  W01-IN3-STATUS      PIC XX.                              00890000
009000     88  IN3-OPEN-ALRIGHT VALUE "00".                             00900000
009100     05  W01-SU-STATUS       PIC XX.                              00910000
009200     88  SU-OPEN-ALRIGHT  VALUE "00".                             00920000
009300     05  W01-RP-STATUS       PIC XX.                              00930000
009400     88  RP-OPEN-ALRIGHT  VALUE "00".                             00940000
009500     05  W01-CN-STATUS       PIC XX.                              00950000
009600     88  CN-OPEN-ALRIGHT  VALUE "00".                             00960000
009700*    VERHOEFF MULTIPLICATION (D) AND PERMUTATION (P) TABLES       00970000
009800 01   W03-VERHOEFF-D.                                             00980000
009900     05  FILLER PIC X(10) VALUE "0123456789".                     00990000
010000     05  FILLER PIC X(10) VALUE "1234067895".                     01000000
010100     05  FILLER PIC X(10) VALUE "2340178956".                     01010000
010200     05  FILLER PIC X(10) VALUE "3401289567".                     01020000
010300     05  FILLER PIC X(10) VALUE "4012395678".                     01030000
010400     05  FILLER PIC X(10) VALUE "5987604321".                     01040000
010500     05  FILLER PIC X(10) VALUE "6598710432".                     01050000
010600     05  FILLER PIC X(10) VALUE "7659821043".                     01060000
010700     05  FILLER PIC X(10) VALUE "8765932104".                     01070000
010800     05  FILLER PIC X(10) VALUE "9876543210".                     01080000
010900 01   W03-D-TABLE REDEFINES W03-VERHOEFF-D.                       01090000
011000     05  W03-D-ROW OCCURS 10 TIMES.                               01100000
011100         10  W03-D-COL PIC 9 OCCURS 10 TIMES.                     01110000
011200 01   W03-VERHOEFF-P.                                             01120000
011300     05  FILLER PIC X(10) VALUE "0123456789".                     01130000
011400     05  FILLER PIC X(10) VALUE "1576283094".                     01140000
011500     05  FILLER PIC X(10) VALUE "5803796142".                     01150000
011600     05  FILLER PIC X(10) VALUE "8916043527".                     01160000
011700     05  FILLER PIC X(10) VALUE "9453126870".                     01170000
011800     05  FILLER PIC X(10) VALUE "4286573901".                     01180000
011900     05  FILLER PIC X(10) VALUE "2793806415".                     01190000
012000     05  FILLER PIC X(10) VALUE "7046913258".                     01200000
012100 01   W03-P-TABLE REDEFINES W03-VERHOEFF-P.                       01210000
012200     05  W03-P-ROW OCCURS 8 TIMES.                                01220000
012300         10  W03-P-COL PIC 9 OCCURS 10 TIMES.                     01230000
012400 01   W03-RUN-DATE.                                               01240000
012500     05  W03-RUN-YEAR        PIC 9(4).                            01250000
012600     05  FILLER              PIC 9(4).                            01260000
012700 01   W04-VALIDATE-WORK.                                          01270000
012800     05  W04-RAW             PIC X(60).                           01280000
012900     05  W04-NORM            PIC X(60).                           01290000
013000     05  W04-SCHEME          PIC X(8).                            01300000
013100     05  W04-REASON          PIC X(8).                            01310000
013200     88  ID-VALID         VALUE SPACES.                           01320000
013300     88  ID-NOT-USABLE    VALUE "MISSING " "PLACEHLD".            01330000
013400     05  W04-LEN             PIC 9(2) COMP.                       01340000
013500     05  W04-I               PIC 9(2) COMP.                       01350000
013600     05  W04-POS             PIC 9(2) COMP.                       01360000
013700     05  W04-IM1             PIC 9(2) COMP.                       01370000
013800     05  W04-Q               PIC 9(2) COMP.                       01380000
013900     05  W04-R               PIC 9(2) COMP.                       01390000
014000     05  W04-TALLY           PIC 9(2) COMP.                       01400000
014100     05  W04-DIGIT           PIC 9.                               01410000
014200     05  W04-PV              PIC 9.                               01420000
014300     05  W04-C               PIC 9.                               01430000
014400     05  W04-YEAR            PIC 9(4).                            01440000
014500 01   W05-CURR-ID.                                                01450000
014600     05  W05-SRC             PIC XX.                              01460000
014700     05  W05-CUST-ID         PIC X(4).                            01470000
014800     05  W05-ORIG-REC        PIC X(66).                           01480000
014900 01   W05-SIDE-KEYS.                                              01490000
015000     05  W05-KEY2 PIC X(4).                                       01500000
015100     88  K2-DONE VALUE HIGH-VALUES.                               01510000
015200     05  W05-KEY3 PIC X(4).                                       01520000
015300     88  K3-DONE VALUE HIGH-VALUES.                               01530000
015400 01   W06-DUP-GROUP.                                              01540000
015500     05  W06-PREV-SCHEME     PIC X(8).                            01550000
015600     05  W06-PREV-ID         PIC X(60).                           01560000
015700     05  W06-PREV-CUST       PIC X(4).                            01570000
015800     05  W06-FIRST-CUST      PIC X(4).                            01580000
015900     05  W06-FIRST-SRC       PIC XX.                              01590000
016000     05  W06-GROUP-SW        PIC X.                               01600000
016100     88  GROUP-REPORTED   VALUE "Y".                              01610000
016200 01   W07-DUP-HEAD.                                               01620000
016300     05  FILLER              PIC X(10) VALUE "DUPLICATE ".        01630000
016400     05  W07-DH-SCHEME       PIC X(8).                            01640000
016500     05  FILLER              PIC X VALUE SPACE.                   01650000
016600     05  W07-DH-ID           PIC X(60).                           01660000
016700     05  FILLER              PIC X VALUE SPACE.                   01670000
016800 01   W07-DUP-LINE.                                               01680000
016900     05  FILLER              PIC X(10) VALUE "    CUST  ".        01690000
017000     05  W07-DL-CUST-ID      PIC X(4).                            01700000
017100     05  FILLER              PIC X(6)  VALUE " FROM ".            01710000
017200     05  W07-DL-SRC          PIC XX.                              01720000
017300     05  FILLER              PIC X(58) VALUE SPACES.              01730000
017400 01   W07-SUM-LINE.                                               01740000
017500     05  W07-SUM-DESC        PIC X(30).                           01750000
017600     05  W07-SUM-CNT         PIC ZZZ,ZZ9.                         01760000
017700     05  FILLER              PIC X(43) VALUE SPACES.              01770000
017800 01   W09-RECORD-CTRS.                                            01780000
017900     05  W09-R2-CNT     PIC 9(6) VALUE 0.                         01790000
018000     05  W09-R2-FAIL    PIC 9(6) VALUE 0.                         01800000
018100     05  W09-R2-MISS    PIC 9(6) VALUE 0.                         01810000
018200     05  W09-R2-PLH     PIC 9(6) VALUE 0.                         01820000
018300     05  W09-R2-FMT     PIC 9(6) VALUE 0.                         01830000
018400     05  W09-R2-CHK     PIC 9(6) VALUE 0.                         01840000
018500     05  W09-R3-CNT     PIC 9(6) VALUE 0.                         01850000
018600     05  W09-R3-FAIL    PIC 9(6) VALUE 0.                         01860000
018700     05  W09-R3-MISS    PIC 9(6) VALUE 0.                         01870000
018800     05  W09-R3-PLH     PIC 9(6) VALUE 0.                         01880000
018900     05  W09-R3-FMT     PIC 9(6) VALUE 0.                         01890000
019000     05  W09-R3-CHK     PIC 9(6) VALUE 0.                         01900000
019100     05  W09-DUP-IDS    PIC 9(6) VALUE 0.                         01910000
019200     05  W09-DUP-CUSTS  PIC 9(6) VALUE 0.                         01920000
019300 PROCEDURE DIVISION.                                              01930000
019400 0000-MAIN-PARAGRAPH.                                             01940000
019500       PERFORM 1001-OPEN-FILES      THRU                          01950000
019600               1001-OPEN-FILES-EXIT.                              01960000
019700       SORT IDSORT-WORK                                           01970000
019800            ON ASCENDING KEY SID-SCHEME SID-ID SID-CUST-ID        01980000
019900            INPUT PROCEDURE IS 2000-VALIDATE-IDS                  01990000
020000                          THRU 2000-VALIDATE-IDS-EXIT             02000000
020100            OUTPUT PROCEDURE IS 3000-FIND-DUPS                    02010000
020200                           THRU 3000-FIND-DUPS-EXIT.              02020000
020300       PERFORM 8000-CLOSE-PARA      THRU                          02030000
020400               8000-CLOSE-PARA-EXIT.                              02040000
020500       STOP RUN.                                                  02050000
020600 1001-OPEN-FILES.                                                 02060000
020700       ACCEPT W03-RUN-DATE FROM DATE YYYYMMDD.                    02070000
020800       OPEN INPUT INFILE2 INFILE3.                                02080000
020900       IF NOT IN2-OPEN-ALRIGHT OR NOT IN3-OPEN-ALRIGHT            02090000
021000            DISPLAY "ERROR OPENING INPUT FILES "                  02100000
021100               W01-IN2-STATUS " " W01-IN3-STATUS                  02110000
021200            PERFORM 9000-ERROR-HANDLER THRU                       02120000
021300                  9000-ERROR-HANDLER-EXIT.                        02130000
021400       OPEN EXTEND SUSPFILE.                                      02140000
021500       IF NOT SU-OPEN-ALRIGHT                                     02150000
021600            DISPLAY "ERROR OPENING DDSUSP " W01-SU-STATUS         02160000
021700            PERFORM 9000-ERROR-HANDLER THRU                       02170000
021800                  9000-ERROR-HANDLER-EXIT.                        02180000
021900       OPEN OUTPUT RPTFILE CNTFILE.                               02190000
022000       IF NOT RP-OPEN-ALRIGHT OR NOT CN-OPEN-ALRIGHT              02200000
022100            DISPLAY "ERROR OPENING OUTPUT FILES "                 02210000
022200               W01-RP-STATUS " " W01-CN-STATUS                    02220000
022300            PERFORM 9000-ERROR-HANDLER THRU                       02230000
022400                  9000-ERROR-HANDLER-EXIT.                        02240000
022500       MOVE SPACES TO RPT-REC.                                    02250000
022600       STRING "DUPLICATE CUSTOMER ID REVIEW - RUN " W03-RUN-DATE  02260000
022700          DELIMITED BY SIZE INTO RPT-REC                          02270000
022800       END-STRING.                                                02280000
022900       WRITE RPT-REC.                                             02290000
023000       MOVE SPACES TO RPT-REC.                                    02300000
023100       WRITE RPT-REC.                                             02310000
023200 1001-OPEN-FILES-EXIT.                                            02320000
023300      EXIT.                                                       02330000
023400*================================================================*02340000
023500*      EVERY R2 THEN EVERY R3 ID IS VALIDATED; USABLE IDS ARE     02350000
023600*      RELEASED TO THE SORT FOR THE DUPLICATE SEARCH              02360000
023700*================================================================*02370000
023800 2000-VALIDATE-IDS.                                               02380000
023900       PERFORM 2100-READ-R2 THRU 2100-READ-R2-EXIT.               02390000
024000 2000-VALIDATE-IDS-R2.                                            02400000
024100       IF K2-DONE                                                 02410000
024200                GO TO 2000-VALIDATE-IDS-R3.                       02420000
024300       MOVE "R2" TO W05-SRC.                                      02430000
024400       MOVE IN2-CUST-ID TO W05-CUST-ID.                           02440000
024500       MOVE IN2-REC TO W05-ORIG-REC.                              02450000
024600       MOVE IN2-OFFICIAL-ID TO W04-RAW.                           02460000
024700       PERFORM 2500-CHECK-ONE THRU 2500-CHECK-ONE-EXIT.           02470000
024800       PERFORM 2100-READ-R2 THRU 2100-READ-R2-EXIT.               02480000
024900       GO TO 2000-VALIDATE-IDS-R2.                                02490000
025000 2000-VALIDATE-IDS-R3.                                            02500000
025100       PERFORM 2200-READ-R3 THRU 2200-READ-R3-EXIT.               02510000
025200 2000-VALIDATE-IDS-R3A.                                           02520000
025300       IF K3-DONE                                                 02530000
025400                GO TO 2000-VALIDATE-IDS-EXIT.                     02540000
025500       MOVE "R3" TO W05-SRC.                                      02550000
025600       MOVE IN3-CUST-ID TO W05-CUST-ID.                           02560000
025700       MOVE IN3-REC TO W05-ORIG-REC.                              02570000
025800       MOVE IN3-PERSONAL-ID TO W04-RAW.                           02580000
025900       PERFORM 2500-CHECK-ONE THRU 2500-CHECK-ONE-EXIT.           02590000
026000       PERFORM 2200-READ-R3 THRU 2200-READ-R3-EXIT.               02600000
026100       GO TO 2000-VALIDATE-IDS-R3A.                               02610000
026200 2000-VALIDATE-IDS-EXIT.                                          02620000
026300      EXIT.                                                       02630000
026400 2100-READ-R2.                                                    02640000
026500      READ INFILE2 AT END MOVE HIGH-VALUES TO W05-KEY2            02650000
026600                 GO TO 2100-READ-R2-EXIT.                         02660000
026700      ADD 1 TO W09-R2-CNT.                                        02670000
026800      MOVE IN2-CUST-ID TO W05-KEY2.                               02680000
026900 2100-READ-R2-EXIT.                                               02690000
027000      EXIT.                                                       02700000
027100 2200-READ-R3.                                                    02710000
027200      READ INFILE3 AT END MOVE HIGH-VALUES TO W05-KEY3            02720000
027300                 GO TO 2200-READ-R3-EXIT.                         02730000
027400      ADD 1 TO W09-R3-CNT.                                        02740000
027500      MOVE IN3-CUST-ID TO W05-KEY3.                               02750000
027600 2200-READ-R3-EXIT.                                               02760000
027700      EXIT.                                                       02770000
027800 2500-CHECK-ONE.                                                  02780000
027900      PERFORM 4000-VALIDATE-ID THRU 4000-VALIDATE-ID-EXIT.        02790000
028000      IF NOT ID-VALID                                             02800000
028100         PERFORM 2600-COUNT-FAIL THRU 2600-COUNT-FAIL-EXIT        02810000
028200         PERFORM 2700-SUSP-REJECT THRU 2700-SUSP-REJECT-EXIT.     02820000
028300      IF ID-NOT-USABLE                                            02830000
028400                GO TO 2500-CHECK-ONE-EXIT.                        02840000
028500      MOVE W04-SCHEME TO SID-SCHEME.                              02850000
028600      MOVE W04-NORM TO SID-ID.                                    02860000
028700      MOVE W05-CUST-ID TO SID-CUST-ID.                            02870000
028800      MOVE W05-SRC TO SID-SRC.                                    02880000
028900      RELEASE SID-REC.                                            02890000
029000 2500-CHECK-ONE-EXIT.                                             02900000
029100      EXIT.                                                       02910000
029200 2600-COUNT-FAIL.                                                 02920000
029300      IF W05-SRC = "R2"                                           02930000
029400         ADD 1 TO W09-R2-FAIL                                     02940000
029500         EVALUATE W04-REASON                                      02950000
029600           WHEN "MISSING " ADD 1 TO W09-R2-MISS                   02960000
029700           WHEN "PLACEHLD" ADD 1 TO W09-R2-PLH                    02970000
029800           WHEN "BADFMT  " ADD 1 TO W09-R2-FMT                    02980000
029900           WHEN OTHER      ADD 1 TO W09-R2-CHK                    02990000
030000         END-EVALUATE                                             03000000
030100      ELSE                                                        03010000
030200         ADD 1 TO W09-R3-FAIL                                     03020000
030300         EVALUATE W04-REASON                                      03030000
030400           WHEN "MISSING " ADD 1 TO W09-R3-MISS                   03040000
030500           WHEN "PLACEHLD" ADD 1 TO W09-R3-PLH                    03050000
030600           WHEN "BADFMT  " ADD 1 TO W09-R3-FMT                    03060000
030700           WHEN OTHER      ADD 1 TO W09-R3-CHK                    03070000
030800         END-EVALUATE.                                            03080000
030900 2600-COUNT-FAIL-EXIT.                                            03090000
031000      EXIT.                                                       03100000
031100 2700-SUSP-REJECT.                                                03110000
031200      MOVE SPACES TO SU-SUSP-REC.                                 03120000
031300      MOVE "IDVALID " TO SU-SRC-PGM.                              03130000
031400      STRING W05-SRC W04-REASON DELIMITED BY SIZE                 03140000
031500         INTO SU-REASON-CD                                        03150000
031600      END-STRING.                                                 03160000
031700      MOVE W03-RUN-DATE TO SU-ADD-DATE.                           03170000
031800      MOVE ZEROS TO SU-AGE-CTR.                                   03180000
031900      MOVE "N" TO SU-SUSP-STATUS.                                 03190000
032000      MOVE W05-ORIG-REC TO SU-ORIG-REC.                           03200000
032100      WRITE SU-SUSP-REC.                                          03210000
032200 2700-SUSP-REJECT-EXIT.                                           03220000
032300      EXIT.                                                       03230000
032400*================================================================*03240000
032500*      SORTED IDS - A RUN OF ONE SCHEME AND ID HELD BY MORE THAN  03250000
032600*      ONE CUST-ID IS LISTED FOR REVIEW                           03260000
032700*================================================================*03270000
032800 3000-FIND-DUPS.                                                  03280000
032900      MOVE SPACES TO W06-DUP-GROUP.                               03290000
033000 3000-FIND-DUPS-1.                                                03300000
033100      RETURN IDSORT-WORK AT END GO TO 3000-FIND-DUPS-EXIT.        03310000
033200      IF SID-SCHEME = W06-PREV-SCHEME AND SID-ID = W06-PREV-ID    03320000
033300         IF SID-CUST-ID NOT = W06-PREV-CUST                       03330000
033400            PERFORM 3100-WRITE-DUP THRU 3100-WRITE-DUP-EXIT       03340000
033500         END-IF                                                   03350000
033600      ELSE                                                        03360000
033700         MOVE SID-SCHEME TO W06-PREV-SCHEME                       03370000
033800         MOVE SID-ID TO W06-PREV-ID                               03380000
033900         MOVE SID-CUST-ID TO W06-FIRST-CUST                       03390000
034000         MOVE SID-SRC TO W06-FIRST-SRC                            03400000
034100         MOVE "N" TO W06-GROUP-SW.                                03410000
034200      MOVE SID-CUST-ID TO W06-PREV-CUST.                          03420000
034300      GO TO 3000-FIND-DUPS-1.                                     03430000
034400 3000-FIND-DUPS-EXIT.                                             03440000
034500      EXIT.                                                       03450000
034600 3100-WRITE-DUP.                                                  03460000
034700      IF NOT GROUP-REPORTED                                       03470000
034800         MOVE "Y" TO W06-GROUP-SW                                 03480000
034900         ADD 1 TO W09-DUP-IDS                                     03490000
035000         MOVE W06-PREV-SCHEME TO W07-DH-SCHEME                    03500000
035100         MOVE W06-PREV-ID TO W07-DH-ID                            03510000
035200         WRITE RPT-REC FROM W07-DUP-HEAD                          03520000
035300         ADD 1 TO W09-DUP-CUSTS                                   03530000
035400         MOVE W06-FIRST-CUST TO W07-DL-CUST-ID                    03540000
035500         MOVE W06-FIRST-SRC TO W07-DL-SRC                         03550000
035600         WRITE RPT-REC FROM W07-DUP-LINE.                         03560000
035700      ADD 1 TO W09-DUP-CUSTS.                                     03570000
035800      MOVE SID-CUST-ID TO W07-DL-CUST-ID.                         03580000
035900      MOVE SID-SRC TO W07-DL-SRC.                                 03590000
036000      WRITE RPT-REC FROM W07-DUP-LINE.                            03600000
036100 3100-WRITE-DUP-EXIT.                                             03610000
036200      EXIT.                                                       03620000
036300*================================================================*03630000
036400*      ONE ID - SCHEME FROM ITS SHAPE, THEN THE SCHEME'S RULES.   03640000
036500*      W04-REASON COMES BACK SPACES, MISSING, PLACEHLD, BADFMT    03650000
036600*      OR CHKDIGIT.                                               03660000
036700*================================================================*03670000
036800 4000-VALIDATE-ID.                                                03680000
036900      MOVE SPACES TO W04-NORM W04-SCHEME W04-REASON.              03690000
037000      MOVE 0 TO W04-LEN.                                          03700000
037100      IF W04-RAW = SPACES                                         03710000
037200         MOVE "MISSING " TO W04-REASON                            03720000
037300         GO TO 4000-VALIDATE-ID-EXIT.                             03730000
037400      INSPECT W04-RAW CONVERTING "abcdefghijklmnopqrstuvwxyz"     03740000
037500                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".    03750000
037600      PERFORM 4100-NORM-CHAR THRU 4100-NORM-CHAR-EXIT             03760000
037700          VARYING W04-I FROM 1 BY 1 UNTIL W04-I > 60.             03770000
037800      IF W04-LEN = 0                                              03780000
037900         MOVE "PLACEHLD" TO W04-REASON                            03790000
038000         GO TO 4000-VALIDATE-ID-EXIT.                             03800000
038100      IF W04-NORM = "NA" OR "NIL" OR "NONE" OR "NULL" OR "UNKNOWN"03810000
038200         OR "TBA" OR "TBD" OR "NOTAVAILABLE" OR "NOTAPPLICABLE"   03820000
038300         MOVE "PLACEHLD" TO W04-REASON                            03830000
038400         GO TO 4000-VALIDATE-ID-EXIT.                             03840000
038500      MOVE 0 TO W04-TALLY.                                        03850000
038600      INSPECT W04-NORM(1:W04-LEN) TALLYING W04-TALLY              03860000
038700          FOR ALL W04-NORM(1:1).                                  03870000
038800      IF W04-LEN > 1 AND W04-TALLY = W04-LEN                      03880000
038900         MOVE "PLACEHLD" TO W04-REASON                            03890000
039000         GO TO 4000-VALIDATE-ID-EXIT.                             03900000
039100      EVALUATE TRUE                                               03910000
039200        WHEN W04-LEN = 12 AND W04-NORM(1:12) NUMERIC              03920000
039300           MOVE "AADHAAR " TO W04-SCHEME                          03930000
039400           PERFORM 4200-AADHAAR THRU 4200-AADHAAR-EXIT            03940000
039500        WHEN W04-LEN = 10 AND W04-NORM(1:5) ALPHABETIC            03950000
039600             AND W04-NORM(6:4) NUMERIC                            03960000
039700             AND W04-NORM(10:1) ALPHABETIC                        03970000
039800           MOVE "PAN     " TO W04-SCHEME                          03980000
039900           IF W04-NORM(4:1) NOT = "P" AND NOT = "C" AND NOT = "H" 03990000
040000              AND NOT = "F" AND NOT = "A" AND NOT = "T"           04000000
040100              AND NOT = "B" AND NOT = "L" AND NOT = "J"           04010000
040200              AND NOT = "G"                                       04020000
040300              MOVE "BADFMT  " TO W04-REASON                       04030000
040400           END-IF                                                 04040000
040500        WHEN W04-LEN = 10 AND W04-NORM(1:3) ALPHABETIC            04050000
040600             AND W04-NORM(4:7) NUMERIC                            04060000
040700           MOVE "VOTERID " TO W04-SCHEME                          04070000
040800        WHEN W04-LEN = 8 AND W04-NORM(1:1) ALPHABETIC             04080000
040900             AND W04-NORM(2:7) NUMERIC                            04090000
041000           MOVE "PASSPORT" TO W04-SCHEME                          04100000
041100           IF W04-NORM(1:1) = "Q" OR "X" OR "Z"                   04110000
041200              MOVE "BADFMT  " TO W04-REASON                       04120000
041300           END-IF                                                 04130000
041400        WHEN W04-LEN = 15 AND W04-NORM(1:2) ALPHABETIC            04140000
041500             AND W04-NORM(3:13) NUMERIC                           04150000
041600           MOVE "DRVLIC  " TO W04-SCHEME                          04160000
041700           MOVE W04-NORM(5:4) TO W04-YEAR                         04170000
041800           IF W04-YEAR < 1950 OR W04-YEAR > W03-RUN-YEAR          04180000
041900              MOVE "BADFMT  " TO W04-REASON                       04190000
042000           END-IF                                                 04200000
042100        WHEN OTHER                                                04210000
042200           MOVE "UNKNOWN " TO W04-SCHEME                          04220000
042300           MOVE "BADFMT  " TO W04-REASON                          04230000
042400      END-EVALUATE.                                               04240000
042500 4000-VALIDATE-ID-EXIT.                                           04250000
042600      EXIT.                                                       04260000
042700 4100-NORM-CHAR.                                                  04270000
042800      IF W04-RAW(W04-I:1) = SPACE OR "-" OR "/" OR "."            04280000
042900                GO TO 4100-NORM-CHAR-EXIT.                        04290000
043000      ADD 1 TO W04-LEN.                                           04300000
043100      MOVE W04-RAW(W04-I:1) TO W04-NORM(W04-LEN:1).               04310000
043200 4100-NORM-CHAR-EXIT.                                             04320000
043300      EXIT.                                                       04330000
043400 4200-AADHAAR.                                                    04340000
043500      IF W04-NORM(1:1) = "0" OR "1"                               04350000
043600         MOVE "BADFMT  " TO W04-REASON                            04360000
043700         GO TO 4200-AADHAAR-EXIT.                                 04370000
043800      MOVE 0 TO W04-C.                                            04380000
043900      PERFORM 4210-VERHOEFF-STEP THRU 4210-VERHOEFF-STEP-EXIT     04390000
044000          VARYING W04-I FROM 1 BY 1 UNTIL W04-I > 12.             04400000
044100      IF W04-C NOT = 0                                            04410000
044200         MOVE "CHKDIGIT" TO W04-REASON.                           04420000
044300 4200-AADHAAR-EXIT.                                               04430000
044400      EXIT.                                                       04440000
044500 4210-VERHOEFF-STEP.                                              04450000
044600*     DIGITS ARE TAKEN RIGHT TO LEFT, CHECK DIGIT FIRST.          04460000
044700      COMPUTE W04-POS = 13 - W04-I.                               04470000
044800      MOVE W04-NORM(W04-POS:1) TO W04-DIGIT.                      04480000
044900      COMPUTE W04-IM1 = W04-I - 1.                                04490000
045000      DIVIDE W04-IM1 BY 8 GIVING W04-Q REMAINDER W04-R.           04500000
045100      MOVE W03-P-COL(W04-R + 1, W04-DIGIT + 1) TO W04-PV.         04510000
045200      MOVE W03-D-COL(W04-C + 1, W04-PV + 1) TO W04-C.             04520000
045300 4210-VERHOEFF-STEP-EXIT.                                         04530000
045400      EXIT.                                                       04540000
045500 8000-CLOSE-PARA.                                                 04550000
045600      MOVE SPACES TO RPT-REC.                                     04560000
045700      IF W09-DUP-IDS = 0                                          04570000
045800         MOVE "NO ID IS HELD BY MORE THAN ONE CUSTOMER"           04580000
045900           TO RPT-REC.                                            04590000
046000      WRITE RPT-REC.                                              04600000
046100      MOVE SPACES TO RPT-REC.                                     04610000
046200      WRITE RPT-REC.                                              04620000
046300      MOVE "R2 OFFICIAL IDS READ" TO W07-SUM-DESC.                04630000
046400      MOVE W09-R2-CNT TO W07-SUM-CNT.                             04640000
046500      WRITE RPT-REC FROM W07-SUM-LINE.                            04650000
046600      MOVE "  MISSING" TO W07-SUM-DESC.                           04660000
046700      MOVE W09-R2-MISS TO W07-SUM-CNT.                            04670000
046800      WRITE RPT-REC FROM W07-SUM-LINE.                            04680000
046900      MOVE "  PLACEHOLDER" TO W07-SUM-DESC.                       04690000
047000      MOVE W09-R2-PLH TO W07-SUM-CNT.                             04700000
047100      WRITE RPT-REC FROM W07-SUM-LINE.                            04710000
047200      MOVE "  BAD FORMAT" TO W07-SUM-DESC.                        04720000
047300      MOVE W09-R2-FMT TO W07-SUM-CNT.                             04730000
047400      WRITE RPT-REC FROM W07-SUM-LINE.                            04740000
047500      MOVE "  CHECK DIGIT FAILED" TO W07-SUM-DESC.                04750000
047600      MOVE W09-R2-CHK TO W07-SUM-CNT.                             04760000
047700      WRITE RPT-REC FROM W07-SUM-LINE.                            04770000
047800      MOVE "R3 PERSONAL IDS READ" TO W07-SUM-DESC.                04780000
047900      MOVE W09-R3-CNT TO W07-SUM-CNT.                             04790000
048000      WRITE RPT-REC FROM W07-SUM-LINE.                            04800000
048100      MOVE "  MISSING" TO W07-SUM-DESC.                           04810000
048200      MOVE W09-R3-MISS TO W07-SUM-CNT.                            04820000
048300      WRITE RPT-REC FROM W07-SUM-LINE.                            04830000
048400      MOVE "  PLACEHOLDER" TO W07-SUM-DESC.                       04840000
048500      MOVE W09-R3-PLH TO W07-SUM-CNT.                             04850000
048600      WRITE RPT-REC FROM W07-SUM-LINE.                            04860000
048700      MOVE "  BAD FORMAT" TO W07-SUM-DESC.                        04870000
048800      MOVE W09-R3-FMT TO W07-SUM-CNT.                             04880000
048900      WRITE RPT-REC FROM W07-SUM-LINE.                            04890000
049000      MOVE "  CHECK DIGIT FAILED" TO W07-SUM-DESC.                04900000
049100      MOVE W09-R3-CHK TO W07-SUM-CNT.                             04910000
049200      WRITE RPT-REC FROM W07-SUM-LINE.                            04920000
049300      MOVE "IDS HELD BY MORE THAN ONE CUST" TO W07-SUM-DESC.      04930000
049400      MOVE W09-DUP-IDS TO W07-SUM-CNT.                            04940000
049500      WRITE RPT-REC FROM W07-SUM-LINE.                            04950000
049600      MOVE "CUSTOMERS SHARING AN ID" TO W07-SUM-DESC.             04960000
049700      MOVE W09-DUP-CUSTS TO W07-SUM-CNT.                          04970000
049800      WRITE RPT-REC FROM W07-SUM-LINE.                            04980000
049900      MOVE SPACES TO IC-IDV-CNT-REC.                              04990000
050000      MOVE W03-RUN-DATE TO IC-RUN-DATE.                           05000000
050100      MOVE W09-R2-CNT TO IC-R2-READ.                              05010000
050200      MOVE W09-R2-FAIL TO IC-R2-FAILED.                           05020000
050300      MOVE W09-R3-CNT TO IC-R3-READ.                              05030000
050400      MOVE W09-R3-FAIL TO IC-R3-FAILED.                           05040000
050500      MOVE W09-DUP-IDS TO IC-DUP-IDS.                             05050000
050600      MOVE W09-DUP-CUSTS TO IC-DUP-CUSTS.                         05060000
050700      WRITE IC-IDV-CNT-REC.                                       05070000
050800      CLOSE INFILE2 INFILE3 SUSPFILE RPTFILE CNTFILE.             05080000
050900      DISPLAY "R2 IDS READ / FAILED " W09-R2-CNT " " W09-R2-FAIL. 05090000
051000      DISPLAY "R3 IDS READ / FAILED " W09-R3-CNT " " W09-R3-FAIL. 05100000
051100      DISPLAY "DUPLICATE IDS        " W09-DUP-IDS.                05110000
051200      DISPLAY "CUSTOMERS SHARING    " W09-DUP-CUSTS.              05120000
051300      IF W09-R2-FAIL > 0 OR W09-R3-FAIL > 0 OR W09-DUP-IDS > 0    05130000
051400         MOVE 4 TO RETURN-CODE.                                   05140000
051500 8000-CLOSE-PARA-EXIT.                                            05150000
051600      EXIT.                                                       05160000
051700 9000-ERROR-HANDLER.                                              05170000
051800     DISPLAY 'ERROR IN FILES'.                                    05180000
051900     MOVE 30 TO RETURN-CODE.                                      05190000
052000     STOP RUN.                                                    05200000
052100 9000-ERROR-HANDLER-EXIT.                                         05210000
052200     EXIT.                                                        05220000
