000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. MKTEXTR.                                             00020000
000300*================================================================*00030000
000400*======             BRIEF PROGRAM DESCRIPTION                     00040000
000500*================================================================*00050000
000600* AUTHOR            : SUNDARAM TE                                 00060000
000700* DATE-WRITTEN      : OCTOBER 15,2026                             00070000
000800* PROGRAM OBJECTIVE : MARKETING EXTRACT THAT HONOURS THE R5       00080000
000900*                     CONSENT RECORD.  A CUSTOMER FROM THE        00090000
001000*                     VARBUILD PROFILE IS EXTRACTED ONLY WHEN     00100000
001100*                     THE CONSENT FLAG FOR THE CAMPAIGN CHANNEL   00110000
001200*                     IS Y.  THE CONSENT STATE IS TAKEN FROM THE  00120000
001300*                     LATEST VARDELTA CHANGE FOR THE CUSTOMER     00130000
001400*                     WHEN THERE IS ONE, ELSE FROM THE PROFILE.   00140000
001500*                     SUPPRESSED - NO R5 RECORD, ALL CONSENT      00150000
001600*                     WITHDRAWN, DELETED FROM THE FEED, CHANNEL   00160000
001700*                     NOT CONSENTED, CHANNEL FLAG NOT Y OR N.     00170000
001800* INPUT             : CONTROL CARDS (DDCTL) -                     00180000
001900*                       CAMPAIGN XXXXXXXXXX                       00190000
002000*                       CHANNEL  MAIL / PHONE / EMAIL             00200000
002100*                     VARBUILD PROFILE (DDPROF) AND ONE OR MORE   00210000
002200*                     VARDELTA GENERATIONS (DDDELTA), OLDEST      00220000
002300*                     FIRST WHEN CONCATENATED                     00230000
002400* OUTPUT            : EXTRACT (DDEXTR) - HEADER, ONE RECORD PER   00240000
002500*                     CUSTOMER, TRAILER - EVERY RECORD STAMPED    00250000
002600*                     WITH THE CAMPAIGN ID, AND A SUPPRESSION     00260000
002700*                     REPORT WITH COUNTS BY REASON (DDRPT)        00270000
002800* REMARKS           : CONSENT FLAGS ARE MAIL / PHONE / EMAIL IN   00280000
002900*                     POSITIONS 1-3.  A MISSING OR BAD CONTROL    00290000
003000*                     CARD ENDS THE RUN RC 8; AN EMPTY EXTRACT    00300000
003100*                     ENDS RC 4.                                  00310000
003200*================================================================*00320000
003300 ENVIRONMENT DIVISION.                                            00330000
003400 INPUT-OUTPUT SECTION.                                            00340000
003500 FILE-CONTROL.                                                    00350000
003600        SELECT CTLFILE ASSIGN TO DDCTL                            00360000
003700                  ORGANIZATION IS SEQUENTIAL                      00370000
003800                  ACCESS MODE IS SEQUENTIAL                       00380000
003900                  FILE STATUS W01-CT-STATUS.                      00390000
004000        SELECT PROFFILE ASSIGN TO DDPROF                          00400000
004100                  ORGANIZATION IS SEQUENTIAL                      00410000
004200                  ACCESS MODE IS SEQUENTIAL                       00420000
004300                  FILE STATUS W01-PF-STATUS.                      00430000
004400        SELECT DELTFILE ASSIGN TO DDDELTA                         00440000
004500                  ORGANIZATION IS SEQUENTIAL                      00450000
004600                  ACCESS MODE IS SEQUENTIAL                       00460000
004700                  FILE STATUS W01-DL-STATUS.                      00470000
004800        SELECT DLSRTFILE ASSIGN TO DDDLSRT                        00480000
004900                  ORGANIZATION IS SEQUENTIAL                      00490000
005000                  ACCESS MODE IS SEQUENTIAL                       00500000
005100                  FILE STATUS W01-DS-STATUS.                      00510000
005200        SELECT EXTFILE ASSIGN TO DDEXTR                           00520000
005300                  ORGANIZATION IS SEQUENTIAL                      00530000
005400                  ACCESS MODE IS SEQUENTIAL                       00540000
005500                  FILE STATUS W01-EX-STATUS.                      00550000
005600        SELECT RPTFILE ASSIGN TO DDRPT                            00560000
005700                  ORGANIZATION IS SEQUENTIAL                      00570000
005800                  ACCESS MODE IS SEQUENTIAL                       00580000
005900                  FILE STATUS W01-RP-STATUS.                      00590000
006000        SELECT DLSORT-WORK ASSIGN TO DDSORTD.                     00600000
006100        SELECT PFSORT-WORK ASSIGN TO DDSORT.                      00610000
006200 DATA DIVISION.                                                   00620000
006300 FILE SECTION.                                                    00630000
006400 FD    CTLFILE RECORDING MODE IS F.                               00640000
006500 01    CTL-REC.                                                   00650000
006600    05   CTL-KEYWORD                    PIC X(8).                 00660000
006700    05   FILLER                         PIC X.                    00670000
006800    05   CTL-OPERANDS                   PIC X(71).                00680000
006900 FD    PROFFILE RECORDING MODE IS F.                              00690000
007000 01    PROF-REC                         PIC X(202).               00700000
007100 FD    DELTFILE RECORDING MODE IS F.                              00710000
007200 01    DELT-REC.                                                  00720000
007300    05   DL-ACTION                      PIC X.                    00730000
007400    05   FILLER                         PIC X.                    00740000
007500    05   DL-TYPE-FLAGS                  PIC X(5).                 00750000
007600    05   FILLER                         PIC X.                    00760000
007700    05   DL-FEED-REC                    PIC X(130).               00770000
007800    05   FILLER                         PIC X(2).                 00780000
007900 FD    DLSRTFILE RECORDING MODE IS F.                             00790000
008000 01    DS-REC.                                                    00800000
008100    05   DS-KEY                         PIC X(6).                 00810000
008200    05   DS-SEQ                         PIC 9(8).                 00820000
008300    05   DS-ACTION                      PIC X.                    00830000
008400    05   DS-CONSENT-FLAG                PIC X.                    00840000
008500    05   DS-CONSENT                     PIC X(10).                00850000
008600 FD    EXTFILE RECORDING MODE IS F.                               00860000
008700 01    EXT-REC.                                                   00870000
008800    05   EX-REC-TYPE                    PIC X.                    00880000
008900     88  EX-HEADER  VALUE "H".                                    00890000
009000     88  EX-DETAIL  VALUE "D".                                    00900000
009100     88  EX-TRAILER VALUE "T".                                    00910000
009200    05   EX-CAMPAIGN-ID                 PIC X(10).                00920000
009300    05   EX-CUST-ID                     PIC X(4).                 00930000
009400    05   EX-FEED-ID                     PIC X(6).                 00940000
009500    05   EX-NAME                        PIC X(40).                00950000
009600    05   EX-CHANNEL                     PIC X(5).                 00960000
009700    05   EX-RUN-DATE                    PIC 9(8).                 00970000
009800    05   EX-CONSENT-SRC                 PIC X.                    00980000
009900    05   FILLER                         PIC X(25).                00990000
010000 01    EXT-TRL-REC REDEFINES EXT-REC.                             01000000
010100    05   FILLER                         PIC X(11).                01010000
010200    05   EXT-REC-COUNT                  PIC 9(8).                 01020000
010300    05   FILLER                         PIC X(81).                01030000
010400 FD    RPTFILE RECORDING MODE IS F.                               01040000
010500 01    RPT-REC                          PIC X(80).                01050000
010600 SD    DLSORT-WORK.                                               01060000
010700 01    SDL-REC.                                                   01070000
010800    05   SDL-KEY                        PIC X(6).                 01080000
010900    05   SDL-SEQ                        PIC 9(8).                 01090000
011000    05   SDL-ACTION                     PIC X.                    01100000
011100    05   SDL-CONSENT-FLAG               PIC X.                    01110000
011200    05   SDL-CONSENT                    PIC X(10).                01120000
011300 SD    PFSORT-WORK.                                               01130000
011400 01    SPF-REC.                                                   01140000
011500    05   SPF-EMP-ID                     PIC X(6).                 01150000
011600    05   SPF-EMP-NAME                   PIC X(40).                01160000
011700    05   SPF-EMP-OFFICIALID             PIC X(50).                01170000
011800    05   SPF-EMP-DOB                    PIC X(10).                01180000
011900    05   SPF-EMP-BLOOD-GROUP            PIC X(10).                01190000
012000    05   SPF-EMP-PERSONALID             PIC X(60).                01200000
012100    05   SPF-EMP-MFID                   PIC X(10).                01210000
012200    05   SPF-EMP-CONSENT                PIC X(10).                01220000
012300    05   SPF-FEED-ID                    PIC X(6).                 01230000
012400 WORKING-STORAGE SECTION.                                         01240000
012500 01    W01-FILE-STATUSES.                                         01250000
012600     05  W01-CT-STATUS       PIC XX.                              01260000
012700     88  CT-OPEN-ALRIGHT  VALUE "00".                             01270000
012800     88  CT-READ-ALRIGHT  VALUE "00".                             01280000
012900     88  CT-AT-END        VALUE "10".                             01290000
013000     05  W01-PF-STATUS       PIC XX.                              01300000
013100     88  PF-OPEN-ALRIGHT  VALUE "00".                             01310000
013200     05  W01-DL-STATUS       PIC XX.                              01320000
013300     88  DL-OPEN-ALRIGHT  VALUE "00".                             01330000
013400     88  DL-READ-ALRIGHT  VALUE "00".                             01340000
013500     88  DL-AT-END        VALUE "10".                             01350000
013600     05  W01-DS-STATUS       PIC XX.                              01360000
013700     88  DS-OPEN-ALRIGHT  VALUE "00".                             01370000
013800     05  W01-EX-STATUS       PIC XX.                              01380000
013900     88  EX-OPEN-ALRIGHT  VALUE "00".                             01390000
014000     05  W01-RP-STATUS       PIC XX.                              01400000
014100     88  RP-OPEN-ALRIGHT  VALUE "00".                             01410000
014200 01   W03-CONTROLS.                                               01420000
014300     05  W03-CAMPAIGN-ID      PIC X(10) VALUE SPACES.             01430000
014400     05  W03-CHANNEL          PIC X(5)  VALUE SPACES.             01440000
014500     88  CH-MAIL          VALUE "MAIL ".                          01450000
014600     88  CH-PHONE         VALUE "PHONE".                          01460000
014700     88  CH-EMAIL         VALUE "EMAIL".                          01470000
014800     05  W03-CHAN-POS         PIC 9     VALUE 0.                  01480000
014900     05  W03-RUN-DATE         PIC 9(8)  VALUE 0.                  01490000
015000 01   W05-SIDE-KEYS.                                              01500000
015100     05  W05-PF-KEY PIC X(6).                                     01510000
015200     88  PF-DONE VALUE HIGH-VALUES.                               01520000
015300     05  W05-DS-KEY PIC X(6).                                     01530000
015400     88  DS-DONE VALUE HIGH-VALUES.                               01540000
015500 01   W05-HOLD-DELTA.                                             01550000
015600     05  W05-HD-KEY           PIC X(6).                           01560000
015700     05  W05-HD-ACTION        PIC X.                              01570000
015800     05  W05-HD-CONSENT-FLAG  PIC X.                              01580000
015900     05  W05-HD-CONSENT       PIC X(10).                          01590000
016000 01   W05-CONSENT-WORK.                                           01600000
016100     05  W05-CONSENT          PIC X(10).                          01610000
016200     05  W05-CHAN-FLAG        PIC X.                              01620000
016300     05  W05-CONSENT-SRC      PIC X.                              01630000
016400     05  W05-REASON           PIC X(20).                          01640000
016500     88  CUST-CONSENTED   VALUE SPACES.                           01650000
016600 01   W06-DELTA-FIELDS.                                           01660000
016700     05  W06-DL-ID            PIC X(6).                           01670000
016800     05  W06-DL-NAME          PIC X(40).                          01680000
016900     05  W06-DL-OFFICIALID    PIC X(50).                          01690000
017000     05  W06-DL-DOB           PIC X(10).                          01700000
017100     05  W06-DL-BGROUP        PIC X(10).                          01710000
017200     05  W06-DL-PERSONALID    PIC X(60).                          01720000
017300     05  W06-DL-MFID          PIC X(10).                          01730000
017400     05  W06-DL-CONSENT       PIC X(10).                          01740000
017500 01   W07-RPT-LINE.                                               01750000
017600     05  W07-RPT-CUST-ID      PIC X(4).                           01760000
017700     05  FILLER               PIC X VALUE SPACE.                  01770000
017800     05  W07-RPT-FEED-ID      PIC X(6).                           01780000
017900     05  FILLER               PIC X VALUE SPACE.                  01790000
018000     05  W07-RPT-REASON       PIC X(20).                          01800000
018100     05  FILLER               PIC X VALUE SPACE.                  01810000
018200     05  W07-RPT-CONSENT      PIC X(10).                          01820000
018300     05  FILLER               PIC X VALUE SPACE.                  01830000
018400     05  W07-RPT-NAME         PIC X(36).                          01840000
018500 01   W07-SUM-LINE.                                               01850000
018600     05  W07-SUM-DESC         PIC X(30).                          01860000
018700     05  W07-SUM-CNT          PIC ZZZ,ZZ9.                        01870000
018800     05  FILLER               PIC X(43) VALUE SPACES.             01880000
018900 01   W09-RECORD-CTRS.                                            01890000
019000     05  W09-DL-CNT     PIC 9(8) VALUE 0.                         01900000
019100     05  W09-PF-CNT     PIC 9(6) VALUE 0.                         01910000
019200     05  W09-EXT-CNT    PIC 9(8) VALUE 0.                         01920000
019300     05  W09-SUPP-CNT   PIC 9(6) VALUE 0.                         01930000
019400     05  W09-NOR5-CNT   PIC 9(6) VALUE 0.                         01940000
019500     05  W09-WDRN-CNT   PIC 9(6) VALUE 0.                         01950000
019600     05  W09-GONE-CNT   PIC 9(6) VALUE 0.                         01960000
019700     05  W09-NOCH-CNT   PIC 9(6) VALUE 0.                         01970000
019800     05  W09-BAD-CNT    PIC 9(6) VALUE 0.                         01980000
019900     05  W09-APPLY-CNT  PIC 9(6) VALUE 0.                         01990000
020000     05  W09-DLONLY-CNT PIC 9(6) VALUE 0.                         02000000
020100 PROCEDURE DIVISION.                                              02010000
020200 0000-MAIN-PARAGRAPH.                                             02020000
020300       PERFORM 1000-LOAD-CONTROLS   THRU                          02030000
020400               1000-LOAD-CONTROLS-EXIT.                           02040000
020500       PERFORM 1001-OPEN-FILES      THRU                          02050000
020600               1001-OPEN-FILES-EXIT.                              02060000
020700       SORT DLSORT-WORK                                           02070000
020800            ON ASCENDING KEY SDL-KEY SDL-SEQ                      02080000
020900            INPUT PROCEDURE IS 2000-RELEASE-DELTA                 02090000
021000                          THRU 2000-RELEASE-DELTA-EXIT            02100000
021100            GIVING DLSRTFILE.                                     02110000
021200       OPEN INPUT DLSRTFILE.                                      02120000
021300       IF NOT DS-OPEN-ALRIGHT                                     02130000
021400            DISPLAY "ERROR OPENING DDDLSRT " W01-DS-STATUS        02140000
021500            PERFORM 9000-ERROR-HANDLER THRU                       02150000
021600                  9000-ERROR-HANDLER-EXIT.                        02160000
021700       SORT PFSORT-WORK                                           02170000
021800            ON ASCENDING KEY SPF-FEED-ID                          02180000
021900            USING PROFFILE                                        02190000
022000            OUTPUT PROCEDURE IS 3000-MERGE-PARA                   02200000
022100                           THRU 3000-MERGE-PARA-EXIT.             02210000
022200       PERFORM 8000-CLOSE-PARA      THRU                          02220000
022300               8000-CLOSE-PARA-EXIT.                              02230000
022400       STOP RUN.                                                  02240000
022500*================================================================*02250000
022600*      CONTROL CARDS - CAMPAIGN ID AND CHANNEL ARE BOTH REQUIRED  02260000
022700*================================================================*02270000
022800 1000-LOAD-CONTROLS.                                              02280000
022900       ACCEPT W03-RUN-DATE FROM DATE YYYYMMDD.                    02290000
023000       OPEN INPUT CTLFILE.                                        02300000
023100       IF NOT CT-OPEN-ALRIGHT                                     02310000
023200            DISPLAY "ERROR OPENING DDCTL " W01-CT-STATUS          02320000
023300            PERFORM 9000-ERROR-HANDLER THRU                       02330000
023400                  9000-ERROR-HANDLER-EXIT.                        02340000
023500 1000-LOAD-CONTROLS-1.                                            02350000
023600       READ CTLFILE AT END GO TO 1000-LOAD-CONTROLS-2.            02360000
023700       IF CTL-KEYWORD = "CAMPAIGN"                                02370000
023800          MOVE CTL-OPERANDS(1:10) TO W03-CAMPAIGN-ID.             02380000
023900       IF CTL-KEYWORD = "CHANNEL"                                 02390000
024000          MOVE CTL-OPERANDS(1:5) TO W03-CHANNEL.                  02400000
024100       GO TO 1000-LOAD-CONTROLS-1.                                02410000
024200 1000-LOAD-CONTROLS-2.                                            02420000
024300       CLOSE CTLFILE.                                             02430000
024400       IF CH-MAIL                                                 02440000
024500          MOVE 1 TO W03-CHAN-POS.                                 02450000
024600       IF CH-PHONE                                                02460000
024700          MOVE 2 TO W03-CHAN-POS.                                 02470000
024800       IF CH-EMAIL                                                02480000
024900          MOVE 3 TO W03-CHAN-POS.                                 02490000
025000       IF W03-CAMPAIGN-ID = SPACES OR W03-CHAN-POS = 0            02500000
025100            DISPLAY "CAMPAIGN OR CHANNEL CARD MISSING OR INVALID" 02510000
025200            DISPLAY "CAMPAIGN " W03-CAMPAIGN-ID                   02520000
025300                    " CHANNEL " W03-CHANNEL                       02530000
025400            MOVE 8 TO RETURN-CODE                                 02540000
025500            STOP RUN.                                             02550000
025600 1000-LOAD-CONTROLS-EXIT.                                         02560000
025700      EXIT.                                                       02570000
025800 1001-OPEN-FILES.                                                 02580000
025900       OPEN INPUT DELTFILE.                                       02590000
026000       IF NOT DL-OPEN-ALRIGHT                                     02600000
026100            DISPLAY "ERROR OPENING DDDELTA " W01-DL-STATUS        02610000
026200            PERFORM 9000-ERROR-HANDLER THRU                       02620000
026300                  9000-ERROR-HANDLER-EXIT.                        02630000
026400       OPEN OUTPUT EXTFILE RPTFILE.                               02640000
026500       IF NOT EX-OPEN-ALRIGHT OR NOT RP-OPEN-ALRIGHT              02650000
026600            DISPLAY "ERROR OPENING OUTPUT FILES "                 02660000
026700               W01-EX-STATUS " " W01-RP-STATUS                    02670000
026800            PERFORM 9000-ERROR-HANDLER THRU                       02680000
026900                  9000-ERROR-HANDLER-EXIT.                        02690000
027000       MOVE SPACES TO EXT-REC.                                    02700000
027100       MOVE "H" TO EX-REC-TYPE.                                   02710000
027200       MOVE W03-CAMPAIGN-ID TO EX-CAMPAIGN-ID.                    02720000
027300       MOVE W03-CHANNEL TO EX-CHANNEL.                            02730000
027400       MOVE W03-RUN-DATE TO EX-RUN-DATE.                          02740000
027500       WRITE EXT-REC.                                             02750000
027600       MOVE SPACES TO RPT-REC.                                    02760000
027700       STRING "CONSENT SUPPRESSION REPORT - CAMPAIGN "            02770000
027800              W03-CAMPAIGN-ID " CHANNEL " W03-CHANNEL             02780000
027900              " " W03-RUN-DATE                                    02790000
028000          DELIMITED BY SIZE INTO RPT-REC                          02800000
028100       END-STRING.                                                02810000
028200       WRITE RPT-REC.                                             02820000
028300       MOVE SPACES TO RPT-REC.                                    02830000
028400       WRITE RPT-REC.                                             02840000
028500       MOVE "CUST FEEDID REASON               CONSENT    NAME"    02850000
028600         TO RPT-REC.                                              02860000
028700       WRITE RPT-REC.                                             02870000
028800 1001-OPEN-FILES-EXIT.                                            02880000
028900      EXIT.                                                       02890000
029000*================================================================*02900000
029100*      DELTA CHANGES SORTED BY FEED EMP-ID, READ ORDER KEPT WITHIN02910000
029200*      AN ID SO THE LAST OF A RUN OF CHANGES IS THE LATEST ONE    02920000
029300*================================================================*02930000
029400 2000-RELEASE-DELTA.                                              02940000
029500       READ DELTFILE AT END GO TO 2000-RELEASE-DELTA-EXIT.        02950000
029600       ADD 1 TO W09-DL-CNT.                                       02960000
029700       MOVE SPACES TO W06-DELTA-FIELDS.                           02970000
029800       UNSTRING DL-FEED-REC DELIMITED BY "," INTO                 02980000
029900          W06-DL-ID W06-DL-NAME W06-DL-OFFICIALID                 02990000
030000          W06-DL-DOB W06-DL-BGROUP W06-DL-PERSONALID              03000000
030100          W06-DL-MFID W06-DL-CONSENT                              03010000
030200          ON OVERFLOW                                             03020000
030300              DISPLAY "DELTA FIELDS INSUFFICIENT".                03030000
030400       MOVE W06-DL-ID TO SDL-KEY.                                 03040000
030500       MOVE W09-DL-CNT TO SDL-SEQ.                                03050000
030600       MOVE DL-ACTION TO SDL-ACTION.                              03060000
030700       MOVE DL-TYPE-FLAGS(5:1) TO SDL-CONSENT-FLAG.               03070000
030800       MOVE W06-DL-CONSENT TO SDL-CONSENT.                        03080000
030900       RELEASE SDL-REC.                                           03090000
031000       GO TO 2000-RELEASE-DELTA.                                  03100000
031100 2000-RELEASE-DELTA-EXIT.                                         03110000
031200      EXIT.                                                       03120000
031300*================================================================*03130000
031400*      PROFILE IN FEED EMP-ID ORDER MATCHED AGAINST SORTED DELTAS 03140000
031500*================================================================*03150000
031600 3000-MERGE-PARA.                                                 03160000
031700       PERFORM 3100-RETURN-PROF THRU 3100-RETURN-PROF-EXIT.       03170000
031800       PERFORM 3200-READ-DELTA THRU 3200-READ-DELTA-EXIT.         03180000
031900       MOVE SPACES TO W05-HOLD-DELTA.                             03190000
032000 3000-MERGE-PARA1.                                                03200000
032100       IF PF-DONE AND DS-DONE                                     03210000
032200                GO TO 3000-MERGE-PARA-EXIT.                       03220000
032300       IF W05-DS-KEY < W05-PF-KEY                                 03230000
032400          IF W05-DS-KEY NOT = W05-HD-KEY                          03240000
032500             ADD 1 TO W09-DLONLY-CNT                              03250000
032600             MOVE W05-DS-KEY TO W05-HD-KEY                        03260000
032700          END-IF                                                  03270000
032800          PERFORM 3200-READ-DELTA THRU 3200-READ-DELTA-EXIT       03280000
032900          GO TO 3000-MERGE-PARA1.                                 03290000
033000       IF W05-DS-KEY = W05-PF-KEY                                 03300000
033100          PERFORM 3300-TAKE-DELTA THRU 3300-TAKE-DELTA-EXIT       03310000
033200          GO TO 3000-MERGE-PARA1.                                 03320000
033300       PERFORM 3400-CHECK-CONSENT THRU 3400-CHECK-CONSENT-EXIT.   03330000
033400       PERFORM 3100-RETURN-PROF THRU 3100-RETURN-PROF-EXIT.       03340000
033500       GO TO 3000-MERGE-PARA1.                                    03350000
033600 3000-MERGE-PARA-EXIT.                                            03360000
033700      EXIT.                                                       03370000
033800 3100-RETURN-PROF.                                                03380000
033900      RETURN PFSORT-WORK AT END MOVE HIGH-VALUES TO W05-PF-KEY    03390000
034000                 GO TO 3100-RETURN-PROF-EXIT.                     03400000
034100      ADD 1 TO W09-PF-CNT.                                        03410000
034200      MOVE SPF-FEED-ID TO W05-PF-KEY.                             03420000
034300 3100-RETURN-PROF-EXIT.                                           03430000
034400      EXIT.                                                       03440000
034500 3200-READ-DELTA.                                                 03450000
034600      READ DLSRTFILE AT END MOVE HIGH-VALUES TO W05-DS-KEY        03460000
034700                 GO TO 3200-READ-DELTA-EXIT.                      03470000
034800      MOVE DS-KEY TO W05-DS-KEY.                                  03480000
034900 3200-READ-DELTA-EXIT.                                            03490000
035000      EXIT.                                                       03500000
035100 3300-TAKE-DELTA.                                                 03510000
035200*     A LATER CHANGE FOR THE SAME CUSTOMER OVERLAYS THE EARLIER.  03520000
035300*     A CHANGE THAT DID NOT MOVE R5 LEAVES THE CONSENT AS IT WAS. 03530000
035400      IF W05-HD-KEY NOT = DS-KEY                                  03540000
035500         MOVE SPACES TO W05-HOLD-DELTA                            03550000
035600         MOVE DS-KEY TO W05-HD-KEY.                               03560000
035700      MOVE DS-ACTION TO W05-HD-ACTION.                            03570000
035800      IF DS-ACTION = "A" OR DS-CONSENT-FLAG = "Y"                 03580000
035900         MOVE "Y" TO W05-HD-CONSENT-FLAG                          03590000
036000         MOVE DS-CONSENT TO W05-HD-CONSENT.                       03600000
036100      PERFORM 3200-READ-DELTA THRU 3200-READ-DELTA-EXIT.          03610000
036200 3300-TAKE-DELTA-EXIT.                                            03620000
036300      EXIT.                                                       03630000
036400 3400-CHECK-CONSENT.                                              03640000
036500      MOVE SPF-EMP-CONSENT TO W05-CONSENT.                        03650000
036600      MOVE "P" TO W05-CONSENT-SRC.                                03660000
036700      MOVE SPACES TO W05-REASON.                                  03670000
036800      IF W05-PF-KEY NOT = SPACES AND W05-PF-KEY = W05-HD-KEY      03680000
036900         ADD 1 TO W09-APPLY-CNT                                   03690000
037000         IF W05-HD-CONSENT-FLAG = "Y"                             03700000
037100            MOVE W05-HD-CONSENT TO W05-CONSENT                    03710000
037200            MOVE "D" TO W05-CONSENT-SRC.                          03720000
037300      MOVE W05-CONSENT(W03-CHAN-POS:1) TO W05-CHAN-FLAG.          03730000
037400      EVALUATE TRUE                                               03740000
037500        WHEN W05-PF-KEY = W05-HD-KEY AND W05-HD-ACTION = "D"      03750000
037600             AND W05-PF-KEY NOT = SPACES                          03760000
037700           MOVE "DELETED FROM FEED" TO W05-REASON                 03770000
037800           ADD 1 TO W09-GONE-CNT                                  03780000
037900        WHEN W05-CONSENT = SPACES                                 03790000
038000           MOVE "NO R5 CONSENT RECORD" TO W05-REASON              03800000
038100           ADD 1 TO W09-NOR5-CNT                                  03810000
038200        WHEN W05-CONSENT(1:3) = "NNN"                             03820000
038300           MOVE "CONSENT WITHDRAWN" TO W05-REASON                 03830000
038400           ADD 1 TO W09-WDRN-CNT                                  03840000
038500        WHEN W05-CHAN-FLAG = "N"                                  03850000
038600           MOVE "CHANNEL NOT CONSENTED" TO W05-REASON             03860000
038700           ADD 1 TO W09-NOCH-CNT                                  03870000
038800        WHEN W05-CHAN-FLAG NOT = "Y"                              03880000
038900           MOVE "CONSENT FLAG INVALID" TO W05-REASON              03890000
039000           ADD 1 TO W09-BAD-CNT                                   03900000
039100        WHEN OTHER                                                03910000
039200           CONTINUE                                               03920000
039300      END-EVALUATE.                                               03930000
039400      IF CUST-CONSENTED                                           03940000
039500         PERFORM 3500-WRITE-EXTRACT THRU 3500-WRITE-EXTRACT-EXIT  03950000
039600      ELSE                                                        03960000
039700         PERFORM 3600-WRITE-SUPPRESS THRU                         03970000
039800                 3600-WRITE-SUPPRESS-EXIT.                        03980000
039900 3400-CHECK-CONSENT-EXIT.                                         03990000
040000      EXIT.                                                       04000000
040100 3500-WRITE-EXTRACT.                                              04010000
040200      MOVE SPACES TO EXT-REC.                                     04020000
040300      MOVE "D" TO EX-REC-TYPE.                                    04030000
040400      MOVE W03-CAMPAIGN-ID TO EX-CAMPAIGN-ID.                     04040000
040500      MOVE SPF-EMP-ID TO EX-CUST-ID.                              04050000
040600      MOVE SPF-FEED-ID TO EX-FEED-ID.                             04060000
040700      MOVE SPF-EMP-NAME TO EX-NAME.                               04070000
040800      MOVE W03-CHANNEL TO EX-CHANNEL.                             04080000
040900      MOVE W03-RUN-DATE TO EX-RUN-DATE.                           04090000
041000      MOVE W05-CONSENT-SRC TO EX-CONSENT-SRC.                     04100000
041100      WRITE EXT-REC.                                              04110000
041200      ADD 1 TO W09-EXT-CNT.                                       04120000
041300 3500-WRITE-EXTRACT-EXIT.                                         04130000
041400      EXIT.                                                       04140000
041500 3600-WRITE-SUPPRESS.                                             04150000
041600      ADD 1 TO W09-SUPP-CNT.                                      04160000
041700      MOVE SPF-EMP-ID TO W07-RPT-CUST-ID.                         04170000
041800      MOVE SPF-FEED-ID TO W07-RPT-FEED-ID.                        04180000
041900      MOVE W05-REASON TO W07-RPT-REASON.                          04190000
042000      MOVE W05-CONSENT TO W07-RPT-CONSENT.                        04200000
042100      MOVE SPF-EMP-NAME TO W07-RPT-NAME.                          04210000
042200      WRITE RPT-REC FROM W07-RPT-LINE.                            04220000
042300 3600-WRITE-SUPPRESS-EXIT.                                        04230000
042400      EXIT.                                                       04240000
042500 8000-CLOSE-PARA.                                                 04250000
042600      MOVE SPACES TO EXT-REC.                                     04260000
042700      MOVE "T" TO EX-REC-TYPE.                                    04270000
042800      MOVE W03-CAMPAIGN-ID TO EX-CAMPAIGN-ID.                     04280000
042900      MOVE W09-EXT-CNT TO EXT-REC-COUNT.                          04290000
043000      WRITE EXT-REC.                                              04300000
043100      MOVE SPACES TO RPT-REC.                                     04310000
043200      WRITE RPT-REC.                                              04320000
043300      MOVE "PROFILES READ" TO W07-SUM-DESC.                       04330000
043400      MOVE W09-PF-CNT TO W07-SUM-CNT.                             04340000
043500      WRITE RPT-REC FROM W07-SUM-LINE.                            04350000
043600      MOVE "EXTRACTED" TO W07-SUM-DESC.                           04360000
043700      MOVE W09-EXT-CNT TO W07-SUM-CNT.                            04370000
043800      WRITE RPT-REC FROM W07-SUM-LINE.                            04380000
043900      MOVE "SUPPRESSED" TO W07-SUM-DESC.                          04390000
044000      MOVE W09-SUPP-CNT TO W07-SUM-CNT.                           04400000
044100      WRITE RPT-REC FROM W07-SUM-LINE.                            04410000
044200      MOVE "  NO R5 CONSENT RECORD" TO W07-SUM-DESC.              04420000
044300      MOVE W09-NOR5-CNT TO W07-SUM-CNT.                           04430000
044400      WRITE RPT-REC FROM W07-SUM-LINE.                            04440000
044500      MOVE "  CONSENT WITHDRAWN" TO W07-SUM-DESC.                 04450000
044600      MOVE W09-WDRN-CNT TO W07-SUM-CNT.                           04460000
044700      WRITE RPT-REC FROM W07-SUM-LINE.                            04470000
044800      MOVE "  DELETED FROM FEED" TO W07-SUM-DESC.                 04480000
044900      MOVE W09-GONE-CNT TO W07-SUM-CNT.                           04490000
045000      WRITE RPT-REC FROM W07-SUM-LINE.                            04500000
045100      MOVE "  CHANNEL NOT CONSENTED" TO W07-SUM-DESC.             04510000
045200      MOVE W09-NOCH-CNT TO W07-SUM-CNT.                           04520000
045300      WRITE RPT-REC FROM W07-SUM-LINE.                            04530000
045400      MOVE "  CONSENT FLAG INVALID" TO W07-SUM-DESC.              04540000
045500      MOVE W09-BAD-CNT TO W07-SUM-CNT.                            04550000
045600      WRITE RPT-REC FROM W07-SUM-LINE.                            04560000
045700      MOVE "DELTA CHANGES READ" TO W07-SUM-DESC.                  04570000
045800      MOVE W09-DL-CNT TO W07-SUM-CNT.                             04580000
045900      WRITE RPT-REC FROM W07-SUM-LINE.                            04590000
046000      MOVE "CUSTOMERS WITH A DELTA CHANGE" TO W07-SUM-DESC.       04600000
046100      MOVE W09-APPLY-CNT TO W07-SUM-CNT.                          04610000
046200      WRITE RPT-REC FROM W07-SUM-LINE.                            04620000
046300      MOVE "DELTA IDS NOT ON PROFILE" TO W07-SUM-DESC.            04630000
046400      MOVE W09-DLONLY-CNT TO W07-SUM-CNT.                         04640000
046500      WRITE RPT-REC FROM W07-SUM-LINE.                            04650000
046600      CLOSE DELTFILE DLSRTFILE EXTFILE RPTFILE.                   04660000
046700      DISPLAY "CAMPAIGN             " W03-CAMPAIGN-ID.            04670000
046800      DISPLAY "PROFILES READ        " W09-PF-CNT.                 04680000
046900      DISPLAY "EXTRACTED            " W09-EXT-CNT.                04690000
047000      DISPLAY "SUPPRESSED           " W09-SUPP-CNT.               04700000
047100      IF W09-EXT-CNT = 0                                          04710000
047200         MOVE 4 TO RETURN-CODE.                                   04720000
047300 8000-CLOSE-PARA-EXIT.                                            04730000
047400      EXIT.                                                       04740000
047500 9000-ERROR-HANDLER.                                              04750000
047600     DISPLAY 'ERROR IN FILES'.                                    04760000
047700     MOVE 30 TO RETURN-CODE.                                      04770000
047800     STOP RUN.                                                    04780000
047900 9000-ERROR-HANDLER-EXIT.                                         04790000
048000     EXIT.                                                        04800000
