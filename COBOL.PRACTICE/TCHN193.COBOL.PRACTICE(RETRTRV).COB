000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. RETRTRV.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : RETRIEVAL REQUEST LIST (DDLIST, ONE ASSOID PER    00040000
000500*               RECORD), RETENTION ARCHIVE (DDRETAR - ALL         00050000
000600*               GENERATIONS OF TCHN196.MJ24.RETARCH               00060000
000700*               CONCATENATED, OLDEST FIRST)                       00070000
000800* OUTPUT FILE : RETRIEVAL REPORT (DDRPT), EXTRACT OF THE          00080000
000900*               RETRIEVED ARCHIVE DETAILS (DDEXTR, RETAREC        00090000
001000*               LAYOUT), RUN STATISTICS (DDRSTAT)                 00100000
001100* PRG DESC    : RETRIEVES ARCHIVED ASSOCIATES BY ASSOID.  EACH    00110000
001200*               GENERATION'S DETAIL COUNT IS CHECKED AGAINST      00120000
001300*               ITS TRAILER AS IT IS READ.  FOR EVERY REQUESTED   00130000
001400*               ASSOID THE LATEST ARCHIVED COPY IS PRINTED        00140000
001500*               (BOTH MASTER IMAGES) AND WRITTEN TO THE           00150000
001600*               EXTRACT; IDS NOT IN THE ARCHIVE ARE LISTED.       00160000
001700*               RC 4 WHEN ANY ID IS NOT FOUND, RC 8 WHEN A        00170000
001800*               GENERATION DOES NOT BALANCE TO ITS TRAILER.       00180000
001810*               EVERY ASSOID PRINTED IS WRITTEN TO THE            00181001
001820*               READ-ACCESS LOG (ACCLSUB).                        00182001
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 15 OCT 2026                                       00200000
002010* MODIFIED ON : 15 OCT 2026 - RETRIEVALS LOGGED TO ACCLSUB        00201001
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500      SELECT LISTFILE ASSIGN TO DDLIST                            00250000
002600      ORGANIZATION IS SEQUENTIAL                                  00260000
002700      ACCESS MODE IS SEQUENTIAL                                   00270000
002800      FILE STATUS LS-STATUS.                                      00280000
002900*                                                                 00290000
003000      SELECT ARCH-FILE ASSIGN TO DDRETAR                          00300000
003100      ORGANIZATION IS SEQUENTIAL                                  00310000
003200      ACCESS MODE IS SEQUENTIAL                                   00320000
003300      FILE STATUS RA-STATUS.                                      00330000
003400*                                                                 00340000
003500      SELECT EXTR-FILE ASSIGN TO DDEXTR                           00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS EX-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT RPT-FILE ASSIGN TO DDRPT                             00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS RP-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT STATFILE ASSIGN TO DDRSTAT                           00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS RS-STATUS.                                      00480000
004900*                                                                 00490000
005000 DATA DIVISION.                                                   00500000
005100 FILE SECTION.                                                    00510000
005200 FD LISTFILE RECORDING MODE F.                                    00520000
005300 01 LIST-REC.                                                     00530000
005400     05 LS-ASSOID PIC X(7).                                       00540000
005500     05 FILLER    PIC X(73).                                      00550000
005600 FD ARCH-FILE RECORDING MODE F.                                   00560000
005700 COPY RETAREC REPLACING ==:RTA:== BY ==RA==.                      00570000
005800 FD EXTR-FILE RECORDING MODE F.                                   00580000
005900 COPY RETAREC REPLACING ==:RTA:== BY ==EX==.                      00590000
006000 FD RPT-FILE RECORDING MODE F.                                    00600000
006100 01 RPT-REC PIC X(80).                                            00610000
006200 FD STATFILE RECORDING MODE F.                                    00620000
006300 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00630000
006400 WORKING-STORAGE SECTION.                                         00640000
006500 01 WS-FILE-STATUSES.                                             00650000
006600    05 LS-STATUS PIC XX.                                          00660000
006700    88 LS-OPEN-OK VALUE '00'.                                     00670000
006800    88 LS-READ-OK VALUE '00'.                                     00680000
006900    88 LS-EOF     VALUE '10'.                                     00690000
007000    05 RA-STATUS PIC XX.                                          00700000
007100    88 RA-OPEN-OK VALUE '00'.                                     00710000
007200    88 RA-READ-OK VALUE '00'.                                     00720000
007300    88 RA-EOF     VALUE '10'.                                     00730000
007400    05 EX-STATUS PIC XX.                                          00740000
007500    88 EX-OPEN-OK  VALUE '00'.                                    00750000
007600    88 EX-WRITE-OK VALUE '00'.                                    00760000
007700    05 RP-STATUS PIC XX.                                          00770000
007800    88 RP-OPEN-OK VALUE '00'.                                     00780000
007900    05 RS-STATUS PIC XX.                                          00790000
008000    88 RS-OPEN-OK  VALUE '00'.                                    00800000
008100    88 RS-WRITE-OK VALUE '00'.                                    00810000
008200 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00820000
008300 01 ID-CNT PIC 9(3) VALUE 0.                                      00830000
008400 01 WS-ID-IDX PIC 9(3) VALUE 0.                                   00840000
008500 01 WS-ID-FND PIC 9(3) VALUE 0.                                   00850000
008600*  THE LATEST COPY WINS - GENERATIONS ARE READ OLDEST FIRST, SO   00860000
008700*  A LATER DETAIL FOR THE SAME ID SIMPLY REPLACES THE SLOT.       00870000
008800 01 WS-ID-TABLE.                                                  00880000
008900    05 WS-ID-ENT OCCURS 100 TIMES DEPENDING ON ID-CNT.            00890000
009000       10 WS-ID-ASSOID  PIC X(7).                                 00900000
009100       10 WS-ID-FOUND   PIC X(1).                                 00910000
009200       10 WS-ID-COPIES  PIC 9(3).                                 00920000
009300       10 WS-ID-DETAIL  PIC X(268).                               00930000
009400 COPY RETAREC REPLACING ==:RTA:== BY ==WK==.                      00940000
009500 01 WS-MST-WORK.                                                  00950000
009600    COPY COPYBOOK REPLACING ==:SANY:== BY ==WM==.                 00960000
009700 COPY MJ24REC REPLACING ==:MJ24:== BY ==WE==.                     00970000
009710 COPY ACCLREC REPLACING ==:ACL:== BY ==AC==.                      00971001
009800 01 WS-GEN-CTLS.                                                  00980000
009900    05 GEN-CNTR     PIC 9(4) VALUE ZEROS.                         00990000
010000    05 GEN-DTL-CNT  PIC 9(8) VALUE ZEROS.                         01000000
010100    05 GEN-BAD-CNTR PIC 9(4) VALUE ZEROS.                         01010000
010200    05 GEN-RUN-DATE PIC 9(8) VALUE ZEROS.                         01020000
010300 01 WS-CNTRS.                                                     01030000
010400    05 ARCH-CNTR  PIC 9(6) VALUE ZEROS.                           01040000
010500    05 FOUND-CNTR PIC 9(6) VALUE ZEROS.                           01050000
010600    05 NOTF-CNTR  PIC 9(6) VALUE ZEROS.                           01060000
010700 01 WS-ERR-DESC.                                                  01070000
010800    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01080000
010900    05  ERR-PARA             PIC X(30).                           01090000
011000    05  FILLER               PIC XX VALUE SPACES.                 01100000
011100    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01110000
011200    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01120000
011300    05  ERR-FILE-STATUS      PIC XX.                              01130000
011400 PROCEDURE DIVISION.                                              01140000
011500 0000-MAIN-PARA.                                                  01150000
011600      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01160000
011700      PERFORM 1000-LOAD-LIST.                                     01170000
011800      PERFORM 2000-OPEN-FILES.                                    01180000
011900      PERFORM 3000-READ-ARCH UNTIL RA-EOF.                        01190000
012000      PERFORM 5000-PRINT-RESULTS THRU 5000-PRINT-EXIT             01200000
012100             VARYING WS-ID-IDX FROM 1 BY 1                        01210000
012200             UNTIL WS-ID-IDX > ID-CNT.                            01220000
012300      PERFORM 4000-CLOSE-PARA.                                    01230000
012400      STOP RUN.                                                   01240000
012500 0000-MAIN-PARA-EXIT.                                             01250000
012600      EXIT.                                                       01260000
012700 1000-LOAD-LIST.                                                  01270000
012800      OPEN INPUT LISTFILE.                                        01280000
012900      IF NOT LS-OPEN-OK                                           01290000
013000         MOVE '1000-LOAD-LIST' TO ERR-PARA                        01300000
013100         MOVE 'LISTFILE' TO ERR-FILE-ID                           01310000
013200         MOVE LS-STATUS TO ERR-FILE-STATUS                        01320000
013300         PERFORM 9000-ERR-PARA                                    01330000
013400      END-IF.                                                     01340000
013500      PERFORM 1100-READ-LIST UNTIL LS-EOF.                        01350000
013600      CLOSE LISTFILE.                                             01360000
013700      DISPLAY 'RETRIEVAL REQUESTS LOADED : ' ID-CNT.              01370000
013800      IF ID-CNT = 0                                               01380000
013900         DISPLAY 'EMPTY REQUEST LIST - NOTHING TO DO'             01390000
014000         MOVE 4 TO RETURN-CODE                                    01400000
014100         STOP RUN                                                 01410000
014200      END-IF.                                                     01420000
014300      EXIT.                                                       01430000
014400 1100-READ-LIST.                                                  01440000
014500      READ LISTFILE.                                              01450000
014600      EVALUATE TRUE                                               01460000
014700         WHEN LS-READ-OK                                          01470000
014800            IF LS-ASSOID NOT = SPACES                             01480000
014900               IF ID-CNT >= 100                                   01490000
015000                  DISPLAY 'REQUEST LIST OVER 100 ENTRIES - '      01500000
015100                          'REST IGNORED'                          01510000
015200                  MOVE '10' TO LS-STATUS                          01520000
015300               ELSE                                               01530000
015400                  ADD 1 TO ID-CNT                                 01540000
015500                  MOVE LS-ASSOID TO WS-ID-ASSOID(ID-CNT)          01550000
015600                  MOVE 'N' TO WS-ID-FOUND(ID-CNT)                 01560000
015700                  MOVE ZEROS TO WS-ID-COPIES(ID-CNT)              01570000
015800                  MOVE SPACES TO WS-ID-DETAIL(ID-CNT)             01580000
015900               END-IF                                             01590000
016000            END-IF                                                01600000
016100         WHEN LS-EOF                                              01610000
016200            CONTINUE                                              01620000
016300         WHEN OTHER                                               01630000
016400            MOVE '1100-READ-LIST' TO ERR-PARA                     01640000
016500            MOVE 'LISTFILE' TO ERR-FILE-ID                        01650000
016600            MOVE LS-STATUS TO ERR-FILE-STATUS                     01660000
016700            PERFORM 9000-ERR-PARA                                 01670000
016800      END-EVALUATE.                                               01680000
016900      EXIT.                                                       01690000
017000 2000-OPEN-FILES.                                                 01700000
017100      OPEN INPUT ARCH-FILE.                                       01710000
017200      IF NOT RA-OPEN-OK                                           01720000
017300         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01730000
017400         MOVE 'ARCH-FILE' TO ERR-FILE-ID                          01740000
017500         MOVE RA-STATUS TO ERR-FILE-STATUS                        01750000
017600         PERFORM 9000-ERR-PARA                                    01760000
017700      END-IF.                                                     01770000
017800      OPEN OUTPUT EXTR-FILE.                                      01780000
017900      IF NOT EX-OPEN-OK                                           01790000
018000         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01800000
018100         MOVE 'EXTR-FILE' TO ERR-FILE-ID                          01810000
018200         MOVE EX-STATUS TO ERR-FILE-STATUS                        01820000
018300         PERFORM 9000-ERR-PARA                                    01830000
018400      END-IF.                                                     01840000
018500      OPEN OUTPUT RPT-FILE.                                       01850000
018600      IF NOT RP-OPEN-OK                                           01860000
018700         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01870000
018800         MOVE 'RPT-FILE' TO ERR-FILE-ID                           01880000
018900         MOVE RP-STATUS TO ERR-FILE-STATUS                        01890000
019000         PERFORM 9000-ERR-PARA                                    01900000
019100      END-IF.                                                     01910000
019200      MOVE SPACES TO RPT-REC.                                     01920000
019300      STRING 'RETENTION ARCHIVE RETRIEVAL - RUN DATE ' WS-TODAY   01930000
019400         DELIMITED BY SIZE INTO RPT-REC                           01940000
019500      END-STRING.                                                 01950000
019600      WRITE RPT-REC.                                              01960000
019700      MOVE SPACES TO RPT-REC.                                     01970000
019800      WRITE RPT-REC.                                              01980000
019900      EXIT.                                                       01990000
020000 3000-READ-ARCH.                                                  02000000
020100      READ ARCH-FILE.                                             02010000
020200      EVALUATE TRUE                                               02020000
020300         WHEN RA-READ-OK                                          02030000
020400            EVALUATE TRUE                                         02040000
020500               WHEN RA-IS-HDR                                     02050000
020600                  ADD 1 TO GEN-CNTR                               02060000
020700                  MOVE ZEROS TO GEN-DTL-CNT                       02070000
020800                  MOVE RA-CTL-RUN-DATE TO GEN-RUN-DATE            02080000
020900               WHEN RA-IS-DTL                                     02090000
021000                  ADD 1 TO ARCH-CNTR                              02100000
021100                  ADD 1 TO GEN-DTL-CNT                            02110000
021200                  PERFORM 3100-MATCH-DTL                          02120000
021300               WHEN RA-IS-TRL                                     02130000
021400                  PERFORM 3200-CHECK-TRAILER                      02140000
021500            END-EVALUATE                                          02150000
021600         WHEN RA-EOF                                              02160000
021700            CONTINUE                                              02170000
021800         WHEN OTHER                                               02180000
021900            MOVE '3000-READ-ARCH' TO ERR-PARA                     02190000
022000            MOVE 'ARCH-FILE' TO ERR-FILE-ID                       02200000
022100            MOVE RA-STATUS TO ERR-FILE-STATUS                     02210000
022200            PERFORM 9000-ERR-PARA                                 02220000
022300      END-EVALUATE.                                               02230000
022400      EXIT.                                                       02240000
022500 3100-MATCH-DTL.                                                  02250000
022600      MOVE 0 TO WS-ID-FND.                                        02260000
022700      PERFORM 3110-SCAN-ID                                        02270000
022800             VARYING WS-ID-IDX FROM 1 BY 1                        02280000
022900             UNTIL WS-ID-IDX > ID-CNT.                            02290000
023000      IF WS-ID-FND > 0                                            02300000
023100         MOVE 'Y' TO WS-ID-FOUND(WS-ID-FND)                       02310000
023200         ADD 1 TO WS-ID-COPIES(WS-ID-FND)                         02320000
023300         MOVE RA-ARCH-REC TO WS-ID-DETAIL(WS-ID-FND)              02330000
023400      END-IF.                                                     02340000
023500      EXIT.                                                       02350000
023600 3110-SCAN-ID.                                                    02360000
023700      IF RA-ASSOID = WS-ID-ASSOID(WS-ID-IDX)                      02370000
023800         MOVE WS-ID-IDX TO WS-ID-FND                              02380000
023900      END-IF.                                                     02390000
024000      EXIT.                                                       02400000
024100 3200-CHECK-TRAILER.                                              02410000
024200      IF RA-CTL-CNT NOT = GEN-DTL-CNT                             02420000
024300         ADD 1 TO GEN-BAD-CNTR                                    02430000
024400         MOVE SPACES TO RPT-REC                                   02440000
024500         STRING '*** GENERATION OF ' GEN-RUN-DATE                 02450000
024600                ' OUT OF BALANCE - DETAILS=' GEN-DTL-CNT          02460000
024700                ' TRAILER=' RA-CTL-CNT                            02470000
024800            DELIMITED BY SIZE INTO RPT-REC                        02480000
024900         END-STRING                                               02490000
025000         WRITE RPT-REC                                            02500000
025100      END-IF.                                                     02510000
025200      MOVE ZEROS TO GEN-DTL-CNT.                                  02520000
025300      EXIT.                                                       02530000
025400 5000-PRINT-RESULTS.                                              02540000
025500      IF WS-ID-FOUND(WS-ID-IDX) NOT = 'Y'                         02550000
025600         ADD 1 TO NOTF-CNTR                                       02560000
025700         MOVE SPACES TO RPT-REC                                   02570000
025800         STRING 'ASSOID ' WS-ID-ASSOID(WS-ID-IDX)                 02580000
025900                ' - NOT IN THE RETENTION ARCHIVE'                 02590000
026000            DELIMITED BY SIZE INTO RPT-REC                        02600000
026100         END-STRING                                               02610000
026200         WRITE RPT-REC                                            02620000
026300         GO TO 5000-PRINT-EXIT                                    02630000
026400      END-IF.                                                     02640000
026500      ADD 1 TO FOUND-CNTR.                                        02650000
026510      PERFORM 5100-LOG-ACCESS.                                    02651001
026600      MOVE WS-ID-DETAIL(WS-ID-IDX) TO WK-ARCH-REC.                02660000
026700      MOVE WK-ARCH-REC TO EX-ARCH-REC.                            02670000
026800      WRITE EX-ARCH-REC.                                          02680000
026900      IF NOT EX-WRITE-OK                                          02690000
027000         DISPLAY 'EXTRACT WRITE FAILED CODE = ' EX-STATUS         02700000
027100      END-IF.                                                     02710000
027200      MOVE SPACES TO RPT-REC.                                     02720000
027300      STRING 'ASSOID ' WK-ASSOID ' ARCHIVED ' WK-ARCH-DATE        02730000
027400             ' TERMINATED ' WK-TERM-DATE                          02740000
027500             ' COPIES ' WS-ID-COPIES(WS-ID-IDX)                   02750000
027600         DELIMITED BY SIZE INTO RPT-REC                           02760000
027700      END-STRING.                                                 02770000
027800      WRITE RPT-REC.                                              02780000
027900      IF WK-MST-FLAG = 'Y'                                        02790000
028000         MOVE WK-MST-IMAGE TO WS-MST-WORK                         02800000
028100         MOVE SPACES TO RPT-REC                                   02810000
028200         STRING '   KSDS     : ' WMNAME ' ' WMBGROUP              02820000
028300                ' ' WMDOB                                         02830000
028400            DELIMITED BY SIZE INTO RPT-REC                        02840000
028500         END-STRING                                               02850000
028600         WRITE RPT-REC                                            02860000
028700         MOVE SPACES TO RPT-REC                                   02870000
028800         STRING '              STATUS ' WMSTATUS                  02880000
028900                ' TERMDT ' WMTERMDT ' HIREDT ' WMHIREDT           02890000
029000            DELIMITED BY SIZE INTO RPT-REC                        02900000
029100         END-STRING                                               02910000
029200         WRITE RPT-REC                                            02920000
029300      ELSE                                                        02930000
029400         MOVE '   KSDS     : NO RECORD WHEN ARCHIVED' TO RPT-REC  02940000
029500         WRITE RPT-REC                                            02950000
029600      END-IF.                                                     02960000
029700      IF WK-EXT-FLAG = 'Y'                                        02970000
029800         MOVE WK-EXT-IMAGE TO WE-EMP-DATA-REC                     02980000
029900         MOVE SPACES TO RPT-REC                                   02990000
030000         STRING '   EXTENDED : ' WE-EMP-NAME(1:30)                03000000
030100                ' DOB ' WE-EMP-DOB                                03010000
030200            DELIMITED BY SIZE INTO RPT-REC                        03020000
030300         END-STRING                                               03030000
030400         WRITE RPT-REC                                            03040000
030500         MOVE SPACES TO RPT-REC                                   03050000
030600         STRING '              CONTACT ' WE-CONTACT               03060000
030700                ' EMERG ' WE-EMERG-CONTACT                        03070000
030800                ' BGROUP ' WE-BGROUP                              03080000
030900            DELIMITED BY SIZE INTO RPT-REC                        03090000
031000         END-STRING                                               03100000
031100         WRITE RPT-REC                                            03110000
031200         MOVE SPACES TO RPT-REC                                   03120000
031300         STRING '              EMAIL ' WE-EMAIL-ID                03130000
031400            DELIMITED BY SIZE INTO RPT-REC                        03140000
031500         END-STRING                                               03150000
031600         WRITE RPT-REC                                            03160000
031700         MOVE SPACES TO RPT-REC                                   03170000
031800         STRING '              STATUS ' WE-EMP-STATUS             03180000
031900                ' TERM ' WE-TERM-DATE ' HIRE ' WE-HIRE-DATE       03190000
032000            DELIMITED BY SIZE INTO RPT-REC                        03200000
032100         END-STRING                                               03210000
032200         WRITE RPT-REC                                            03220000
032300      END-IF.                                                     03230000
032400 5000-PRINT-EXIT.                                                 03240000
032500      EXIT.                                                       03250000
032510 5100-LOG-ACCESS.                                                 03251001
032520      MOVE SPACES TO AC-ACCESS-REC.                               03252001
032530      MOVE 'RETRTRV' TO AC-PGM-ID.                                03253001
032540      MOVE 'RETARCH' TO AC-FILE-ID.                               03254001
032550      MOVE WS-ID-ASSOID(WS-ID-IDX) TO AC-REC-KEY.                 03255001
032560      MOVE 'NCEDBS' TO AC-GROUPS.                                 03256001
032570      CALL 'ACCLSUB' USING AC-ACCESS-REC.                         03257001
032580      EXIT.                                                       03258001
032600 4000-CLOSE-PARA.                                                 03260000
032700      MOVE SPACES TO RPT-REC.                                     03270000
032800      WRITE RPT-REC.                                              03280000
032900      MOVE SPACES TO RPT-REC.                                     03290000
033000      STRING 'GENERATIONS=' GEN-CNTR ' OUT OF BALANCE='           03300000
033100             GEN-BAD-CNTR ' DETAILS READ=' ARCH-CNTR              03310000
033200             ' FOUND=' FOUND-CNTR ' NOT FOUND=' NOTF-CNTR         03320000
033300         DELIMITED BY SIZE INTO RPT-REC                           03330000
033400      END-STRING.                                                 03340000
033500      WRITE RPT-REC.                                              03350000
033600      CLOSE ARCH-FILE EXTR-FILE RPT-FILE.                         03360000
033700      DISPLAY 'ARCHIVE GENERATIONS : ' GEN-CNTR.                  03370000
033800      DISPLAY 'OUT OF BALANCE      : ' GEN-BAD-CNTR.              03380000
033900      DISPLAY 'IDS FOUND           : ' FOUND-CNTR.                03390000
034000      DISPLAY 'IDS NOT FOUND       : ' NOTF-CNTR.                 03400000
034100      IF NOTF-CNTR > 0                                            03410000
034200         MOVE 4 TO RETURN-CODE                                    03420000
034300      END-IF.                                                     03430000
034400      IF GEN-BAD-CNTR > 0                                         03440000
034500         MOVE 8 TO RETURN-CODE                                    03450000
034600      END-IF.                                                     03460000
034700      PERFORM 4200-WRITE-RUNSTAT.                                 03470000
034800      EXIT.                                                       03480000
034900 4200-WRITE-RUNSTAT.                                              03490000
035000      OPEN EXTEND STATFILE.                                       03500000
035100      EVALUATE TRUE                                               03510000
035200         WHEN RS-OPEN-OK                                          03520000
035300            MOVE SPACES TO RS-RUNSTAT-REC                         03530000
035400            MOVE 'RETRTRV' TO RS-PGM-NAME                         03540000
035500            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 03550000
035600            ACCEPT RS-RUN-TIME FROM TIME                          03560000
035700            MOVE ID-CNT TO RS-READ-CNT                            03570000
035800            MOVE FOUND-CNTR TO RS-WRITE-CNT                       03580000
035900            MOVE NOTF-CNTR TO RS-REJ-CNT                          03590000
036000            MOVE RETURN-CODE TO RS-RETURN-CD                      03600000
036100            WRITE RS-RUNSTAT-REC                                  03610000
036200            IF NOT RS-WRITE-OK                                    03620000
036300               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   03630000
036400            END-IF                                                03640000
036500            CLOSE STATFILE                                        03650000
036600         WHEN OTHER                                               03660000
036700            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       03670000
036800      END-EVALUATE.                                               03680000
036900      EXIT.                                                       03690000
037000 9000-ERR-PARA.                                                   03700000
037100      DISPLAY WS-ERR-DESC.                                        03710000
037200      MOVE 30 TO RETURN-CODE.                                     03720000
037300      STOP RUN.                                                   03730000
