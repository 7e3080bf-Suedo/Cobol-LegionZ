000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. RETARCH.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : EXTENDED ASSOCIATE MASTER (DDEKSDS, I-O), MJ24    00040000
000500*               ASSOCIATE KSDS (DDKSDS, I-O), DEPENDENT KSDS      00050000
000600*               (DDDEPKS), LEAVE CALENDAR KSDS (DDLVKSDS),        00060000
000700*               RETENTION PERIOD IN YEARS FROM THE CONSOLE        00070000
000800*               (BLANK = 7)                                       00080000
000900* OUTPUT FILE : RETENTION ARCHIVE (DDRETAR - NEW GENERATION OF    00090000
001000*               TCHN196.MJ24.RETARCH), AUDIT LOG (DDAUDIT),       00100000
001100*               RETENTION REPORT (DDRPT), RUN STATISTICS          00110000
001200*               (DDRSTAT)                                         00120000
001300* PRG DESC    : RETENTION ARCHIVE.  EVERY ASSOCIATE ON THE        00130000
001400*               EXTENDED MASTER WITH EMP-STATUS T AND A           00140000
001500*               TERM-DATE OLDER THAN THE RETENTION PERIOD IS      00150000
001600*               COPIED, WITH ITS MJ24 KSDS RECORD (SAME           00160000
001700*               SIX-BYTE ID BRIDGE RTEPURGE USES), TO THE         00170000
001800*               ARCHIVE BETWEEN A HEADER AND A COUNT TRAILER.     00180000
001900*               ANYONE WITH AN ACTIVE DEPENDENT OR A LEAVE        00190000
002000*               STILL OPEN, OR WHOSE KSDS RECORD IS NOT           00200000
002100*               TERMINATED, IS SKIPPED AND LISTED.  THE           00210000
002200*               ARCHIVE IS THEN RE-READ AND ITS DETAIL COUNT      00220000
002300*               PROVED AGAINST THE TRAILER AND THE RECORDS        00230000
002400*               WRITTEN; ONLY THEN ARE THE ARCHIVED RECORDS       00240000
002500*               DELETED FROM BOTH MASTERS (ONE AUDIT ENTRY PER    00250000
002600*               DELETE).  A FAILED PROOF DELETES NOTHING AND      00260000
002700*               ENDS THE RUN RC 8; SKIPS ALONE ARE RC 4.          00270000
002800*               RETRTRV READS THE ARCHIVE BACK BY ASSOID AND      00280000
002900*               MJ24MAINT'S REHIRE RESTORES FROM IT.              00290000
003000* AUTHOR      : GIRIDHAR                                          00300000
003100* CREATED ON  : 15 OCT 2026                                       00310000
003200***************************************************************** 00320000
003300 ENVIRONMENT DIVISION.                                            00330000
003400 INPUT-OUTPUT SECTION.                                            00340000
003500 FILE-CONTROL.                                                    00350000
003600      SELECT EMP-FILE ASSIGN TO DDEKSDS                           00360000
003700      ORGANIZATION IS INDEXED                                     00370000
003800      ACCESS MODE IS DYNAMIC                                      00380000
003900      RECORD KEY IS EK-ASSOID                                     00390000
004000      FILE STATUS EK-STATUS.                                      00400000
004100*                                                                 00410000
004200      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00420000
004300      ORGANIZATION IS INDEXED                                     00430000
004400      ACCESS MODE IS DYNAMIC                                      00440000
004500      RECORD KEY IS MAASSOID                                      00450000
004600      FILE STATUS MA-STATUS.                                      00460000
004700*                                                                 00470000
004800      SELECT DEPN-FILE ASSIGN TO DDDEPKS                          00480000
004900      ORGANIZATION IS INDEXED                                     00490000
005000      ACCESS MODE IS DYNAMIC                                      00500000
005100      RECORD KEY IS DP-DEP-KEY                                    00510000
005200      FILE STATUS DP-STATUS.                                      00520000
005300*                                                                 00530000
005400      SELECT LEAVE-FILE ASSIGN TO DDLVKSDS                        00540000
005500      ORGANIZATION IS INDEXED                                     00550000
005600      ACCESS MODE IS DYNAMIC                                      00560000
005700      RECORD KEY IS LE-LEAVE-KEY                                  00570000
005800      FILE STATUS LV-STATUS.                                      00580000
005900*                                                                 00590000
006000      SELECT ARCH-FILE ASSIGN TO DDRETAR                          00600000
006100      ORGANIZATION IS SEQUENTIAL                                  00610000
006200      ACCESS MODE IS SEQUENTIAL                                   00620000
006300      FILE STATUS RA-STATUS.                                      00630000
006400*                                                                 00640000
006500      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00650000
006600      ORGANIZATION IS SEQUENTIAL                                  00660000
006700      ACCESS MODE IS SEQUENTIAL                                   00670000
006800      FILE STATUS AU-STATUS.                                      00680000
006900*                                                                 00690000
007000      SELECT RPT-FILE ASSIGN TO DDRPT                             00700000
007100      ORGANIZATION IS SEQUENTIAL                                  00710000
007200      ACCESS MODE IS SEQUENTIAL                                   00720000
007300      FILE STATUS RP-STATUS.                                      00730000
007400*                                                                 00740000
007500      SELECT STATFILE ASSIGN TO DDRSTAT                           00750000
007600      ORGANIZATION IS SEQUENTIAL                                  00760000
007700      ACCESS MODE IS SEQUENTIAL                                   00770000
007800      FILE STATUS RS-STATUS.                                      00780000
007900*                                                                 00790000
008000 DATA DIVISION.                                                   00800000
008100 FILE SECTION.                                                    00810000
008200 FD EMP-FILE.                                                     00820000
008300 COPY MJ24REC REPLACING ==:MJ24:== BY ==EK==.                     00830000
008400 FD KSDS-FILE.                                                    00840000
008500 01 MAREC.                                                        00850000
008600 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00860000
008700 FD DEPN-FILE.                                                    00870000
008800 COPY DEPNREC REPLACING ==:DEP:== BY ==DP==.                      00880000
008900 FD LEAVE-FILE.                                                   00890000
009000 COPY LEAVEREC REPLACING ==:LVE:== BY ==LE==.                     00900000
009100 FD ARCH-FILE RECORDING MODE F.                                   00910000
009200 COPY RETAREC REPLACING ==:RTA:== BY ==RA==.                      00920000
009300 FD AUDIT-FILE RECORDING MODE IS F.                               00930000
009400 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00940000
009500 FD RPT-FILE RECORDING MODE F.                                    00950000
009600 01 RPT-REC PIC X(80).                                            00960000
009700 FD STATFILE RECORDING MODE F.                                    00970000
009800 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00980000
009900 WORKING-STORAGE SECTION.                                         00990000
010000 01 WS-FILE-STATUSES.                                             01000000
010100    05 EK-STATUS PIC XX.                                          01010000
010200    88 EK-OPEN-OK   VALUE '00'.                                   01020000
010300    88 EK-START-OK  VALUE '00'.                                   01030000
010400    88 EK-READ-OK   VALUE '00'.                                   01040000
010500    88 EK-DELETE-OK VALUE '00'.                                   01050000
010600    88 EK-EOF       VALUE '10'.                                   01060000
010700    88 EK-KEYNF     VALUE '23'.                                   01070000
010800    05 MA-STATUS PIC XX.                                          01080000
010900    88 MA-OPEN-OK   VALUE '00'.                                   01090000
011000    88 MA-START-OK  VALUE '00'.                                   01100000
011100    88 MA-READ-OK   VALUE '00'.                                   01110000
011200    88 MA-DELETE-OK VALUE '00'.                                   01120000
011300    88 MA-KEYNF     VALUE '23'.                                   01130000
011400    05 DP-STATUS PIC XX.                                          01140000
011500    88 DP-OPEN-OK  VALUE '00'.                                    01150000
011600    88 DP-START-OK VALUE '00'.                                    01160000
011700    88 DP-READ-OK  VALUE '00'.                                    01170000
011800    05 LV-STATUS PIC XX.                                          01180000
011900    88 LV-OPEN-OK  VALUE '00'.                                    01190000
012000    88 LV-START-OK VALUE '00'.                                    01200000
012100    88 LV-READ-OK  VALUE '00'.                                    01210000
012200    05 RA-STATUS PIC XX.                                          01220000
012300    88 RA-OPEN-OK  VALUE '00'.                                    01230000
012400    88 RA-READ-OK  VALUE '00'.                                    01240000
012500    88 RA-WRITE-OK VALUE '00'.                                    01250000
012600    88 RA-EOF      VALUE '10'.                                    01260000
012700    05 AU-STATUS PIC XX.                                          01270000
012800    88 AU-OPEN-OK  VALUE '00'.                                    01280000
012900    88 AU-WRITE-OK VALUE '00'.                                    01290000
013000    05 RP-STATUS PIC XX.                                          01300000
013100    88 RP-OPEN-OK VALUE '00'.                                     01310000
013200    05 RS-STATUS PIC XX.                                          01320000
013300    88 RS-OPEN-OK  VALUE '00'.                                    01330000
013400    88 RS-WRITE-OK VALUE '00'.                                    01340000
013500 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01350000
013600 01 WS-RET-YEARS-IN PIC X(2).                                     01360000
013700 01 WS-RET-YEARS    PIC 9(2) VALUE ZEROS.                         01370000
013800*  CUT-OFF IS TODAY LESS THE RETENTION YEARS.  A TERM-DATE        01380000
013900*  BEFORE IT HAS BEEN TERMINATED LONGER THAN THE PERIOD.          01390000
014000 01 WS-CUTOFF PIC 9(8) VALUE ZEROS.                               01400000
014100 01 WS-TERM-DATE   PIC X(8).                                      01410000
014200 01 WS-TERM-DATE-N REDEFINES WS-TERM-DATE PIC 9(8).               01420000
014300 01 WS-ARCH-ID PIC X(7).                                          01430000
014400 01 WS-SKIP-REASON PIC X(24).                                     01440000
014500 01 WS-MST-SW PIC X VALUE 'N'.                                    01450000
014600    88 MASTER-FOUND VALUE 'Y'.                                    01460000
014700 01 WS-DEPSCAN-SW PIC X VALUE 'N'.                                01470000
014800    88 DEPN-SCAN-DONE VALUE 'Y'.                                  01480000
014900 01 WS-DEPACT-SW PIC X VALUE 'N'.                                 01490000
015000    88 DEPNS-ACTIVE VALUE 'Y'.                                    01500000
015100 01 WS-LVSCAN-SW PIC X VALUE 'N'.                                 01510000
015200    88 LEAVE-SCAN-DONE VALUE 'Y'.                                 01520000
015300 01 WS-LVOPEN-SW PIC X VALUE 'N'.                                 01530000
015400    88 LEAVE-OPEN VALUE 'Y'.                                      01540000
015500 01 WS-PROOF-SW PIC X VALUE 'N'.                                  01550000
015600    88 ARCHIVE-PROVED VALUE 'Y'.                                  01560000
015700 01 WS-PROOF-CNTS.                                                01570000
015800    05 HDR-CNT  PIC 9(6) VALUE ZEROS.                             01580000
015900    05 DTL-CNT  PIC 9(6) VALUE ZEROS.                             01590000
016000    05 TRL-CNT  PIC 9(6) VALUE ZEROS.                             01600000
016100    05 TRL-DTLS PIC 9(8) VALUE ZEROS.                             01610000
016200 01 WS-CNTRS.                                                     01620000
016300    05 EK-CNTR     PIC 9(6) VALUE ZEROS.                          01630000
016400    05 ELIG-CNTR   PIC 9(6) VALUE ZEROS.                          01640000
016500    05 ARCH-CNTR   PIC 9(6) VALUE ZEROS.                          01650000
016600    05 SKIP-CNTR   PIC 9(6) VALUE ZEROS.                          01660000
016700    05 DELMST-CNTR PIC 9(6) VALUE ZEROS.                          01670000
016800    05 DELEXT-CNTR PIC 9(6) VALUE ZEROS.                          01680000
016900    05 DELERR-CNTR PIC 9(6) VALUE ZEROS.                          01690000
017000 01 WS-ERR-DESC.                                                  01700000
017100    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01710000
017200    05  ERR-PARA             PIC X(30).                           01720000
017300    05  FILLER               PIC XX VALUE SPACES.                 01730000
017400    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01740000
017500    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01750000
017600    05  ERR-FILE-STATUS      PIC XX.                              01760000
017700 PROCEDURE DIVISION.                                              01770000
017800 0000-MAIN-PARA.                                                  01780000
017900      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01790000
018000      PERFORM 0500-GET-YEARS.                                     01800000
018100      PERFORM 1000-OPEN-FILES.                                    01810000
018200      PERFORM 3000-PRCS-RECS UNTIL EK-EOF.                        01820000
018300      PERFORM 3900-WRITE-TRAILER.                                 01830000
018400      PERFORM 5000-PROVE-ARCHIVE THRU 5000-PROVE-EXIT.            01840000
018500      IF ARCHIVE-PROVED                                           01850000
018600         PERFORM 6000-DELETE-MASTERS                              01860000
018700      END-IF.                                                     01870000
018800      PERFORM 4000-CLOSE-PARA.                                    01880000
018900      STOP RUN.                                                   01890000
019000 0000-MAIN-PARA-EXIT.                                             01900000
019100      EXIT.                                                       01910000
019200 0500-GET-YEARS.                                                  01920000
019300      DISPLAY 'RETENTION PERIOD IN YEARS (BLANK = 7) : '.         01930000
019400      ACCEPT WS-RET-YEARS-IN.                                     01940000
019500      IF WS-RET-YEARS-IN NUMERIC                                  01950000
019600         MOVE WS-RET-YEARS-IN TO WS-RET-YEARS                     01960000
019700      ELSE                                                        01970000
019800         IF WS-RET-YEARS-IN NOT = SPACES                          01980000
019900            DISPLAY 'INVALID RETENTION PERIOD ' WS-RET-YEARS-IN   01990000
020000               ' - 7 ASSUMED'                                     02000000
020100         END-IF                                                   02010000
020200      END-IF.                                                     02020000
020300      IF WS-RET-YEARS = ZEROS                                     02030000
020400         MOVE 7 TO WS-RET-YEARS                                   02040000
020500      END-IF.                                                     02050000
020600      COMPUTE WS-CUTOFF = WS-TODAY - (WS-RET-YEARS * 10000).      02060000
020700      DISPLAY 'RETENTION PERIOD : ' WS-RET-YEARS                  02070000
020800         ' YEARS - TERMINATED BEFORE ' WS-CUTOFF.                 02080000
020900      EXIT.                                                       02090000
021000 1000-OPEN-FILES.                                                 02100000
021100      OPEN I-O EMP-FILE.                                          02110000
021200      IF NOT EK-OPEN-OK                                           02120000
021300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02130000
021400         MOVE 'EMP-FILE' TO ERR-FILE-ID                           02140000
021500         MOVE EK-STATUS TO ERR-FILE-STATUS                        02150000
021600         PERFORM 9000-ERR-PARA                                    02160000
021700      END-IF.                                                     02170000
021800      OPEN I-O KSDS-FILE.                                         02180000
021900      IF NOT MA-OPEN-OK                                           02190000
022000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02200000
022100         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          02210000
022200         MOVE MA-STATUS TO ERR-FILE-STATUS                        02220000
022300         PERFORM 9000-ERR-PARA                                    02230000
022400      END-IF.                                                     02240000
022500      OPEN INPUT DEPN-FILE.                                       02250000
022600      IF NOT DP-OPEN-OK                                           02260000
022700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02270000
022800         MOVE 'DEPN-FILE' TO ERR-FILE-ID                          02280000
022900         MOVE DP-STATUS TO ERR-FILE-STATUS                        02290000
023000         PERFORM 9000-ERR-PARA                                    02300000
023100      END-IF.                                                     02310000
023200      OPEN INPUT LEAVE-FILE.                                      02320000
023300      IF NOT LV-OPEN-OK                                           02330000
023400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02340000
023500         MOVE 'LEAVE-FILE' TO ERR-FILE-ID                         02350000
023600         MOVE LV-STATUS TO ERR-FILE-STATUS                        02360000
023700         PERFORM 9000-ERR-PARA                                    02370000
023800      END-IF.                                                     02380000
023900      OPEN OUTPUT ARCH-FILE.                                      02390000
024000      IF NOT RA-OPEN-OK                                           02400000
024100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02410000
024200         MOVE 'ARCH-FILE' TO ERR-FILE-ID                          02420000
024300         MOVE RA-STATUS TO ERR-FILE-STATUS                        02430000
024400         PERFORM 9000-ERR-PARA                                    02440000
024500      END-IF.                                                     02450000
024600      OPEN EXTEND AUDIT-FILE.                                     02460000
024700      IF NOT AU-OPEN-OK                                           02470000
024800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02480000
024900         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         02490000
025000         MOVE AU-STATUS TO ERR-FILE-STATUS                        02500000
025100         PERFORM 9000-ERR-PARA                                    02510000
025200      END-IF.                                                     02520000
025210      CALL 'AUDSEAL' USING BY CONTENT 'H' 'RETARCH '              02521002
025220                           BY REFERENCE AU-AUDIT-REC.             02522002
025230      WRITE AU-AUDIT-REC.                                         02523002
025300      OPEN OUTPUT RPT-FILE.                                       02530000
025400      IF NOT RP-OPEN-OK                                           02540000
025500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02550000
025600         MOVE 'RPT-FILE' TO ERR-FILE-ID                           02560000
025700         MOVE RP-STATUS TO ERR-FILE-STATUS                        02570000
025800         PERFORM 9000-ERR-PARA                                    02580000
025900      END-IF.                                                     02590000
026000      DISPLAY 'ALL FILES OPENED'.                                 02600000
026100      MOVE SPACES TO RPT-REC.                                     02610000
026200      STRING 'RETENTION ARCHIVE RUN ' WS-TODAY                    02620000
026300             ' - TERMINATED BEFORE ' WS-CUTOFF                    02630000
026400         DELIMITED BY SIZE INTO RPT-REC                           02640000
026500      END-STRING.                                                 02650000
026600      WRITE RPT-REC.                                              02660000
026700      MOVE SPACES TO RPT-REC.                                     02670000
026800      WRITE RPT-REC.                                              02680000
026900      MOVE SPACES TO RA-ARCH-REC.                                 02690000
027000      MOVE 'RETAHDR ' TO RA-REC-TYPE.                             02700000
027100      MOVE WS-TODAY TO RA-CTL-RUN-DATE.                           02710000
027200      ACCEPT RA-CTL-RUN-TIME FROM TIME.                           02720000
027300      MOVE WS-RET-YEARS TO RA-CTL-YEARS.                          02730000
027400      MOVE WS-CUTOFF TO RA-CTL-CUTOFF.                            02740000
027500      MOVE ZEROS TO RA-CTL-CNT.                                   02750000
027600      WRITE RA-ARCH-REC.                                          02760000
027700      MOVE LOW-VALUES TO EK-ASSOID.                               02770000
027800      START EMP-FILE KEY NOT LESS THAN EK-ASSOID.                 02780000
027900      IF NOT EK-START-OK                                          02790000
028000         MOVE '10' TO EK-STATUS                                   02800000
028100      END-IF.                                                     02810000
028200      EXIT.                                                       02820000
028300 3000-PRCS-RECS.                                                  02830000
028400      READ EMP-FILE NEXT.                                         02840000
028500      EVALUATE TRUE                                               02850000
028600         WHEN EK-READ-OK                                          02860000
028700            ADD 1 TO EK-CNTR                                      02870000
028800            PERFORM 3100-CHECK-ASSOC THRU 3100-CHECK-EXIT         02880000
028900         WHEN EK-EOF                                              02890000
029000            CONTINUE                                              02900000
029100         WHEN OTHER                                               02910000
029200            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02920000
029300            MOVE 'EMP-FILE' TO ERR-FILE-ID                        02930000
029400            MOVE EK-STATUS TO ERR-FILE-STATUS                     02940000
029500            PERFORM 9000-ERR-PARA                                 02950000
029600      END-EVALUATE.                                               02960000
029700      EXIT.                                                       02970000
029800 3100-CHECK-ASSOC.                                                02980000
029900      IF EK-EMP-STATUS NOT = 'T'                                  02990000
030000         GO TO 3100-CHECK-EXIT                                    03000000
030100      END-IF.                                                     03010000
030200      MOVE EK-TERM-DATE TO WS-TERM-DATE.                          03020000
030300      IF WS-TERM-DATE NOT NUMERIC                                 03030000
030400         MOVE EK-ASSOID TO WS-ARCH-ID                             03040000
030500         MOVE 'NO TERM DATE' TO WS-SKIP-REASON                    03050000
030600         PERFORM 3090-SKIP-ASSOC                                  03060000
030700         GO TO 3100-CHECK-EXIT                                    03070000
030800      END-IF.                                                     03080000
030900      IF WS-TERM-DATE-N NOT < WS-CUTOFF                           03090000
031000         GO TO 3100-CHECK-EXIT                                    03100000
031100      END-IF.                                                     03110000
031200      ADD 1 TO ELIG-CNTR.                                         03120000
031300      PERFORM 3200-FIND-MASTER THRU 3200-FIND-MASTER-EXIT.        03130000
031400      IF MASTER-FOUND                                             03140000
031500         MOVE MAASSOID TO WS-ARCH-ID                              03150000
031600      ELSE                                                        03160000
031700         MOVE EK-ASSOID TO WS-ARCH-ID                             03170000
031800      END-IF.                                                     03180000
031900      IF MASTER-FOUND AND MASTATUS NOT = 'T'                      03190000
032000         MOVE 'KSDS NOT TERMINATED' TO WS-SKIP-REASON             03200000
032100         PERFORM 3090-SKIP-ASSOC                                  03210000
032200         GO TO 3100-CHECK-EXIT                                    03220000
032300      END-IF.                                                     03230000
032400      PERFORM 3300-CHECK-DEPNS.                                   03240000
032500      IF DEPNS-ACTIVE                                             03250000
032600         MOVE 'ACTIVE DEPENDENTS' TO WS-SKIP-REASON               03260000
032700         PERFORM 3090-SKIP-ASSOC                                  03270000
032800         GO TO 3100-CHECK-EXIT                                    03280000
032900      END-IF.                                                     03290000
033000      PERFORM 3400-CHECK-LEAVE.                                   03300000
033100      IF LEAVE-OPEN                                               03310000
033200         MOVE 'OPEN LEAVE' TO WS-SKIP-REASON                      03320000
033300         PERFORM 3090-SKIP-ASSOC                                  03330000
033400         GO TO 3100-CHECK-EXIT                                    03340000
033500      END-IF.                                                     03350000
033600      PERFORM 3500-WRITE-ARCH.                                    03360000
033700 3100-CHECK-EXIT.                                                 03370000
033800      EXIT.                                                       03380000
033900 3090-SKIP-ASSOC.                                                 03390000
034000      ADD 1 TO SKIP-CNTR.                                         03400000
034100      MOVE SPACES TO RPT-REC.                                     03410000
034200      STRING 'SKIPPED  ' WS-ARCH-ID ' ' EK-EMP-NAME(1:30)         03420000
034300             ' ' WS-SKIP-REASON                                   03430000
034400         DELIMITED BY SIZE INTO RPT-REC                           03440000
034500      END-STRING.                                                 03450000
034600      WRITE RPT-REC.                                              03460000
034700      EXIT.                                                       03470000
034800*  THE MJ24 KSDS KEY IS SEVEN BYTES, THE EXTENDED MASTER SIX -    03480000
034900*  POSITION ON THE SIX-BYTE PREFIX AND TAKE THE FIRST MATCH.      03490000
035000 3200-FIND-MASTER.                                                03500000
035100      MOVE 'N' TO WS-MST-SW.                                      03510000
035200      MOVE LOW-VALUES TO MAASSOID.                                03520000
035300      MOVE EK-ASSOID TO MAASSOID(1:6).                            03530000
035400      START KSDS-FILE KEY NOT LESS THAN MAASSOID.                 03540000
035500      IF NOT MA-START-OK                                          03550000
035600         GO TO 3200-FIND-MASTER-EXIT                              03560000
035700      END-IF.                                                     03570000
035800      READ KSDS-FILE NEXT.                                        03580000
035900      IF MA-READ-OK AND MAASSOID(1:6) = EK-ASSOID                 03590000
036000         MOVE 'Y' TO WS-MST-SW                                    03600000
036100      END-IF.                                                     03610000
036200 3200-FIND-MASTER-EXIT.                                           03620000
036300      EXIT.                                                       03630000
036400 3300-CHECK-DEPNS.                                                03640000
036500      MOVE 'N' TO WS-DEPACT-SW.                                   03650000
036600      MOVE 'N' TO WS-DEPSCAN-SW.                                  03660000
036700      MOVE LOW-VALUES TO DP-DEP-KEY.                              03670000
036800      MOVE EK-ASSOID TO DP-ASSOID(1:6).                           03680000
036900      START DEPN-FILE KEY NOT LESS THAN DP-DEP-KEY.               03690000
037000      IF DP-START-OK                                              03700000
037100         PERFORM 3310-READ-DEPN                                   03710000
037200            THRU 3310-READ-DEPN-EXIT UNTIL DEPN-SCAN-DONE         03720000
037300      END-IF.                                                     03730000
037400      EXIT.                                                       03740000
037500 3310-READ-DEPN.                                                  03750000
037600      READ DEPN-FILE NEXT.                                        03760000
037700      IF NOT DP-READ-OK OR DP-ASSOID(1:6) NOT = EK-ASSOID         03770000
037800         MOVE 'Y' TO WS-DEPSCAN-SW                                03780000
037900         GO TO 3310-READ-DEPN-EXIT                                03790000
038000      END-IF.                                                     03800000
038100      IF DP-DEP-STATUS = 'A'                                      03810000
038200         MOVE 'Y' TO WS-DEPACT-SW                                 03820000
038300         MOVE 'Y' TO WS-DEPSCAN-SW                                03830000
038400      END-IF.                                                     03840000
038500 3310-READ-DEPN-EXIT.                                             03850000
038600      EXIT.                                                       03860000
038700 3400-CHECK-LEAVE.                                                03870000
038800      MOVE 'N' TO WS-LVOPEN-SW.                                   03880000
038900      MOVE 'N' TO WS-LVSCAN-SW.                                   03890000
039000      MOVE LOW-VALUES TO LE-LEAVE-KEY.                            03900000
039100      MOVE EK-ASSOID TO LE-ASSOID(1:6).                           03910000
039200      START LEAVE-FILE KEY NOT LESS THAN LE-LEAVE-KEY.            03920000
039300      IF LV-START-OK                                              03930000
039400         PERFORM 3410-READ-LEAVE                                  03940000
039500            THRU 3410-READ-LEAVE-EXIT UNTIL LEAVE-SCAN-DONE       03950000
039600      END-IF.                                                     03960000
039700      EXIT.                                                       03970000
039800 3410-READ-LEAVE.                                                 03980000
039900      READ LEAVE-FILE NEXT.                                       03990000
040000      IF NOT LV-READ-OK OR LE-ASSOID(1:6) NOT = EK-ASSOID         04000000
040100         MOVE 'Y' TO WS-LVSCAN-SW                                 04010000
040200         GO TO 3410-READ-LEAVE-EXIT                               04020000
040300      END-IF.                                                     04030000
040400      IF LE-LEAVE-STATUS = 'A'                                    04040000
040500         MOVE 'Y' TO WS-LVOPEN-SW                                 04050000
040600         MOVE 'Y' TO WS-LVSCAN-SW                                 04060000
040700      END-IF.                                                     04070000
040800 3410-READ-LEAVE-EXIT.                                            04080000
040900      EXIT.                                                       04090000
041000 3500-WRITE-ARCH.                                                 04100000
041100      MOVE SPACES TO RA-ARCH-REC.                                 04110000
041200      MOVE 'RETADTL ' TO RA-REC-TYPE.                             04120000
041300      MOVE WS-ARCH-ID TO RA-ASSOID.                               04130000
041400      MOVE WS-TODAY TO RA-ARCH-DATE.                              04140000
041500      MOVE EK-TERM-DATE TO RA-TERM-DATE.                          04150000
041600      MOVE 'Y' TO RA-EXT-FLAG.                                    04160000
041700      MOVE EK-EMP-DATA-REC TO RA-EXT-IMAGE.                       04170000
041800      IF MASTER-FOUND                                             04180000
041900         MOVE 'Y' TO RA-MST-FLAG                                  04190000
042000         MOVE MAREC TO RA-MST-IMAGE                               04200000
042100      ELSE                                                        04210000
042200         MOVE 'N' TO RA-MST-FLAG                                  04220000
042300      END-IF.                                                     04230000
042400      WRITE RA-ARCH-REC.                                          04240000
042500      IF NOT RA-WRITE-OK                                          04250000
042600         MOVE '3500-WRITE-ARCH' TO ERR-PARA                       04260000
042700         MOVE 'ARCH-FILE' TO ERR-FILE-ID                          04270000
042800         MOVE RA-STATUS TO ERR-FILE-STATUS                        04280000
042900         PERFORM 9000-ERR-PARA                                    04290000
043000      END-IF.                                                     04300000
043100      ADD 1 TO ARCH-CNTR.                                         04310000
043200      MOVE SPACES TO RPT-REC.                                     04320000
043300      STRING 'ARCHIVED ' WS-ARCH-ID ' ' EK-EMP-NAME(1:30)         04330000
043400             ' TERM ' EK-TERM-DATE ' KSDS=' RA-MST-FLAG           04340000
043500         DELIMITED BY SIZE INTO RPT-REC                           04350000
043600      END-STRING.                                                 04360000
043700      WRITE RPT-REC.                                              04370000
043800      EXIT.                                                       04380000
043900 3900-WRITE-TRAILER.                                              04390000
044000      MOVE SPACES TO RA-ARCH-REC.                                 04400000
044100      MOVE 'RETATRL ' TO RA-REC-TYPE.                             04410000
044200      MOVE WS-TODAY TO RA-CTL-RUN-DATE.                           04420000
044300      ACCEPT RA-CTL-RUN-TIME FROM TIME.                           04430000
044400      MOVE WS-RET-YEARS TO RA-CTL-YEARS.                          04440000
044500      MOVE WS-CUTOFF TO RA-CTL-CUTOFF.                            04450000
044600      MOVE ARCH-CNTR TO RA-CTL-CNT.                               04460000
044700      WRITE RA-ARCH-REC.                                          04470000
044800      IF NOT RA-WRITE-OK                                          04480000
044900         MOVE '3900-WRITE-TRAILER' TO ERR-PARA                    04490000
045000         MOVE 'ARCH-FILE' TO ERR-FILE-ID                          04500000
045100         MOVE RA-STATUS TO ERR-FILE-STATUS                        04510000
045200         PERFORM 9000-ERR-PARA                                    04520000
045300      END-IF.                                                     04530000
045400      CLOSE ARCH-FILE.                                            04540000
045500      EXIT.                                                       04550000
045600*  NOTHING LEAVES THE MASTERS UNTIL THE ARCHIVE, READ BACK AS     04560000
045700*  WRITTEN, HOLDS ONE HEADER, ONE TRAILER AND EXACTLY AS MANY     04570000
045800*  DETAILS AS BOTH THE TRAILER AND THIS RUN SAY IT SHOULD.        04580000
045900 5000-PROVE-ARCHIVE.                                              04590000
046000      MOVE 'N' TO WS-PROOF-SW.                                    04600000
046100      OPEN INPUT ARCH-FILE.                                       04610000
046200      IF NOT RA-OPEN-OK                                           04620000
046300         DISPLAY 'ARCHIVE CANNOT BE RE-OPENED ' RA-STATUS         04630000
046400         GO TO 5000-PROVE-EXIT                                    04640000
046500      END-IF.                                                     04650000
046600      PERFORM 5100-PROVE-READ UNTIL RA-EOF.                       04660000
046700      CLOSE ARCH-FILE.                                            04670000
046800      IF HDR-CNT = 1 AND TRL-CNT = 1                              04680000
046900         AND TRL-DTLS = DTL-CNT AND DTL-CNT = ARCH-CNTR           04690000
047000         MOVE 'Y' TO WS-PROOF-SW                                  04700000
047100      END-IF.                                                     04710000
047200 5000-PROVE-EXIT.                                                 04720000
047300      MOVE SPACES TO RPT-REC.                                     04730000
047400      WRITE RPT-REC.                                              04740000
047500      MOVE SPACES TO RPT-REC.                                     04750000
047600      STRING 'ARCHIVE PROOF - WRITTEN=' ARCH-CNTR                 04760000
047700             ' READ BACK=' DTL-CNT ' TRAILER=' TRL-DTLS           04770000
047800         DELIMITED BY SIZE INTO RPT-REC                           04780000
047900      END-STRING.                                                 04790000
048000      WRITE RPT-REC.                                              04800000
048100      IF ARCHIVE-PROVED                                           04810000
048200         MOVE 'ARCHIVE VERIFIED - MASTERS UPDATED' TO RPT-REC     04820000
048300      ELSE                                                        04830000
048400         MOVE '*** ARCHIVE NOT VERIFIED - NOTHING DELETED'        04840000
048500            TO RPT-REC                                            04850000
048600         DISPLAY 'ARCHIVE NOT VERIFIED - NOTHING DELETED'         04860000
048700      END-IF.                                                     04870000
048800      WRITE RPT-REC.                                              04880000
048900      EXIT.                                                       04890000
049000 5100-PROVE-READ.                                                 04900000
049100      READ ARCH-FILE.                                             04910000
049200      EVALUATE TRUE                                               04920000
049300         WHEN RA-READ-OK                                          04930000
049400            EVALUATE TRUE                                         04940000
049500               WHEN RA-IS-HDR                                     04950000
049600                  ADD 1 TO HDR-CNT                                04960000
049700               WHEN RA-IS-DTL                                     04970000
049800                  ADD 1 TO DTL-CNT                                04980000
049900               WHEN RA-IS-TRL                                     04990000
050000                  ADD 1 TO TRL-CNT                                05000000
050100                  MOVE RA-CTL-CNT TO TRL-DTLS                     05010000
050200            END-EVALUATE                                          05020000
050300         WHEN RA-EOF                                              05030000
050400            CONTINUE                                              05040000
050500         WHEN OTHER                                               05050000
050600            DISPLAY 'ARCHIVE READ-BACK ERROR ' RA-STATUS          05060000
050700            MOVE '10' TO RA-STATUS                                05070000
050800            MOVE ZEROS TO HDR-CNT                                 05080000
050900      END-EVALUATE.                                               05090000
051000      EXIT.                                                       05100000
051100 6000-DELETE-MASTERS.                                             05110000
051200      OPEN INPUT ARCH-FILE.                                       05120000
051300      IF NOT RA-OPEN-OK                                           05130000
051400         MOVE '6000-DELETE-MASTERS' TO ERR-PARA                   05140000
051500         MOVE 'ARCH-FILE' TO ERR-FILE-ID                          05150000
051600         MOVE RA-STATUS TO ERR-FILE-STATUS                        05160000
051700         PERFORM 9000-ERR-PARA                                    05170000
051800      END-IF.                                                     05180000
051900      PERFORM 6100-DELETE-READ UNTIL RA-EOF.                      05190000
052000      CLOSE ARCH-FILE.                                            05200000
052100      EXIT.                                                       05210000
052200 6100-DELETE-READ.                                                05220000
052300      READ ARCH-FILE.                                             05230000
052400      EVALUATE TRUE                                               05240000
052500         WHEN RA-READ-OK                                          05250000
052600            IF RA-IS-DTL                                          05260000
052700               IF RA-MST-FLAG = 'Y'                               05270000
052800                  PERFORM 6200-DELETE-KSDS                        05280000
052900                     THRU 6200-DELETE-KSDS-EXIT                   05290000
053000               END-IF                                             05300000
053100               PERFORM 6300-DELETE-EXT THRU 6300-DELETE-EXT-EXIT  05310000
053200            END-IF                                                05320000
053300         WHEN RA-EOF                                              05330000
053400            CONTINUE                                              05340000
053500         WHEN OTHER                                               05350000
053600            MOVE '6100-DELETE-READ' TO ERR-PARA                   05360000
053700            MOVE 'ARCH-FILE' TO ERR-FILE-ID                       05370000
053800            MOVE RA-STATUS TO ERR-FILE-STATUS                     05380000
053900            PERFORM 9000-ERR-PARA                                 05390000
054000      END-EVALUATE.                                               05400000
054100      EXIT.                                                       05410000
054200 6200-DELETE-KSDS.                                                05420000
054300      MOVE RA-ASSOID TO MAASSOID.                                 05430000
054400      READ KSDS-FILE.                                             05440000
054500      IF MA-READ-OK                                               05450000
054600         DELETE KSDS-FILE RECORD                                  05460000
054700      END-IF.                                                     05470000
054800      IF NOT MA-READ-OK AND NOT MA-DELETE-OK                      05480000
054900         ADD 1 TO DELERR-CNTR                                     05490000
055000         DISPLAY 'KEY : ' RA-ASSOID                               05500000
055100            ' KSDS NOT DELETED, STATUS = ' MA-STATUS              05510000
055200         GO TO 6200-DELETE-KSDS-EXIT                              05520000
055300      END-IF.                                                     05530000
055400      ADD 1 TO DELMST-CNTR.                                       05540000
055500      MOVE SPACES TO AU-AUDIT-REC.                                05550000
055600      MOVE 'MJ24KSDS' TO AU-FILE-ID.                              05560000
055700      MOVE RA-ASSOID TO AU-REC-KEY.                               05570000
055800      PERFORM 6400-AUDIT-DELETE.                                  05580000
055900 6200-DELETE-KSDS-EXIT.                                           05590000
056000      EXIT.                                                       05600000
056100 6300-DELETE-EXT.                                                 05610000
056200      MOVE RA-ASSOID(1:6) TO EK-ASSOID.                           05620000
056300      READ EMP-FILE.                                              05630000
056400      IF EK-READ-OK                                               05640000
056500         DELETE EMP-FILE RECORD                                   05650000
056600      END-IF.                                                     05660000
056700      IF NOT EK-READ-OK AND NOT EK-DELETE-OK                      05670000
056800         ADD 1 TO DELERR-CNTR                                     05680000
056900         DISPLAY 'KEY : ' RA-ASSOID                               05690000
057000            ' EXTENDED NOT DELETED, STATUS = ' EK-STATUS          05700000
057100         GO TO 6300-DELETE-EXT-EXIT                               05710000
057200      END-IF.                                                     05720000
057300      ADD 1 TO DELEXT-CNTR.                                       05730000
057400      MOVE SPACES TO AU-AUDIT-REC.                                05740000
057500      MOVE 'MJ24EKSD' TO AU-FILE-ID.                              05750000
057600      MOVE RA-ASSOID TO AU-REC-KEY.                               05760000
057700      PERFORM 6400-AUDIT-DELETE.                                  05770000
057800 6300-DELETE-EXT-EXIT.                                            05780000
057900      EXIT.                                                       05790000
058000 6400-AUDIT-DELETE.                                               05800000
058100      MOVE 'D' TO AU-ACTION.                                      05810000
058200      MOVE 'RETENTION' TO AU-FIELD-ID.                            05820000
058300      STRING 'T ' RA-TERM-DATE                                    05830000
058400         DELIMITED BY SIZE INTO AU-OLD-VALUE                      05840000
058500      END-STRING.                                                 05850000
058600      STRING 'ARCHIVED TO TCHN196.MJ24.RETARCH ON ' WS-TODAY      05860000
058700         DELIMITED BY SIZE INTO AU-NEW-VALUE                      05870000
058800      END-STRING.                                                 05880000
058900      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      05890000
059000      ACCEPT AU-CHG-TIME FROM TIME.                               05900000
059010      CALL 'OPERSUB' USING AU-OPER-ID.                            05901001
059020      CALL 'AUDSEAL' USING BY CONTENT 'D' 'RETARCH '              05902002
059030                           BY REFERENCE AU-AUDIT-REC.             05903002
059100      WRITE AU-AUDIT-REC.                                         05910000
059200      IF NOT AU-WRITE-OK                                          05920000
059300         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       05930000
059400      END-IF.                                                     05940000
059500      EXIT.                                                       05950000
059600 4000-CLOSE-PARA.                                                 05960000
059700      MOVE SPACES TO RPT-REC.                                     05970000
059800      STRING 'EKSDS READ=' EK-CNTR ' ELIGIBLE=' ELIG-CNTR         05980000
059900             ' ARCHIVED=' ARCH-CNTR ' SKIPPED=' SKIP-CNTR         05990000
060000         DELIMITED BY SIZE INTO RPT-REC                           06000000
060100      END-STRING.                                                 06010000
060200      WRITE RPT-REC.                                              06020000
060300      MOVE SPACES TO RPT-REC.                                     06030000
060400      STRING 'DELETED KSDS=' DELMST-CNTR                          06040000
060500             ' EXTENDED=' DELEXT-CNTR                             06050000
060600             ' DELETE ERRORS=' DELERR-CNTR                        06060000
060700         DELIMITED BY SIZE INTO RPT-REC                           06070000
060800      END-STRING.                                                 06080000
060900      WRITE RPT-REC.                                              06090000
060910      CALL 'AUDSEAL' USING BY CONTENT 'T' 'RETARCH '              06091002
060920                           BY REFERENCE AU-AUDIT-REC.             06092002
060930      WRITE AU-AUDIT-REC.                                         06093002
061000      CLOSE EMP-FILE KSDS-FILE DEPN-FILE LEAVE-FILE AUDIT-FILE    06100000
061100            RPT-FILE.                                             06110000
061200      DISPLAY 'EXTENDED MASTER READ : ' EK-CNTR.                  06120000
061300      DISPLAY 'PAST RETENTION       : ' ELIG-CNTR.                06130000
061400      DISPLAY 'ARCHIVED             : ' ARCH-CNTR.                06140000
061500      DISPLAY 'SKIPPED              : ' SKIP-CNTR.                06150000
061600      DISPLAY 'KSDS RECS DELETED    : ' DELMST-CNTR.              06160000
061700      DISPLAY 'EXTENDED RECS DELETED: ' DELEXT-CNTR.              06170000
061800      IF SKIP-CNTR > 0                                            06180000
061900         MOVE 4 TO RETURN-CODE                                    06190000
062000      END-IF.                                                     06200000
062100      IF NOT ARCHIVE-PROVED OR DELERR-CNTR > 0                    06210000
062200         MOVE 8 TO RETURN-CODE                                    06220000
062300      END-IF.                                                     06230000
062400      PERFORM 4200-WRITE-RUNSTAT.                                 06240000
062500      EXIT.                                                       06250000
062600 4200-WRITE-RUNSTAT.                                              06260000
062700      OPEN EXTEND STATFILE.                                       06270000
062800      EVALUATE TRUE                                               06280000
062900         WHEN RS-OPEN-OK                                          06290000
063000            MOVE SPACES TO RS-RUNSTAT-REC                         06300000
063100            MOVE 'RETARCH' TO RS-PGM-NAME                         06310000
063200            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 06320000
063300            ACCEPT RS-RUN-TIME FROM TIME                          06330000
063400            MOVE EK-CNTR TO RS-READ-CNT                           06340000
063500            MOVE ARCH-CNTR TO RS-WRITE-CNT                        06350000
063600            MOVE SKIP-CNTR TO RS-REJ-CNT                          06360000
063700            MOVE RETURN-CODE TO RS-RETURN-CD                      06370000
063800            WRITE RS-RUNSTAT-REC                                  06380000
063900            IF NOT RS-WRITE-OK                                    06390000
064000               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   06400000
064100            END-IF                                                06410000
064200            CLOSE STATFILE                                        06420000
064300         WHEN OTHER                                               06430000
064400            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       06440000
064500      END-EVALUATE.                                               06450000
064600      EXIT.                                                       06460000
064700 9000-ERR-PARA.                                                   06470000
064800      DISPLAY WS-ERR-DESC.                                        06480000
064900      MOVE 30 TO RETURN-CODE.                                     06490000
065000      STOP RUN.                                                   06500000
