000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. AUDVRFY.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : AUDIT LOGS IN THE SHARED AUDITREC SHAPE           00040000
000500*               (DDAUDIN - THE DAILY LOGS ARE CONCATENATED IN     00050000
000600*               THE JCL, AS FOR AUDMERGE AND AUDHLOAD)            00060000
000700* OUTPUT FILE : VERIFICATION REPORT (DDRPT), RUN STATISTICS       00070000
000800*               (DDRSTAT)                                         00080000
000900* PRG DESC    : PROVES EVERY AUDIT LOG COMPLETE AND UNALTERED     00090000
001000*               BEFORE IT IS LOADED.  EACH WRITING RUN SEALS      00100000
001100*               ITS ENTRIES BETWEEN AN AUDSEAL HEADER AND         00110000
001200*               TRAILER; THIS PROGRAM WALKS THE LOGS ONE RUN      00120000
001300*               (HEADER TO TRAILER) AT A TIME AND REPLAYS THE     00130000
001400*               SEAL THROUGH AUDSEAL.  A RUN FAILS WHEN -         00140000
001500*               AN ENTRY'S SEQ-NO IS NOT THE NEXT IN THE RUN      00150000
001600*                 (ENTRY REMOVED, INSERTED OR REORDERED)          00160000
001700*               THE TRAILER COUNT OR HASH TOTAL DOES NOT          00170000
001800*                 AGREE WITH THE ENTRIES (ENTRY EDITED)           00180000
001900*               THE TRAILER NAMES ANOTHER PROGRAM, OR THE RUN     00190000
002000*                 HAS NO TRAILER (LOG TRUNCATED OR THE WRITER     00200000
002100*                 ENDED ABNORMALLY)                               00210000
002200*               ENTRIES OR A TRAILER ALSO FAIL WHEN THEY SIT      00220000
002300*               OUTSIDE ANY HEADER.  ONE REPORT LINE PER RUN.     00230000
002400*               RC 8 WHEN ANYTHING FAILS SO THE LOAD STEPS ARE    00240000
002500*               BYPASSED, RC 4 WHEN THERE IS NOTHING TO VERIFY.   00250000
002600* AUTHOR      : GIRIDHAR                                          00260000
002700* CREATED ON  : 15 OCT 2026                                       00270000
002800***************************************************************** 00280000
002900 ENVIRONMENT DIVISION.                                            00290000
003000 INPUT-OUTPUT SECTION.                                            00300000
003100 FILE-CONTROL.                                                    00310000
003200      SELECT AUDFILE ASSIGN TO DDAUDIN                            00320000
003300      ORGANIZATION IS SEQUENTIAL                                  00330000
003400      ACCESS MODE IS SEQUENTIAL                                   00340000
003500      FILE STATUS AU-STATUS.                                      00350000
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
004700 DATA DIVISION.                                                   00470000
004800 FILE SECTION.                                                    00480000
004900 FD AUDFILE RECORDING MODE IS F.                                  00490000
005000 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00500000
005100 FD RPT-FILE RECORDING MODE IS F.                                 00510000
005200 01 RPT-REC PIC X(133).                                           00520000
005300 FD STATFILE RECORDING MODE IS F.                                 00530000
005400 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00540000
005500 WORKING-STORAGE SECTION.                                         00550000
005600 01 WS-FILE-STATUSES.                                             00560000
005700    05 AU-STATUS PIC XX.                                          00570000
005800    88 AU-OPEN-OK VALUE '00'.                                     00580000
005900    88 AU-READ-OK VALUE '00'.                                     00590000
006000    88 AU-EOF     VALUE '10'.                                     00600000
006100    05 RP-STATUS PIC XX.                                          00610000
006200    88 RP-OPEN-OK VALUE '00'.                                     00620000
006300    05 RS-STATUS PIC XX.                                          00630000
006400    88 RS-OPEN-OK  VALUE '00'.                                    00640000
006500    88 RS-WRITE-OK VALUE '00'.                                    00650000
006600 01 WS-CNTRS.                                                     00660000
006700    05 IP-CNTR     PIC 9(9) VALUE ZEROS.                          00670000
006800    05 SEG-CNTR    PIC 9(6) VALUE ZEROS.                          00680000
006900    05 OK-CNTR     PIC 9(6) VALUE ZEROS.                          00690000
007000    05 FAIL-CNTR   PIC 9(6) VALUE ZEROS.                          00700000
007100    05 STRAY-CNTR  PIC 9(9) VALUE ZEROS.                          00710000
007200 01 WS-SEG-SW PIC X VALUE 'N'.                                    00720000
007300    88 IN-SEGMENT VALUE 'Y'.                                      00730000
007400 01 WS-SEG-STATE.                                                 00740000
007500    05 WS-SEG-PGM    PIC X(8)  VALUE SPACES.                      00750000
007600    05 WS-SEG-DATE   PIC 9(8)  VALUE ZEROS.                       00760000
007700    05 WS-SEG-TIME   PIC 9(8)  VALUE ZEROS.                       00770000
007800    05 WS-SEG-OPER   PIC X(8)  VALUE SPACES.                      00780000
007900    05 WS-SEG-ENTS   PIC 9(9)  VALUE ZEROS.                       00790000
008000    05 WS-SEG-REASON PIC X(30) VALUE SPACES.                      00800000
008100    05 WS-SEQ-READ   PIC 9(5)  VALUE ZEROS.                       00810000
008200    05 WS-SEQ-WANT   PIC 9(5)  VALUE ZEROS.                       00820000
008300 01 WS-STRAY-SW PIC X VALUE 'N'.                                  00830000
008400    88 IN-STRAY VALUE 'Y'.                                        00840000
008500 01 WS-VRFY-PGM PIC X(8) VALUE 'AUDVRFY '.                        00850000
008600 COPY AUDITREC REPLACING ==:AUD:== BY ==WK==.                     00860000
008700 01 WS-SEG-LINE.                                                  00870000
008800    05 FILLER        PIC X(3) VALUE SPACES.                       00880000
008900    05 SGL-PGM       PIC X(8).                                    00890000
009000    05 FILLER        PIC X(3) VALUE SPACES.                       00900000
009100    05 SGL-DATE      PIC 9(8).                                    00910000
009200    05 FILLER        PIC X VALUE SPACE.                           00920000
009300    05 SGL-TIME      PIC 9(8).                                    00930000
009400    05 FILLER        PIC X(3) VALUE SPACES.                       00940000
009500    05 SGL-OPER      PIC X(8).                                    00950000
009600    05 FILLER        PIC X(3) VALUE SPACES.                       00960000
009700    05 SGL-ENTS      PIC ZZZ,ZZZ,ZZ9.                             00970000
009800    05 FILLER        PIC X(3) VALUE SPACES.                       00980000
009900    05 SGL-STATUS    PIC X(4).                                    00990000
010000    05 FILLER        PIC X(3) VALUE SPACES.                       01000000
010100    05 SGL-REASON    PIC X(30).                                   01010000
010200    05 FILLER        PIC X(39) VALUE SPACES.                      01020000
010300 01 WS-ERR-DESC.                                                  01030000
010400    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01040000
010500    05  ERR-PARA             PIC X(30).                           01050000
010600    05  FILLER               PIC XX VALUE SPACES.                 01060000
010700    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01070000
010800    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01080000
010900    05  ERR-FILE-STATUS      PIC XX.                              01090000
011000 PROCEDURE DIVISION.                                              01100000
011100 0000-MAIN-PARA.                                                  01110000
011200      PERFORM 1000-OPEN-FILES.                                    01120000
011300      PERFORM 3000-PRCS-RECS UNTIL AU-EOF.                        01130000
011400      IF IN-SEGMENT                                               01140000
011500         MOVE 'NO TRAILER - LOG TRUNCATED' TO WS-SEG-REASON       01150000
011600         PERFORM 3500-SEGMENT-FAIL                                01160000
011700      END-IF.                                                     01170000
011800      PERFORM 3700-END-STRAY.                                     01180000
011900      PERFORM 4000-CLOSE-PARA.                                    01190000
012000      STOP RUN.                                                   01200000
012100 0000-MAIN-PARA-EXIT.                                             01210000
012200      EXIT.                                                       01220000
012300 1000-OPEN-FILES.                                                 01230000
012400      OPEN INPUT AUDFILE.                                         01240000
012500      IF NOT AU-OPEN-OK                                           01250000
012600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01260000
012700         MOVE 'AUDFILE' TO ERR-FILE-ID                            01270000
012800         MOVE AU-STATUS TO ERR-FILE-STATUS                        01280000
012900         PERFORM 9000-ERR-PARA                                    01290000
013000      END-IF.                                                     01300000
013100      OPEN OUTPUT RPT-FILE.                                       01310000
013200      IF NOT RP-OPEN-OK                                           01320000
013300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01330000
013400         MOVE 'RPT-FILE' TO ERR-FILE-ID                           01340000
013500         MOVE RP-STATUS TO ERR-FILE-STATUS                        01350000
013600         PERFORM 9000-ERR-PARA                                    01360000
013700      END-IF.                                                     01370000
013800      MOVE 'AUDIT LOG VERIFICATION' TO RPT-REC.                   01380000
013900      WRITE RPT-REC.                                              01390000
014000      MOVE SPACES TO RPT-REC.                                     01400000
014100      STRING '   PROGRAM    RUN DATE/TIME      OPERATOR   '       01410000
014200             '    ENTRIES   STAT   REASON'                        01420000
014300         DELIMITED BY SIZE INTO RPT-REC.                          01430000
014400      WRITE RPT-REC.                                              01440000
014500      DISPLAY 'ALL FILES OPENED'.                                 01450000
014600      EXIT.                                                       01460000
014700 3000-PRCS-RECS.                                                  01470000
014800      READ AUDFILE.                                               01480000
014900      EVALUATE TRUE                                               01490000
015000         WHEN AU-READ-OK                                          01500000
015100            ADD 1 TO IP-CNTR                                      01510000
015200            EVALUATE TRUE                                         01520000
015300               WHEN AU-CTL-HDR                                    01530000
015400                  PERFORM 3100-START-SEGMENT                      01540000
015500               WHEN AU-CTL-TRL                                    01550000
015600                  PERFORM 3300-END-SEGMENT                        01560000
015700               WHEN OTHER                                         01570000
015800                  PERFORM 3200-CHECK-ENTRY                        01580000
015900            END-EVALUATE                                          01590000
016000         WHEN AU-EOF                                              01600000
016100            CONTINUE                                              01610000
016200         WHEN OTHER                                               01620000
016300            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01630000
016400            MOVE 'AUDFILE' TO ERR-FILE-ID                         01640000
016500            MOVE AU-STATUS TO ERR-FILE-STATUS                     01650000
016600            PERFORM 9000-ERR-PARA                                 01660000
016700      END-EVALUATE.                                               01670000
016800      EXIT.                                                       01680000
016900*---------------------------------------------------------------- 01690000
017000* A HEADER WHILE A RUN IS STILL OPEN MEANS THE PREVIOUS RUN       01700000
017100* LOST ITS TRAILER.  THE REPLAY IS RESET FOR THE NEW RUN.         01710000
017200*---------------------------------------------------------------- 01720000
017300 3100-START-SEGMENT.                                              01730000
017400      IF IN-SEGMENT                                               01740000
017500         MOVE 'NO TRAILER BEFORE NEXT HEADER' TO WS-SEG-REASON    01750000
017600         PERFORM 3500-SEGMENT-FAIL                                01760000
017700      END-IF.                                                     01770000
017800      PERFORM 3700-END-STRAY.                                     01780000
017900      MOVE 'Y' TO WS-SEG-SW.                                      01790000
018000      MOVE AU-CTL-PGM TO WS-SEG-PGM.                              01800000
018100      MOVE AU-CHG-DATE TO WS-SEG-DATE.                            01810000
018200      MOVE AU-CHG-TIME TO WS-SEG-TIME.                            01820000
018300      MOVE AU-OPER-ID TO WS-SEG-OPER.                             01830000
018400      MOVE ZEROS TO WS-SEG-ENTS.                                  01840000
018500      MOVE SPACES TO WS-SEG-REASON.                               01850000
018600      CALL 'AUDSEAL' USING BY CONTENT 'H'                         01860000
018700                           BY REFERENCE WS-VRFY-PGM               01870000
018800                                        WK-AUDIT-REC.             01880000
018900      EXIT.                                                       01890000
019000*---------------------------------------------------------------- 01900000
019100* AUDSEAL STAMPS THE SEQ-NO THE ENTRY SHOULD CARRY ON THE WORK    01910000
019200* COPY.  ONLY THE FIRST BREAK IN A RUN IS REPORTED.               01920000
019300*---------------------------------------------------------------- 01930000
019400 3200-CHECK-ENTRY.                                                01940000
019500      IF NOT IN-SEGMENT                                           01950000
019600         ADD 1 TO STRAY-CNTR                                      01960000
019700         MOVE 'Y' TO WS-STRAY-SW                                  01970000
019800      ELSE                                                        01980000
019900         ADD 1 TO WS-SEG-ENTS                                     01990000
020000         MOVE AU-AUDIT-REC TO WK-AUDIT-REC                        02000000
020100         MOVE AU-SEQ-NO TO WS-SEQ-READ                            02010000
020200         CALL 'AUDSEAL' USING BY CONTENT 'D'                      02020000
020300                              BY REFERENCE WS-VRFY-PGM            02030000
020400                                           WK-AUDIT-REC           02040000
020500         MOVE WK-SEQ-NO TO WS-SEQ-WANT                            02050000
020600         IF WS-SEQ-READ NOT = WS-SEQ-WANT                         02060000
020700            AND WS-SEG-REASON = SPACES                            02070000
020800            STRING 'SEQ ' WS-SEQ-READ ' WHERE ' WS-SEQ-WANT       02080000
020900                   ' EXPECTED'                                    02090000
021000               DELIMITED BY SIZE INTO WS-SEG-REASON               02100000
021100         END-IF                                                   02110000
021200      END-IF.                                                     02120000
021300      EXIT.                                                       02130000
021400 3300-END-SEGMENT.                                                02140000
021500      IF NOT IN-SEGMENT                                           02150000
021600         PERFORM 3700-END-STRAY                                   02160000
021700         MOVE AU-CTL-PGM TO WS-SEG-PGM                            02170000
021800         MOVE AU-CHG-DATE TO WS-SEG-DATE                          02180000
021900         MOVE AU-CHG-TIME TO WS-SEG-TIME                          02190000
022000         MOVE AU-OPER-ID TO WS-SEG-OPER                           02200000
022100         MOVE AU-CTL-COUNT TO WS-SEG-ENTS                         02210000
022200         MOVE 'TRAILER WITHOUT A HEADER' TO WS-SEG-REASON         02220000
022300         PERFORM 3500-SEGMENT-FAIL                                02230000
022400      ELSE                                                        02240000
022500         CALL 'AUDSEAL' USING BY CONTENT 'T'                      02250000
022600                              BY REFERENCE WS-VRFY-PGM            02260000
022700                                           WK-AUDIT-REC           02270000
022800         EVALUATE TRUE                                            02280000
022900            WHEN WS-SEG-REASON NOT = SPACES                       02290000
023000               CONTINUE                                           02300000
023100            WHEN AU-CTL-PGM NOT = WS-SEG-PGM                      02310000
023200               MOVE 'TRAILER FROM ANOTHER PROGRAM'                02320000
023300                  TO WS-SEG-REASON                                02330000
023400            WHEN AU-CTL-COUNT NOT = WK-CTL-COUNT                  02340000
023500               MOVE 'ENTRY COUNT DOES NOT AGREE'                  02350000
023600                  TO WS-SEG-REASON                                02360000
023700            WHEN AU-CTL-HASH NOT = WK-CTL-HASH                    02370000
023800               MOVE 'HASH TOTAL DOES NOT AGREE'                   02380000
023900                  TO WS-SEG-REASON                                02390000
024000         END-EVALUATE                                             02400000
024100         IF WS-SEG-REASON = SPACES                                02410000
024200            PERFORM 3400-SEGMENT-OK                               02420000
024300         ELSE                                                     02430000
024400            PERFORM 3500-SEGMENT-FAIL                             02440000
024500         END-IF                                                   02450000
024600      END-IF.                                                     02460000
024700      EXIT.                                                       02470000
024800 3400-SEGMENT-OK.                                                 02480000
024900      ADD 1 TO SEG-CNTR OK-CNTR.                                  02490000
025000      MOVE 'OK  ' TO SGL-STATUS.                                  02500000
025100      PERFORM 3600-WRITE-SEGMENT.                                 02510000
025200      MOVE 'N' TO WS-SEG-SW.                                      02520000
025300      EXIT.                                                       02530000
025400 3500-SEGMENT-FAIL.                                               02540000
025500      ADD 1 TO SEG-CNTR FAIL-CNTR.                                02550000
025600      MOVE 'FAIL' TO SGL-STATUS.                                  02560000
025700      PERFORM 3600-WRITE-SEGMENT.                                 02570000
025800      DISPLAY 'AUDIT LOG FAILED VERIFICATION - ' WS-SEG-PGM       02580000
025900         ' ' WS-SEG-DATE ' ' WS-SEG-TIME ' ' WS-SEG-REASON.       02590000
026000      MOVE 'N' TO WS-SEG-SW.                                      02600000
026100      EXIT.                                                       02610000
026200 3600-WRITE-SEGMENT.                                              02620000
026300      MOVE WS-SEG-PGM TO SGL-PGM.                                 02630000
026400      MOVE WS-SEG-DATE TO SGL-DATE.                               02640000
026500      MOVE WS-SEG-TIME TO SGL-TIME.                               02650000
026600      MOVE WS-SEG-OPER TO SGL-OPER.                               02660000
026700      MOVE WS-SEG-ENTS TO SGL-ENTS.                               02670000
026800      MOVE WS-SEG-REASON TO SGL-REASON.                           02680000
026900      WRITE RPT-REC FROM WS-SEG-LINE.                             02690000
027000      EXIT.                                                       02700000
027100*---------------------------------------------------------------- 02710000
027200* ENTRIES FOUND OUTSIDE ANY HEADER ARE REPORTED AS ONE FAILED     02720000
027300* BLOCK WHEN THE NEXT HEADER, TRAILER OR END OF FILE IS SEEN.     02730000
027400*---------------------------------------------------------------- 02740000
027500 3700-END-STRAY.                                                  02750000
027600      IF IN-STRAY                                                 02760000
027700         MOVE 'UNSEALED' TO WS-SEG-PGM                            02770000
027800         MOVE ZEROS TO WS-SEG-DATE WS-SEG-TIME                    02780000
027900         MOVE SPACES TO WS-SEG-OPER                               02790000
028000         MOVE STRAY-CNTR TO WS-SEG-ENTS                           02800000
028100         MOVE 'ENTRIES OUTSIDE ANY HEADER' TO WS-SEG-REASON       02810000
028200         PERFORM 3500-SEGMENT-FAIL                                02820000
028300         MOVE ZEROS TO STRAY-CNTR                                 02830000
028400         MOVE 'N' TO WS-STRAY-SW                                  02840000
028500      END-IF.                                                     02850000
028600      EXIT.                                                       02860000
028700 4000-CLOSE-PARA.                                                 02870000
028800      MOVE SPACES TO RPT-REC.                                     02880000
028900      WRITE RPT-REC.                                              02890000
029000      MOVE SPACES TO RPT-REC.                                     02900000
029100      STRING 'RUNS VERIFIED ' SEG-CNTR '   OK ' OK-CNTR           02910000
029200             '   FAILED ' FAIL-CNTR                               02920000
029300         DELIMITED BY SIZE INTO RPT-REC.                          02930000
029400      WRITE RPT-REC.                                              02940000
029500      CLOSE AUDFILE RPT-FILE.                                     02950000
029600      DISPLAY 'LOG RECORDS READ    : ' IP-CNTR.                   02960000
029700      DISPLAY 'RUNS VERIFIED       : ' SEG-CNTR.                  02970000
029800      DISPLAY 'RUNS OK             : ' OK-CNTR.                   02980000
029900      DISPLAY 'RUNS FAILED         : ' FAIL-CNTR.                 02990000
030000      EVALUATE TRUE                                               03000000
030100         WHEN FAIL-CNTR > 0                                       03010000
030200            MOVE 8 TO RETURN-CODE                                 03020000
030300         WHEN SEG-CNTR = 0                                        03030000
030400            DISPLAY 'NO SEALED AUDIT RUNS FOUND'                  03040000
030500            MOVE 4 TO RETURN-CODE                                 03050000
030600      END-EVALUATE.                                               03060000
030700      PERFORM 4200-WRITE-RUNSTAT.                                 03070000
030800      EXIT.                                                       03080000
030900 4200-WRITE-RUNSTAT.                                              03090000
031000      OPEN EXTEND STATFILE.                                       03100000
031100      EVALUATE TRUE                                               03110000
031200         WHEN RS-OPEN-OK                                          03120000
031300            MOVE SPACES TO RS-RUNSTAT-REC                         03130000
031400            MOVE 'AUDVRFY' TO RS-PGM-NAME                         03140000
031500            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 03150000
031600            ACCEPT RS-RUN-TIME FROM TIME                          03160000
031700            MOVE IP-CNTR TO RS-READ-CNT                           03170000
031800            MOVE OK-CNTR TO RS-WRITE-CNT                          03180000
031900            MOVE FAIL-CNTR TO RS-REJ-CNT                          03190000
032000            MOVE RETURN-CODE TO RS-RETURN-CD                      03200000
032100            WRITE RS-RUNSTAT-REC                                  03210000
032200            IF NOT RS-WRITE-OK                                    03220000
032300               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   03230000
032400            END-IF                                                03240000
032500            CLOSE STATFILE                                        03250000
032600         WHEN OTHER                                               03260000
032700            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       03270000
032800      END-EVALUATE.                                               03280000
032900      EXIT.                                                       03290000
033000 9000-ERR-PARA.                                                   03300000
033100      DISPLAY WS-ERR-DESC.                                        03310000
033200      MOVE 30 TO RETURN-CODE.                                     03320000
033300      STOP RUN.                                                   03330000
