000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. FEEPOST.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : EXAM FEE TRANSACTION CARDS (DDIP), STUDENT        00040000
000500*               MASTER KSDS (DDSTUMST)                            00050000
000600* OUTPUT FILE : EXAM FEE LEDGER KSDS (DDFEELDG, I-O), AUDIT LOG   00060000
000700*               (DDAUDIT), RUN REPORT (DDRPT)                     00070000
000800* PRG DESC    : POSTS EXAM FEES, PAYMENTS AND WAIVERS TO THE FEE  00080000
000900*               LEDGER.  CARD - COL 1 OPERATION, 2-6 STUD-ID,     00090000
001000*               7-12 EXAM CYCLE (YYYYMM), 13-19 AMOUNT (2         00100000
001100*               DECIMALS IMPLIED), 20-39 RECEIPT OR REFERENCE.    00110000
001200*               F = FEE RAISED - ADDS TO FEE-DUE, OPENING THE     00120000
001300*                   LEDGER RECORD FOR THE SITTING IF NEEDED.      00130000
001400*               P = PAYMENT RECEIVED.                             00140000
001500*               W = WAIVER GRANTED.                               00150000
001600*               A PAYMENT OR WAIVER NEEDS A LEDGER RECORD AND MAY 00160000
001700*               NOT TAKE THE STUDENT PAST WHAT IS OUTSTANDING.  A 00170000
001800*               STUDENT NOT ON THE MASTER, OR WITHDRAWN, IS       00180000
001900*               REJECTED.  EVERY POSTING WRITES AN AUDIT ENTRY IN 00190000
002000*               THE SHARED AUDITREC SHAPE - REC-KEY IS STUD-ID    00200000
002100*               AND CYCLE, FIELD-ID THE AMOUNT POSTED TO, OLD /   00210000
002200*               NEW VALUE THE DUE, PAID AND WAIVED FIGURES.       00220000
002300* AUTHOR      : GIRIDHAR                                          00230000
002400* CREATED ON  : 15 OCT 2026                                       00240000
002500***************************************************************** 00250000
002600 ENVIRONMENT DIVISION.                                            00260000
002700 INPUT-OUTPUT SECTION.                                            00270000
002800 FILE-CONTROL.                                                    00280000
002900      SELECT IP-FILE ASSIGN TO DDIP                               00290000
003000      ORGANIZATION IS SEQUENTIAL                                  00300000
003100      ACCESS MODE IS SEQUENTIAL                                   00310000
003200      FILE STATUS IP-STATUS.                                      00320000
003300*                                                                 00330000
003400      SELECT STUDMST ASSIGN TO DDSTUMST                           00340000
003500      ORGANIZATION IS INDEXED                                     00350000
003600      ACCESS MODE IS RANDOM                                       00360000
003700      RECORD KEY IS SM-STUD-ID                                    00370000
003800      FILE STATUS SM-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT FEE-FILE ASSIGN TO DDFEELDG                          00400000
004100      ORGANIZATION IS INDEXED                                     00410000
004200      ACCESS MODE IS RANDOM                                       00420000
004300      RECORD KEY IS FL-FEE-KEY                                    00430000
004400      FILE STATUS FL-STATUS.                                      00440000
004500*                                                                 00450000
004600      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00460000
004700      ORGANIZATION IS SEQUENTIAL                                  00470000
004800      ACCESS MODE IS SEQUENTIAL                                   00480000
004900      FILE STATUS AU-STATUS.                                      00490000
005000*                                                                 00500000
005100      SELECT RPTFILE ASSIGN TO DDRPT                              00510000
005200      ORGANIZATION IS SEQUENTIAL                                  00520000
005300      ACCESS MODE IS SEQUENTIAL                                   00530000
005400      FILE STATUS RP-STATUS.                                      00540000
005500*                                                                 00550000
005600 DATA DIVISION.                                                   00560000
005700 FILE SECTION.                                                    00570000
005800 FD IP-FILE RECORDING MODE F.                                     00580000
005900 01 IP-REC PIC X(80).                                             00590000
006000 FD STUDMST.                                                      00600000
006100 COPY STUMREC REPLACING ==:STM:== BY ==SM==.                      00610000
006200 FD FEE-FILE.                                                     00620000
006300 COPY FEELREC REPLACING ==:FEL:== BY ==FL==.                      00630000
006400 FD AUDIT-FILE RECORDING MODE IS F.                               00640000
006500 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00650000
006600 FD RPTFILE RECORDING MODE F.                                     00660000
006700 01 RPT-REC PIC X(80).                                            00670000
006800 WORKING-STORAGE SECTION.                                         00680000
006900 01 WS-FILE-STATUSES.                                             00690000
007000    05 IP-STATUS PIC XX.                                          00700000
007100    88 IP-OPEN-OK VALUE '00'.                                     00710000
007200    88 IP-READ-OK VALUE '00'.                                     00720000
007300    88 IP-EOF     VALUE '10'.                                     00730000
007400    05 SM-STATUS PIC XX.                                          00740000
007500    88 SM-OPEN-OK VALUE '00'.                                     00750000
007600    88 SM-READ-OK VALUE '00'.                                     00760000
007700    88 SM-KEYNF   VALUE '23'.                                     00770000
007800    05 FL-STATUS PIC XX.                                          00780000
007900    88 FL-OPEN-OK    VALUE '00'.                                  00790000
008000    88 FL-READ-OK    VALUE '00'.                                  00800000
008100    88 FL-WRITE-OK   VALUE '00'.                                  00810000
008200    88 FL-REWRITE-OK VALUE '00'.                                  00820000
008300    88 FL-KEYNF      VALUE '23'.                                  00830000
008400    05 AU-STATUS PIC XX.                                          00840000
008500    88 AU-OPEN-OK  VALUE '00'.                                    00850000
008600    88 AU-WRITE-OK VALUE '00'.                                    00860000
008700    05 RP-STATUS PIC XX.                                          00870000
008800    88 RP-OPEN-OK VALUE '00'.                                     00880000
008900 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00890000
009000 01 WS-OPER-ID PIC X(8) VALUE SPACES.                             00900000
009100 01 WS-TRAN-REC.                                                  00910000
009200    05 WS-OP PIC X(1).                                            00920000
009300    88 OP-FEE     VALUE 'F'.                                      00930000
009400    88 OP-PAYMENT VALUE 'P'.                                      00940000
009500    88 OP-WAIVER  VALUE 'W'.                                      00950000
009600    05 WS-FEE-KEY.                                                00960000
009700       10 WS-STUD-ID  PIC X(5).                                   00970000
009800       10 WS-CYCLE    PIC X(6).                                   00980000
009900    05 WS-AMOUNT-X    PIC X(7).                                   00990000
010000    05 WS-AMOUNT REDEFINES WS-AMOUNT-X PIC 9(5)V99.               01000000
010100    05 WS-REF         PIC X(20).                                  01010000
010200 01 WS-NEW-SW PIC X VALUE 'N'.                                    01020000
010300    88 NEW-LEDGER-REC VALUE 'Y'.                                  01030000
010400 01 WS-OUTSTANDING PIC S9(6)V99 VALUE ZEROS.                      01040000
010500 01 WS-REJ-MSG PIC X(40) VALUE SPACES.                            01050000
010600 01 WS-FEE-IMAGE.                                                 01060000
010700    05 FILLER          PIC X(4) VALUE 'DUE '.                     01070000
010800    05 WS-IMG-DUE      PIC 9(5).99.                               01080000
010900    05 FILLER          PIC X(6) VALUE ' PAID '.                   01090000
011000    05 WS-IMG-PAID     PIC 9(5).99.                               01100000
011100    05 FILLER          PIC X(8) VALUE ' WAIVED '.                 01110000
011200    05 WS-IMG-WAIVED   PIC 9(5).99.                               01120000
011300 01 WS-EDITS.                                                     01130000
011400    05 WS-AMT-ED  PIC ZZ,ZZ9.99.                                  01140000
011500    05 WS-OUT-ED  PIC -ZZ,ZZ9.99.                                 01150000
011600    05 WS-TOT-ED  PIC Z,ZZZ,ZZ9.99.                               01160000
011700 01 WS-CNTRS.                                                     01170000
011800    05 IP-CNTR   PIC 9(6) VALUE ZEROS.                            01180000
011900    05 FEE-CNTR  PIC 9(6) VALUE ZEROS.                            01190000
012000    05 PAY-CNTR  PIC 9(6) VALUE ZEROS.                            01200000
012100    05 WAV-CNTR  PIC 9(6) VALUE ZEROS.                            01210000
012200    05 REJ-CNTR  PIC 9(6) VALUE ZEROS.                            01220000
012300    05 FEE-TOT   PIC 9(7)V99 VALUE ZEROS.                         01230000
012400    05 PAY-TOT   PIC 9(7)V99 VALUE ZEROS.                         01240000
012500    05 WAV-TOT   PIC 9(7)V99 VALUE ZEROS.                         01250000
012600 01 WS-ERR-DESC.                                                  01260000
012700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01270000
012800    05  ERR-PARA             PIC X(30).                           01280000
012900    05  FILLER               PIC XX VALUE SPACES.                 01290000
013000    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01300000
013100    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01310000
013200    05  ERR-FILE-STATUS      PIC XX.                              01320000
013300 PROCEDURE DIVISION.                                              01330000
013400 0000-MAIN-PARA.                                                  01340000
013500      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01350000
013600      CALL 'OPERSUB' USING WS-OPER-ID.                            01360000
013700      PERFORM 1000-OPEN-FILES.                                    01370000
013800      PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                        01380000
013900      PERFORM 4000-CLOSE-PARA.                                    01390000
014000      STOP RUN.                                                   01400000
014100 0000-MAIN-PARA-EXIT.                                             01410000
014200      EXIT.                                                       01420000
014300 1000-OPEN-FILES.                                                 01430000
014400      OPEN INPUT IP-FILE.                                         01440000
014500      IF NOT IP-OPEN-OK                                           01450000
014600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01460000
014700         MOVE 'IP-FILE' TO ERR-FILE-ID                            01470000
014800         MOVE IP-STATUS TO ERR-FILE-STATUS                        01480000
014900         PERFORM 9000-ERR-PARA                                    01490000
015000      END-IF.                                                     01500000
015100      OPEN INPUT STUDMST.                                         01510000
015200      IF NOT SM-OPEN-OK                                           01520000
015300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01530000
015400         MOVE 'STUDMST' TO ERR-FILE-ID                            01540000
015500         MOVE SM-STATUS TO ERR-FILE-STATUS                        01550000
015600         PERFORM 9000-ERR-PARA                                    01560000
015700      END-IF.                                                     01570000
015800      OPEN I-O FEE-FILE.                                          01580000
015900      IF NOT FL-OPEN-OK                                           01590000
016000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01600000
016100         MOVE 'FEE-FILE' TO ERR-FILE-ID                           01610000
016200         MOVE FL-STATUS TO ERR-FILE-STATUS                        01620000
016300         PERFORM 9000-ERR-PARA                                    01630000
016400      END-IF.                                                     01640000
016500      OPEN EXTEND AUDIT-FILE.                                     01650000
016600      IF NOT AU-OPEN-OK                                           01660000
016700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01670000
016800         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         01680000
016900         MOVE AU-STATUS TO ERR-FILE-STATUS                        01690000
017000         PERFORM 9000-ERR-PARA                                    01700000
017100      END-IF.                                                     01710000
017200      CALL 'AUDSEAL' USING BY CONTENT 'H' 'FEEPOST '              01720000
017300                           BY REFERENCE AU-AUDIT-REC.             01730000
017400      WRITE AU-AUDIT-REC.                                         01740000
017500      OPEN OUTPUT RPTFILE.                                        01750000
017600      IF NOT RP-OPEN-OK                                           01760000
017700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01770000
017800         MOVE 'RPTFILE' TO ERR-FILE-ID                            01780000
017900         MOVE RP-STATUS TO ERR-FILE-STATUS                        01790000
018000         PERFORM 9000-ERR-PARA                                    01800000
018100      END-IF.                                                     01810000
018200      MOVE SPACES TO RPT-REC.                                     01820000
018300      STRING 'EXAM FEE POSTING RUN ' WS-TODAY ' BY ' WS-OPER-ID   01830000
018400         DELIMITED BY SIZE INTO RPT-REC                           01840000
018500      END-STRING.                                                 01850000
018600      WRITE RPT-REC.                                              01860000
018700      DISPLAY 'ALL FILES OPENED'.                                 01870000
018800      EXIT.                                                       01880000
018900 3000-PRCS-RECS.                                                  01890000
019000      READ IP-FILE.                                               01900000
019100      EVALUATE TRUE                                               01910000
019200         WHEN IP-READ-OK                                          01920000
019300            ADD 1 TO IP-CNTR                                      01930000
019400            MOVE IP-REC(1:1)   TO WS-OP                           01940000
019500            MOVE IP-REC(2:11)  TO WS-FEE-KEY                      01950000
019600            MOVE IP-REC(13:7)  TO WS-AMOUNT-X                     01960000
019700            MOVE IP-REC(20:20) TO WS-REF                          01970000
019800            PERFORM 3100-POST-ONE THRU 3100-POST-EXIT             01980000
019900         WHEN IP-EOF                                              01990000
020000            CONTINUE                                              02000000
020100         WHEN OTHER                                               02010000
020200            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02020000
020300            MOVE 'IP-FILE' TO ERR-FILE-ID                         02030000
020400            MOVE IP-STATUS TO ERR-FILE-STATUS                     02040000
020500            PERFORM 9000-ERR-PARA                                 02050000
020600      END-EVALUATE.                                               02060000
020700      EXIT.                                                       02070000
020800 3100-POST-ONE.                                                   02080000
020900      MOVE SPACES TO WS-REJ-MSG.                                  02090000
021000      IF NOT OP-FEE AND NOT OP-PAYMENT AND NOT OP-WAIVER          02100000
021100         MOVE 'INVALID OPERATION' TO WS-REJ-MSG                   02110000
021200         GO TO 3100-POST-EXIT                                     02120000
021300      END-IF.                                                     02130000
021400      IF WS-CYCLE NOT NUMERIC                                     02140000
021500         MOVE 'EXAM CYCLE NOT YYYYMM' TO WS-REJ-MSG               02150000
021600         GO TO 3100-POST-EXIT                                     02160000
021700      END-IF.                                                     02170000
021800      IF WS-AMOUNT-X NOT NUMERIC OR WS-AMOUNT = ZEROS             02180000
021900         MOVE 'AMOUNT MISSING OR NOT NUMERIC' TO WS-REJ-MSG       02190000
022000         GO TO 3100-POST-EXIT                                     02200000
022100      END-IF.                                                     02210000
022200      MOVE WS-STUD-ID TO SM-STUD-ID.                              02220000
022300      READ STUDMST.                                               02230000
022400      EVALUATE TRUE                                               02240000
022500         WHEN SM-READ-OK AND SM-STUD-STATUS = 'X'                 02250000
022600            MOVE 'STUDENT WITHDRAWN' TO WS-REJ-MSG                02260000
022700            GO TO 3100-POST-EXIT                                  02270000
022800         WHEN SM-READ-OK                                          02280000
022900            CONTINUE                                              02290000
023000         WHEN SM-KEYNF                                            02300000
023100            MOVE 'STUDENT NOT ON MASTER' TO WS-REJ-MSG            02310000
023200            GO TO 3100-POST-EXIT                                  02320000
023300         WHEN OTHER                                               02330000
023400            MOVE '3100-POST-ONE' TO ERR-PARA                      02340000
023500            MOVE 'STUDMST' TO ERR-FILE-ID                         02350000
023600            MOVE SM-STATUS TO ERR-FILE-STATUS                     02360000
023700            PERFORM 9000-ERR-PARA                                 02370000
023800      END-EVALUATE.                                               02380000
023900      MOVE 'N' TO WS-NEW-SW.                                      02390000
024000      MOVE WS-FEE-KEY TO FL-FEE-KEY.                              02400000
024100      READ FEE-FILE.                                              02410000
024200      EVALUATE TRUE                                               02420000
024300         WHEN FL-READ-OK                                          02430000
024400            CONTINUE                                              02440000
024500         WHEN FL-KEYNF AND OP-FEE                                 02450000
024600            MOVE 'Y' TO WS-NEW-SW                                 02460000
024700            MOVE SPACES TO FL-FEE-REC                             02470000
024800            MOVE WS-FEE-KEY TO FL-FEE-KEY                         02480000
024900            MOVE ZEROS TO FL-FEE-DUE FL-PAID FL-WAIVED            02490000
025000                          FL-RETAKE-CNT                           02500000
025100         WHEN FL-KEYNF                                            02510000
025200            MOVE 'NO FEE RAISED FOR THIS SITTING' TO WS-REJ-MSG   02520000
025300            GO TO 3100-POST-EXIT                                  02530000
025400         WHEN OTHER                                               02540000
025500            MOVE '3100-POST-ONE' TO ERR-PARA                      02550000
025600            MOVE 'FEE-FILE' TO ERR-FILE-ID                        02560000
025700            MOVE FL-STATUS TO ERR-FILE-STATUS                     02570000
025800            PERFORM 9000-ERR-PARA                                 02580000
025900      END-EVALUATE.                                               02590000
026000      COMPUTE WS-OUTSTANDING = FL-FEE-DUE - FL-PAID - FL-WAIVED.  02600000
026100      IF NOT OP-FEE AND WS-AMOUNT > WS-OUTSTANDING                02610000
026200         MOVE 'MORE THAN IS OUTSTANDING' TO WS-REJ-MSG            02620000
026300         GO TO 3100-POST-EXIT                                     02630000
026400      END-IF.                                                     02640000
026500      PERFORM 3500-IMAGE-FEE.                                     02650000
026600      MOVE WS-FEE-IMAGE TO AU-OLD-VALUE.                          02660000
026700      EVALUATE TRUE                                               02670000
026800         WHEN OP-FEE                                              02680000
026900            ADD WS-AMOUNT TO FL-FEE-DUE                           02690000
027000            ADD 1 TO FEE-CNTR                                     02700000
027100            ADD WS-AMOUNT TO FEE-TOT                              02710000
027200            MOVE 'FEE-DUE' TO AU-FIELD-ID                         02720000
027300         WHEN OP-PAYMENT                                          02730000
027400            ADD WS-AMOUNT TO FL-PAID                              02740000
027500            ADD 1 TO PAY-CNTR                                     02750000
027600            ADD WS-AMOUNT TO PAY-TOT                              02760000
027700            MOVE 'PAID' TO AU-FIELD-ID                            02770000
027800         WHEN OTHER                                               02780000
027900            ADD WS-AMOUNT TO FL-WAIVED                            02790000
028000            ADD 1 TO WAV-CNTR                                     02800000
028100            ADD WS-AMOUNT TO WAV-TOT                              02810000
028200            MOVE 'WAIVED' TO AU-FIELD-ID                          02820000
028300      END-EVALUATE.                                               02830000
028400      MOVE WS-TODAY TO FL-LAST-POST-DATE.                         02840000
028500      MOVE WS-OPER-ID TO FL-LAST-OPER.                            02850000
028600      MOVE WS-REF TO FL-LAST-REF.                                 02860000
028700      IF NEW-LEDGER-REC                                           02870000
028800         WRITE FL-FEE-REC                                         02880000
028900         MOVE 'A' TO AU-ACTION                                    02890000
029000         MOVE SPACES TO AU-OLD-VALUE                              02900000
029100      ELSE                                                        02910000
029200         REWRITE FL-FEE-REC                                       02920000
029300         MOVE 'U' TO AU-ACTION                                    02930000
029400      END-IF.                                                     02940000
029500      IF NOT FL-WRITE-OK                                          02950000
029600         MOVE '3100-POST-ONE' TO ERR-PARA                         02960000
029700         MOVE 'FEE-FILE' TO ERR-FILE-ID                           02970000
029800         MOVE FL-STATUS TO ERR-FILE-STATUS                        02980000
029900         PERFORM 9000-ERR-PARA                                    02990000
030000      END-IF.                                                     03000000
030100      PERFORM 3500-IMAGE-FEE.                                     03010000
030200      MOVE WS-FEE-IMAGE TO AU-NEW-VALUE.                          03020000
030300      PERFORM 3600-AUDIT-WRITE.                                   03030000
030400      COMPUTE WS-OUTSTANDING = FL-FEE-DUE - FL-PAID - FL-WAIVED.  03040000
030500      MOVE WS-AMOUNT TO WS-AMT-ED.                                03050000
030600      MOVE WS-OUTSTANDING TO WS-OUT-ED.                           03060000
030700      MOVE SPACES TO RPT-REC.                                     03070000
030800      STRING 'POSTED ' WS-OP ' ' WS-STUD-ID ' ' WS-CYCLE          03080000
030900             ' ' WS-AMT-ED '  OUTSTANDING ' WS-OUT-ED             03090000
031000             '  ' WS-REF                                          03100000
031100         DELIMITED BY SIZE INTO RPT-REC                           03110000
031200      END-STRING.                                                 03120000
031300      WRITE RPT-REC.                                              03130000
031400 3100-POST-EXIT.                                                  03140000
031500      IF WS-REJ-MSG NOT = SPACES                                  03150000
031600         ADD 1 TO REJ-CNTR                                        03160000
031700         MOVE SPACES TO RPT-REC                                   03170000
031800         STRING 'REJECTED ' IP-REC(1:39) ' ' WS-REJ-MSG           03180000
031900            DELIMITED BY SIZE INTO RPT-REC                        03190000
032000         END-STRING                                               03200000
032100         WRITE RPT-REC                                            03210000
032200      END-IF.                                                     03220000
032300      EXIT.                                                       03230000
032400 3500-IMAGE-FEE.                                                  03240000
032500      MOVE FL-FEE-DUE TO WS-IMG-DUE.                              03250000
032600      MOVE FL-PAID TO WS-IMG-PAID.                                03260000
032700      MOVE FL-WAIVED TO WS-IMG-WAIVED.                            03270000
032800      EXIT.                                                       03280000
032900 3600-AUDIT-WRITE.                                                03290000
033000      MOVE 'FEELEDGR' TO AU-FILE-ID.                              03300000
033100*     REC-KEY IS TEN BYTES - STUD-ID, '/', THEN THE CYCLE'S YYMM. 03310000
033200      MOVE FL-STUD-ID TO AU-REC-KEY(1:5).                         03320000
033300      MOVE '/' TO AU-REC-KEY(6:1).                                03330000
033400      MOVE FL-CYCLE(3:4) TO AU-REC-KEY(7:4).                      03340000
033500      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      03350000
033600      ACCEPT AU-CHG-TIME FROM TIME.                               03360000
033700      CALL 'OPERSUB' USING AU-OPER-ID.                            03370000
033800      CALL 'AUDSEAL' USING BY CONTENT 'D' 'FEEPOST '              03380000
033900                           BY REFERENCE AU-AUDIT-REC.             03390000
034000      WRITE AU-AUDIT-REC.                                         03400000
034100      IF NOT AU-WRITE-OK                                          03410000
034200         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       03420000
034300      END-IF.                                                     03430000
034400      EXIT.                                                       03440000
034500 4000-CLOSE-PARA.                                                 03450000
034600      MOVE SPACES TO RPT-REC.                                     03460000
034700      WRITE RPT-REC.                                              03470000
034800      MOVE FEE-TOT TO WS-TOT-ED.                                  03480000
034900      MOVE SPACES TO RPT-REC.                                     03490000
035000      STRING 'FEES RAISED  ' FEE-CNTR '  ' WS-TOT-ED              03500000
035100         DELIMITED BY SIZE INTO RPT-REC                           03510000
035200      END-STRING.                                                 03520000
035300      WRITE RPT-REC.                                              03530000
035400      MOVE PAY-TOT TO WS-TOT-ED.                                  03540000
035500      MOVE SPACES TO RPT-REC.                                     03550000
035600      STRING 'PAYMENTS     ' PAY-CNTR '  ' WS-TOT-ED              03560000
035700         DELIMITED BY SIZE INTO RPT-REC                           03570000
035800      END-STRING.                                                 03580000
035900      WRITE RPT-REC.                                              03590000
036000      MOVE WAV-TOT TO WS-TOT-ED.                                  03600000
036100      MOVE SPACES TO RPT-REC.                                     03610000
036200      STRING 'WAIVERS      ' WAV-CNTR '  ' WS-TOT-ED              03620000
036300         DELIMITED BY SIZE INTO RPT-REC                           03630000
036400      END-STRING.                                                 03640000
036500      WRITE RPT-REC.                                              03650000
036600      MOVE SPACES TO RPT-REC.                                     03660000
036700      STRING 'CARDS READ=' IP-CNTR ' REJECTED=' REJ-CNTR          03670000
036800         DELIMITED BY SIZE INTO RPT-REC                           03680000
036900      END-STRING.                                                 03690000
037000      WRITE RPT-REC.                                              03700000
037100      CALL 'AUDSEAL' USING BY CONTENT 'T' 'FEEPOST '              03710000
037200                           BY REFERENCE AU-AUDIT-REC.             03720000
037300      WRITE AU-AUDIT-REC.                                         03730000
037400      CLOSE IP-FILE STUDMST FEE-FILE AUDIT-FILE RPTFILE.          03740000
037500      DISPLAY 'CARDS READ     : ' IP-CNTR.                        03750000
037600      DISPLAY 'FEES RAISED    : ' FEE-CNTR.                       03760000
037700      DISPLAY 'PAYMENTS       : ' PAY-CNTR.                       03770000
037800      DISPLAY 'WAIVERS        : ' WAV-CNTR.                       03780000
037900      DISPLAY 'CARDS REJECTED : ' REJ-CNTR.                       03790000
038000      IF REJ-CNTR > 0                                             03800000
038100         MOVE 4 TO RETURN-CODE                                    03810000
038200      END-IF.                                                     03820000
038300      EXIT.                                                       03830000
038400 9000-ERR-PARA.                                                   03840000
038500      DISPLAY WS-ERR-DESC.                                        03850000
038600      MOVE 30 TO RETURN-CODE.                                     03860000
038700      STOP RUN.                                                   03870000
