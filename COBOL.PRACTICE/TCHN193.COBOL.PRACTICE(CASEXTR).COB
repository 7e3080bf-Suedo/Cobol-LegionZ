000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CASEXTR.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : CASH SCREENING CASE KSDS (DDCASEKS, I-O)          00040000
000500* OUTPUT FILE : REGULATOR CASH-TRANSACTION REPORT FILE (DDREG),   00050000
000600*               AUDIT LOG (DDAUDIT), RUN REPORT (DDRPT)           00060000
000700* PRG DESC    : REGULATOR EXTRACT FOR CONFIRMED CASES.  EVERY     00070000
000800*               CASE COMPLIANCE HAS CONFIRMED THROUGH CASEMNT     00080000
000900*               (STATUS C) IS WRITTEN TO THE REGULATOR FILE AND   00090000
001000*               MARKED REPORTED (STATUS R, REPORT-DATE TODAY)     00100000
001100*               WITH AN AUDIT ENTRY, SO IT GOES ONCE ONLY.        00110000
001200*               REGULATOR FILE - ONE HEADER (H, REPORTING         00120000
001300*               INSTITUTION, REPORT DATE), ONE DETAIL PER CASE    00130000
001400*               (D, REFERENCE = CASE KEY, ACTIVITY TYPE LCT /     00140000
001500*               STR / RTR, CUSTOMER, TRANSACTION CODE, PERIOD,    00150000
001600*               AMOUNT, ITEM COUNT, COUNTERPARTY) AND A TRAILER   00160000
001700*               (T, DETAIL COUNT AND AMOUNT TOTAL).  THE OPEN     00170000
001800*               CASES STILL AWAITING REVIEW ARE COUNTED ON THE    00180000
001900*               RUN REPORT.                                       00190000
002000* AUTHOR      : GIRIDHAR                                          00200000
002100* CREATED ON  : 15 OCT 2026                                       00210000
002200***************************************************************** 00220000
002300 ENVIRONMENT DIVISION.                                            00230000
002400 INPUT-OUTPUT SECTION.                                            00240000
002500 FILE-CONTROL.                                                    00250000
002600      SELECT CASEFILE ASSIGN TO DDCASEKS                          00260000
002700      ORGANIZATION IS INDEXED                                     00270000
002800      ACCESS MODE IS SEQUENTIAL                                   00280000
002900      RECORD KEY IS CS-CASE-KEY                                   00290000
003000      FILE STATUS CS-STATUS.                                      00300000
003100*                                                                 00310000
003200      SELECT REGFILE ASSIGN TO DDREG                              00320000
003300      ORGANIZATION IS SEQUENTIAL                                  00330000
003400      ACCESS MODE IS SEQUENTIAL                                   00340000
003500      FILE STATUS RG-STATUS.                                      00350000
003600*                                                                 00360000
003700      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00370000
003800      ORGANIZATION IS SEQUENTIAL                                  00380000
003900      ACCESS MODE IS SEQUENTIAL                                   00390000
004000      FILE STATUS AU-STATUS.                                      00400000
004100*                                                                 00410000
004200      SELECT RPTFILE ASSIGN TO DDRPT                              00420000
004300      ORGANIZATION IS SEQUENTIAL                                  00430000
004400      ACCESS MODE IS SEQUENTIAL                                   00440000
004500      FILE STATUS RP-STATUS.                                      00450000
004600*                                                                 00460000
004700 DATA DIVISION.                                                   00470000
004800 FILE SECTION.                                                    00480000
004900 FD CASEFILE.                                                     00490000
005000 COPY CASEREC REPLACING ==:CSE:== BY ==CS==.                      00500000
005100 FD REGFILE RECORDING MODE F.                                     00510000
005200 01 RG-DTL-REC.                                                   00520000
005300    05 RG-REC-TYPE      PIC X(1).                                 00530000
005400    05 RG-REF-NO        PIC X(17).                                00540000
005500    05 RG-ACT-TYPE      PIC X(3).                                 00550000
005600    05 RG-CUST-ID       PIC X(5).                                 00560000
005700    05 RG-TXN-CODE      PIC X(2).                                 00570000
005800    05 RG-FROM-DATE     PIC 9(8).                                 00580000
005900    05 RG-TO-DATE       PIC 9(8).                                 00590000
006000    05 RG-AMOUNT        PIC 9(11)V99.                             00600000
006100    05 RG-TXN-CNT       PIC 9(3).                                 00610000
006200    05 RG-CPTY-ID       PIC X(5).                                 00620000
006300    05 RG-CONF-DATE     PIC 9(8).                                 00630000
006400    05 FILLER           PIC X(7).                                 00640000
006500 01 RG-HDR-REC.                                                   00650000
006600    05 RG-H-TYPE        PIC X(1).                                 00660000
006700    05 RG-H-INST        PIC X(10).                                00670000
006800    05 RG-H-RPT-DATE    PIC 9(8).                                 00680000
006900    05 RG-H-DESC        PIC X(30).                                00690000
007000    05 FILLER           PIC X(31).                                00700000
007100 01 RG-TRL-REC.                                                   00710000
007200    05 RG-T-TYPE        PIC X(1).                                 00720000
007300    05 RG-T-COUNT       PIC 9(7).                                 00730000
007400    05 RG-T-AMOUNT      PIC 9(13)V99.                             00740000
007500    05 FILLER           PIC X(57).                                00750000
007600 FD AUDIT-FILE RECORDING MODE IS F.                               00760000
007700 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00770000
007800 FD RPTFILE RECORDING MODE F.                                     00780000
007900 01 RPT-REC PIC X(80).                                            00790000
008000 WORKING-STORAGE SECTION.                                         00800000
008100 01 WS-FILE-STATUSES.                                             00810000
008200    05 CS-STATUS PIC XX.                                          00820000
008300    88 CS-OPEN-OK    VALUE '00'.                                  00830000
008400    88 CS-READ-OK    VALUE '00'.                                  00840000
008500    88 CS-REWRITE-OK VALUE '00'.                                  00850000
008600    88 CS-EOF        VALUE '10'.                                  00860000
008700    05 RG-STATUS PIC XX.                                          00870000
008800    88 RG-OPEN-OK  VALUE '00'.                                    00880000
008900    88 RG-WRITE-OK VALUE '00'.                                    00890000
009000    05 AU-STATUS PIC XX.                                          00900000
009100    88 AU-OPEN-OK  VALUE '00'.                                    00910000
009200    88 AU-WRITE-OK VALUE '00'.                                    00920000
009300    05 RP-STATUS PIC XX.                                          00930000
009400    88 RP-OPEN-OK VALUE '00'.                                     00940000
009500 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00950000
009600 01 WS-CASE-IMAGE.                                                00960000
009700    05 WS-IMG-STATUS   PIC X.                                     00970000
009800    05 FILLER          PIC X VALUE SPACE.                         00980000
009900    05 WS-IMG-REVIEWER PIC X(8).                                  00990000
010000    05 FILLER          PIC X VALUE SPACE.                         01000000
010100    05 WS-IMG-DATE     PIC 9(8).                                  01010000
010200    05 FILLER          PIC X VALUE SPACE.                         01020000
010300    05 WS-IMG-RPT-DATE PIC 9(8).                                  01030000
010400 01 WS-AMT-ED PIC ZZZ,ZZZ,ZZ9.99.                                 01040000
010500 01 WS-CNTRS.                                                     01050000
010600    05 CS-CNTR   PIC 9(6) VALUE ZEROS.                            01060000
010700    05 RG-CNTR   PIC 9(7) VALUE ZEROS.                            01070000
010800    05 OPEN-CNTR PIC 9(6) VALUE ZEROS.                            01080000
010900    05 RG-TOTAL  PIC 9(13)V99 VALUE ZEROS.                        01090000
011000 01 WS-ERR-DESC.                                                  01100000
011100    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01110000
011200    05  ERR-PARA             PIC X(30).                           01120000
011300    05  FILLER               PIC XX VALUE SPACES.                 01130000
011400    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01140000
011500    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01150000
011600    05  ERR-FILE-STATUS      PIC XX.                              01160000
011700 PROCEDURE DIVISION.                                              01170000
011800 0000-MAIN-PARA.                                                  01180000
011900      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01190000
012000      PERFORM 1000-OPEN-FILES.                                    01200000
012100      PERFORM 3000-PRCS-RECS UNTIL CS-EOF.                        01210000
012200      PERFORM 4000-CLOSE-PARA.                                    01220000
012300      STOP RUN.                                                   01230000
012400 0000-MAIN-PARA-EXIT.                                             01240000
012500      EXIT.                                                       01250000
012600 1000-OPEN-FILES.                                                 01260000
012700      OPEN I-O CASEFILE.                                          01270000
012800      IF NOT CS-OPEN-OK                                           01280000
012900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01290000
013000         MOVE 'CASEFILE' TO ERR-FILE-ID                           01300000
013100         MOVE CS-STATUS TO ERR-FILE-STATUS                        01310000
013200         PERFORM 9000-ERR-PARA                                    01320000
013300      END-IF.                                                     01330000
013400      OPEN OUTPUT REGFILE.                                        01340000
013500      IF NOT RG-OPEN-OK                                           01350000
013600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01360000
013700         MOVE 'REGFILE' TO ERR-FILE-ID                            01370000
013800         MOVE RG-STATUS TO ERR-FILE-STATUS                        01380000
013900         PERFORM 9000-ERR-PARA                                    01390000
014000      END-IF.                                                     01400000
014100      OPEN EXTEND AUDIT-FILE.                                     01410000
014200      IF NOT AU-OPEN-OK                                           01420000
014300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01430000
014400         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         01440000
014500         MOVE AU-STATUS TO ERR-FILE-STATUS                        01450000
014600         PERFORM 9000-ERR-PARA                                    01460000
014700      END-IF.                                                     01470000
014800      CALL 'AUDSEAL' USING BY CONTENT 'H' 'CASEXTR '              01480000
014900                           BY REFERENCE AU-AUDIT-REC.             01490000
015000      WRITE AU-AUDIT-REC.                                         01500000
015100      OPEN OUTPUT RPTFILE.                                        01510000
015200      IF NOT RP-OPEN-OK                                           01520000
015300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01530000
015400         MOVE 'RPTFILE' TO ERR-FILE-ID                            01540000
015500         MOVE RP-STATUS TO ERR-FILE-STATUS                        01550000
015600         PERFORM 9000-ERR-PARA                                    01560000
015700      END-IF.                                                     01570000
015800      MOVE SPACES TO RG-HDR-REC.                                  01580000
015900      MOVE 'H' TO RG-H-TYPE.                                      01590000
016000      MOVE 'SAFEBANK' TO RG-H-INST.                               01600000
016100      MOVE WS-TODAY TO RG-H-RPT-DATE.                             01610000
016200      MOVE 'CASH TRANSACTION REPORT' TO RG-H-DESC.                01620000
016300      WRITE RG-HDR-REC.                                           01630000
016400      MOVE SPACES TO RPT-REC.                                     01640000
016500      STRING 'REGULATOR CASH EXTRACT  ' WS-TODAY                  01650000
016600         DELIMITED BY SIZE INTO RPT-REC                           01660000
016700      END-STRING.                                                 01670000
016800      WRITE RPT-REC.                                              01680000
016900      EXIT.                                                       01690000
017000 3000-PRCS-RECS.                                                  01700000
017100      READ CASEFILE NEXT RECORD.                                  01710000
017200      EVALUATE TRUE                                               01720000
017300         WHEN CS-READ-OK                                          01730000
017400            ADD 1 TO CS-CNTR                                      01740000
017500            IF CS-OPEN                                            01750000
017600               ADD 1 TO OPEN-CNTR                                 01760000
017700            END-IF                                                01770000
017800            IF CS-CONFIRMED                                       01780000
017900               PERFORM 3100-REPORT-CASE                           01790000
018000            END-IF                                                01800000
018100         WHEN CS-EOF                                              01810000
018200            CONTINUE                                              01820000
018300         WHEN OTHER                                               01830000
018400            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01840000
018500            MOVE 'CASEFILE' TO ERR-FILE-ID                        01850000
018600            MOVE CS-STATUS TO ERR-FILE-STATUS                     01860000
018700            PERFORM 9000-ERR-PARA                                 01870000
018800      END-EVALUATE.                                               01880000
018900      EXIT.                                                       01890000
019000 3100-REPORT-CASE.                                                01900000
019100      MOVE SPACES TO RG-DTL-REC.                                  01910000
019200      MOVE 'D' TO RG-REC-TYPE.                                    01920000
019300      MOVE CS-CASE-KEY TO RG-REF-NO.                              01930000
019400      EVALUATE TRUE                                               01940000
019500         WHEN CS-LARGE-CASH                                       01950000
019600            MOVE 'LCT' TO RG-ACT-TYPE                             01960000
019700         WHEN CS-STRUCTURING                                      01970000
019800            MOVE 'STR' TO RG-ACT-TYPE                             01980000
019900         WHEN OTHER                                               01990000
020000            MOVE 'RTR' TO RG-ACT-TYPE                             02000000
020100      END-EVALUATE.                                               02010000
020200      MOVE CS-CUST-ID TO RG-CUST-ID.                              02020000
020300      MOVE CS-TXN-CODE TO RG-TXN-CODE.                            02030000
020400      MOVE CS-FROM-DATE TO RG-FROM-DATE.                          02040000
020500      MOVE CS-TO-DATE TO RG-TO-DATE.                              02050000
020600      MOVE CS-AMOUNT TO RG-AMOUNT.                                02060000
020700      MOVE CS-TXN-CNT TO RG-TXN-CNT.                              02070000
020800      MOVE CS-TARGET-ID TO RG-CPTY-ID.                            02080000
020900      MOVE CS-REVIEW-DATE TO RG-CONF-DATE.                        02090000
021000      WRITE RG-DTL-REC.                                           02100000
021100      IF NOT RG-WRITE-OK                                          02110000
021200         MOVE '3100-REPORT-CASE' TO ERR-PARA                      02120000
021300         MOVE 'REGFILE' TO ERR-FILE-ID                            02130000
021400         MOVE RG-STATUS TO ERR-FILE-STATUS                        02140000
021500         PERFORM 9000-ERR-PARA                                    02150000
021600      END-IF.                                                     02160000
021700      ADD 1 TO RG-CNTR.                                           02170000
021800      ADD CS-AMOUNT TO RG-TOTAL.                                  02180000
021900      PERFORM 3500-IMAGE-CASE.                                    02190000
022000      MOVE WS-CASE-IMAGE TO AU-OLD-VALUE.                         02200000
022100      MOVE 'R' TO CS-REVIEW-STATUS.                               02210000
022200      MOVE WS-TODAY TO CS-REPORT-DATE.                            02220000
022300      REWRITE CS-CASE-REC.                                        02230000
022400      IF NOT CS-REWRITE-OK                                        02240000
022500         MOVE '3100-REPORT-CASE' TO ERR-PARA                      02250000
022600         MOVE 'CASEFILE' TO ERR-FILE-ID                           02260000
022700         MOVE CS-STATUS TO ERR-FILE-STATUS                        02270000
022800         PERFORM 9000-ERR-PARA                                    02280000
022900      END-IF.                                                     02290000
023000      MOVE 'U' TO AU-ACTION.                                      02300000
023100      PERFORM 3500-IMAGE-CASE.                                    02310000
023200      MOVE WS-CASE-IMAGE TO AU-NEW-VALUE.                         02320000
023300      PERFORM 3600-AUDIT-WRITE.                                   02330000
023400      MOVE CS-AMOUNT TO WS-AMT-ED.                                02340000
023500      MOVE SPACES TO RPT-REC.                                     02350000
023600      STRING 'REPORTED ' CS-CASE-KEY ' ' RG-ACT-TYPE ' '          02360000
023700             WS-AMT-ED ' CONFIRMED BY ' CS-REVIEWER               02370000
023800         DELIMITED BY SIZE INTO RPT-REC                           02380000
023900      END-STRING.                                                 02390000
024000      WRITE RPT-REC.                                              02400000
024100      EXIT.                                                       02410000
024200 3500-IMAGE-CASE.                                                 02420000
024300      MOVE CS-REVIEW-STATUS TO WS-IMG-STATUS.                     02430000
024400      MOVE CS-REVIEWER TO WS-IMG-REVIEWER.                        02440000
024500      MOVE CS-REVIEW-DATE TO WS-IMG-DATE.                         02450000
024600      MOVE CS-REPORT-DATE TO WS-IMG-RPT-DATE.                     02460000
024700      EXIT.                                                       02470000
024800 3600-AUDIT-WRITE.                                                02480000
024900      MOVE 'CASEKSDS' TO AU-FILE-ID.                              02490000
025000      MOVE SPACES TO AU-REC-KEY.                                  02500000
025100      STRING CS-CUST-ID CS-RULE CS-CASE-SEQ                       02510000
025200         DELIMITED BY SIZE INTO AU-REC-KEY                        02520000
025300      END-STRING.                                                 02530000
025400      MOVE CS-CASE-DATE TO AU-FIELD-ID.                           02540000
025500      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02550000
025600      ACCEPT AU-CHG-TIME FROM TIME.                               02560000
025700      CALL 'OPERSUB' USING AU-OPER-ID.                            02570000
025800      CALL 'AUDSEAL' USING BY CONTENT 'D' 'CASEXTR '              02580000
025900                           BY REFERENCE AU-AUDIT-REC.             02590000
026000      WRITE AU-AUDIT-REC.                                         02600000
026100      IF NOT AU-WRITE-OK                                          02610000
026200         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02620000
026300      END-IF.                                                     02630000
026400      EXIT.                                                       02640000
026500 4000-CLOSE-PARA.                                                 02650000
026600      MOVE SPACES TO RG-TRL-REC.                                  02660000
026700      MOVE 'T' TO RG-T-TYPE.                                      02670000
026800      MOVE RG-CNTR TO RG-T-COUNT.                                 02680000
026900      MOVE RG-TOTAL TO RG-T-AMOUNT.                               02690000
027000      WRITE RG-TRL-REC.                                           02700000
027100      MOVE SPACES TO RPT-REC.                                     02710000
027200      STRING 'CASES=' CS-CNTR                                     02720000
027300             ' REPORTED=' RG-CNTR                                 02730000
027400             ' AWAITING REVIEW=' OPEN-CNTR                        02740000
027500         DELIMITED BY SIZE INTO RPT-REC                           02750000
027600      END-STRING.                                                 02760000
027700      WRITE RPT-REC.                                              02770000
027800      CALL 'AUDSEAL' USING BY CONTENT 'T' 'CASEXTR '              02780000
027900                           BY REFERENCE AU-AUDIT-REC.             02790000
028000      WRITE AU-AUDIT-REC.                                         02800000
028100      CLOSE CASEFILE REGFILE AUDIT-FILE RPTFILE.                  02810000
028200      DISPLAY 'CASES READ      : ' CS-CNTR.                       02820000
028300      DISPLAY 'CASES REPORTED  : ' RG-CNTR.                       02830000
028400      DISPLAY 'AWAITING REVIEW : ' OPEN-CNTR.                     02840000
028500      EXIT.                                                       02850000
028600 9000-ERR-PARA.                                                   02860000
028700      DISPLAY WS-ERR-DESC.                                        02870000
028800      MOVE 30 TO RETURN-CODE.                                     02880000
028900      STOP RUN.                                                   02890000
