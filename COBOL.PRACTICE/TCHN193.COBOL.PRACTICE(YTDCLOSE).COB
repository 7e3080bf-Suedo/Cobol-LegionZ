000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. YTDCLOSE.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : YEAR-TO-DATE TAX KSDS (DDYTD, I-O), LATEST        00040000
000500*               TAX CERTIFICATE RUN CONTROL FROM TAXCERT (DDCCTL) 00050000
000600* OUTPUT FILE : YEAR-TO-DATE ARCHIVE (DDYTDAR - NEW GENERATION    00060000
000700*               OF TCHN193.DUMP.YTDARCH), YEAR-END CLOSE REPORT   00070000
000800*               (DDRPT), RUN STATISTICS (DDRSTAT)                 00080000
000900* PRG DESC    : TAX YEAR-END CLOSE AND ROLLOVER OF THE NDMPQ1     00090000
001000*               YTD KSDS.  THE YEAR CLOSED IS THE ONE OPEN ON THE 00100000
001100*               KSDS TAX-YEAR CONTROL RECORD.  THE RUN IS REFUSED 00110000
001200*               (RC 8, NOTHING CHANGED) WHILE THAT YEAR HAS NOT   00120000
001300*               ENDED OR THE LATEST TAXCERT CONTROL DOES NOT      00130000
001400*               CERTIFY IT.  OTHERWISE EVERY CUSTOMER RECORD IS   00140000
001500*               COPIED TO THE ARCHIVE BETWEEN A HEADER AND A      00150000
001600*               TRAILER CARRYING THE COUNT AND THE SALARY AND TAX 00160000
001700*               TOTALS.  THE ARCHIVE IS READ BACK AND PROVED      00170000
001800*               AGAINST THE TRAILER AND THE KSDS; ONLY THEN ARE   00180000
001900*               THE CUSTOMER RECORDS DELETED AND THE CONTROL      00190000
002000*               RECORD MOVED ON TO THE NEXT TAX YEAR, WHICH IS    00200000
002100*               WHAT LETS NDMPQ1 POST AGAIN.  A FAILED PROOF      00210000
002200*               DELETES NOTHING AND ENDS RC 8.                    00220000
002300* AUTHOR      : GIRIDHAR                                          00230000
002400* CREATED ON  : 15 OCT 2026                                       00240000
002500***************************************************************** 00250000
002600 ENVIRONMENT DIVISION.                                            00260000
002700 INPUT-OUTPUT SECTION.                                            00270000
002800 FILE-CONTROL.                                                    00280000
002900      SELECT YTD-FILE ASSIGN TO DDYTD                             00290000
003000      ORGANIZATION IS INDEXED                                     00300000
003100      ACCESS MODE IS DYNAMIC                                      00310000
003200      RECORD KEY IS YTD-CID                                       00320000
003300      FILE STATUS YT-STATUS.                                      00330000
003400*                                                                 00340000
003500      SELECT CCTL-FILE ASSIGN TO DDCCTL                           00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS TC-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT ARCH-FILE ASSIGN TO DDYTDAR                          00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS YA-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT RPT-FILE ASSIGN TO DDRPT                             00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS RP-STATUS.                                      00480000
004900*                                                                 00490000
005000      SELECT STATFILE ASSIGN TO DDRSTAT                           00500000
005100      ORGANIZATION IS SEQUENTIAL                                  00510000
005200      ACCESS MODE IS SEQUENTIAL                                   00520000
005300      FILE STATUS RS-STATUS.                                      00530000
005400*                                                                 00540000
005500 DATA DIVISION.                                                   00550000
005600 FILE SECTION.                                                    00560000
005700 FD YTD-FILE.                                                     00570000
005800 COPY YTDREC REPLACING ==:YTD:== BY ==YTD==.                      00580000
005900 FD CCTL-FILE RECORDING MODE F.                                   00590000
006000 COPY TAXCREC REPLACING ==:TXC:== BY ==TC==.                      00600000
006100 FD ARCH-FILE RECORDING MODE F.                                   00610000
006200 COPY YTDAREC REPLACING ==:YTA:== BY ==YA==.                      00620000
006300 FD RPT-FILE RECORDING MODE F.                                    00630000
006400 01 RPT-REC PIC X(80).                                            00640000
006500 FD STATFILE RECORDING MODE F.                                    00650000
006600 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00660000
006700 WORKING-STORAGE SECTION.                                         00670000
006800 01 WS-FILE-STATUSES.                                             00680000
006900    05 YT-STATUS PIC XX.                                          00690000
007000    88 YT-OPEN-OK    VALUE '00'.                                  00700000
007100    88 YT-START-OK   VALUE '00'.                                  00710000
007200    88 YT-READ-OK    VALUE '00'.                                  00720000
007300    88 YT-WRITE-OK   VALUE '00'.                                  00730000
007400    88 YT-DELETE-OK  VALUE '00'.                                  00740000
007500    88 YT-EOF        VALUE '10'.                                  00750000
007600    88 YT-KEYNF      VALUE '23'.                                  00760000
007700    05 TC-STATUS PIC XX.                                          00770000
007800    88 TC-OPEN-OK  VALUE '00'.                                    00780000
007900    88 TC-READ-OK  VALUE '00'.                                    00790000
008000    05 YA-STATUS PIC XX.                                          00800000
008100    88 YA-OPEN-OK  VALUE '00'.                                    00810000
008200    88 YA-READ-OK  VALUE '00'.                                    00820000
008300    88 YA-WRITE-OK VALUE '00'.                                    00830000
008400    88 YA-EOF      VALUE '10'.                                    00840000
008500    05 RP-STATUS PIC XX.                                          00850000
008600    88 RP-OPEN-OK VALUE '00'.                                     00860000
008700    05 RS-STATUS PIC XX.                                          00870000
008800    88 RS-OPEN-OK  VALUE '00'.                                    00880000
008900    88 RS-WRITE-OK VALUE '00'.                                    00890000
009000 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00900000
009100 01 WS-CLOSE-YEAR PIC 9(4) VALUE ZEROS.                           00910000
009200 01 WS-NEXT-YEAR  PIC 9(4) VALUE ZEROS.                           00920000
009300 01 WS-REFUSE-MSG PIC X(60) VALUE SPACES.                         00930000
009400 01 WS-GATE-SW PIC X VALUE 'N'.                                   00940000
009500    88 CLOSE-ALLOWED VALUE 'Y'.                                   00950000
009600 01 WS-PROOF-SW PIC X VALUE 'N'.                                  00960000
009700    88 ARCHIVE-PROVED VALUE 'Y'.                                  00970000
009800*  THE ARCHIVE DETAIL IMAGE IS LAID BACK OVER THE YTD LAYOUT TO   00980000
009900*  RE-ADD THE SALARY AND TAX DURING THE PROOF.                    00990000
010000 COPY YTDREC REPLACING ==:YTD:== BY ==WK==.                       01000000
010100 01 WS-PROOF-CNTS.                                                01010000
010200    05 HDR-CNT  PIC 9(6) VALUE ZEROS.                             01020000
010300    05 DTL-CNT  PIC 9(8) VALUE ZEROS.                             01030000
010400    05 TRL-CNT  PIC 9(6) VALUE ZEROS.                             01040000
010500    05 TRL-DTLS PIC 9(8) VALUE ZEROS.                             01050000
010600    05 TRL-SAL  PIC 9(11)V99  VALUE ZEROS.                        01060000
010700    05 TRL-TAX  PIC 9(11)V999 VALUE ZEROS.                        01070000
010800    05 DTL-SAL  PIC 9(11)V99  VALUE ZEROS.                        01080000
010900    05 DTL-TAX  PIC 9(11)V999 VALUE ZEROS.                        01090000
011000 01 WS-CNTRS.                                                     01100000
011100    05 YT-CNTR     PIC 9(8) VALUE ZEROS.                          01110000
011200    05 ARCH-CNTR   PIC 9(8) VALUE ZEROS.                          01120000
011300    05 DEL-CNTR    PIC 9(8) VALUE ZEROS.                          01130000
011400    05 DELERR-CNTR PIC 9(8) VALUE ZEROS.                          01140000
011500    05 SAL-TOT     PIC 9(11)V99  VALUE ZEROS.                     01150000
011600    05 TAX-TOT     PIC 9(11)V999 VALUE ZEROS.                     01160000
011700 01 WS-EDITS.                                                     01170000
011800    05 WS-SAL-ED   PIC Z,ZZZ,ZZ9.99.                              01180000
011900    05 WS-TAX-ED   PIC Z,ZZZ,ZZ9.999.                             01190000
012000    05 WS-SALT-ED  PIC ZZ,ZZZ,ZZZ,ZZ9.99.                         01200000
012100    05 WS-TAXT-ED  PIC ZZ,ZZZ,ZZZ,ZZ9.999.                        01210000
012200 01 WS-ERR-DESC.                                                  01220000
012300    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01230000
012400    05  ERR-PARA             PIC X(30).                           01240000
012500    05  FILLER               PIC XX VALUE SPACES.                 01250000
012600    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01260000
012700    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01270000
012800    05  ERR-FILE-STATUS      PIC XX.                              01280000
012900 PROCEDURE DIVISION.                                              01290000
013000 0000-MAIN-PARA.                                                  01300000
013100      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01310000
013200      PERFORM 1000-OPEN-FILES.                                    01320000
013300      PERFORM 2000-CHECK-GATE THRU 2000-CHECK-GATE-EXIT.          01330000
013400      IF CLOSE-ALLOWED                                            01340000
013500         PERFORM 3000-ARCHIVE-YEAR                                01350000
013600         PERFORM 5000-PROVE-ARCHIVE THRU 5000-PROVE-EXIT          01360000
013700         IF ARCHIVE-PROVED                                        01370000
013800            PERFORM 6000-RESET-KSDS THRU 6000-RESET-EXIT          01380000
013900         END-IF                                                   01390000
014000      END-IF.                                                     01400000
014100      PERFORM 4000-CLOSE-PARA.                                    01410000
014200      STOP RUN.                                                   01420000
014300 0000-MAIN-PARA-EXIT.                                             01430000
014400      EXIT.                                                       01440000
014500 1000-OPEN-FILES.                                                 01450000
014600      OPEN I-O YTD-FILE.                                          01460000
014700      IF NOT YT-OPEN-OK                                           01470000
014800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01480000
014900         MOVE 'YTD-FILE' TO ERR-FILE-ID                           01490000
015000         MOVE YT-STATUS TO ERR-FILE-STATUS                        01500000
015100         PERFORM 9000-ERR-PARA                                    01510000
015200      END-IF.                                                     01520000
015300      OPEN OUTPUT RPT-FILE.                                       01530000
015400      IF NOT RP-OPEN-OK                                           01540000
015500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01550000
015600         MOVE 'RPT-FILE' TO ERR-FILE-ID                           01560000
015700         MOVE RP-STATUS TO ERR-FILE-STATUS                        01570000
015800         PERFORM 9000-ERR-PARA                                    01580000
015900      END-IF.                                                     01590000
016000      MOVE SPACES TO RPT-REC.                                     01600000
016100      STRING 'TAX YEAR-END CLOSE RUN ' WS-TODAY                   01610000
016200         DELIMITED BY SIZE INTO RPT-REC                           01620000
016300      END-STRING.                                                 01630000
016400      WRITE RPT-REC.                                              01640000
016500      MOVE SPACES TO RPT-REC.                                     01650000
016600      WRITE RPT-REC.                                              01660000
016700      EXIT.                                                       01670000
016800*  NOTHING IS TOUCHED UNLESS THE OPEN YEAR HAS ENDED AND THE      01680000
016900*  LATEST TAXCERT RUN CERTIFIED IT WITH AT LEAST ONE CERTIFICATE. 01690000
017000 2000-CHECK-GATE.                                                 01700000
017100      MOVE 'N' TO WS-GATE-SW.                                     01710000
017200      MOVE LOW-VALUES TO YTD-CID.                                 01720000
017300      READ YTD-FILE.                                              01730000
017400      IF NOT YT-READ-OK                                           01740000
017500         MOVE 'NO TAX-YEAR CONTROL RECORD ON THE YTD KSDS'        01750000
017600            TO WS-REFUSE-MSG                                      01760000
017700         GO TO 2000-CHECK-GATE-EXIT                               01770000
017800      END-IF.                                                     01780000
017900      MOVE YTD-CTL-YEAR TO WS-CLOSE-YEAR.                         01790000
018000      COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1.                   01800000
018100      MOVE SPACES TO RPT-REC.                                     01810000
018200      STRING 'TAX YEAR TO CLOSE : ' WS-CLOSE-YEAR                 01820000
018300             '   OPENED ' YTD-CTL-OPEN-DATE                       01830000
018400         DELIMITED BY SIZE INTO RPT-REC                           01840000
018500      END-STRING.                                                 01850000
018600      WRITE RPT-REC.                                              01860000
018700      IF WS-CLOSE-YEAR NOT < WS-TODAY(1:4)                        01870000
018800         MOVE 'TAX YEAR HAS NOT ENDED' TO WS-REFUSE-MSG           01880000
018900         GO TO 2000-CHECK-GATE-EXIT                               01890000
019000      END-IF.                                                     01900000
019100      OPEN INPUT CCTL-FILE.                                       01910000
019200      IF NOT TC-OPEN-OK                                           01920000
019300         MOVE 'NO TAX CERTIFICATE RUN CONTROL' TO WS-REFUSE-MSG   01930000
019400         GO TO 2000-CHECK-GATE-EXIT                               01940000
019500      END-IF.                                                     01950000
019600      READ CCTL-FILE.                                             01960000
019700      IF NOT TC-READ-OK OR NOT TC-IS-CTL                          01970000
019800         CLOSE CCTL-FILE                                          01980000
019900         MOVE 'TAX CERTIFICATE RUN CONTROL IS EMPTY'              01990000
020000            TO WS-REFUSE-MSG                                      02000000
020100         GO TO 2000-CHECK-GATE-EXIT                               02010000
020200      END-IF.                                                     02020000
020300      CLOSE CCTL-FILE.                                            02030000
020400      MOVE SPACES TO RPT-REC.                                     02040000
020500      STRING 'CERTIFICATES RUN  : TAX YEAR ' TC-TAX-YEAR          02050000
020600             ' ON ' TC-RUN-DATE ' ISSUED ' TC-CERT-CNT            02060000
020700         DELIMITED BY SIZE INTO RPT-REC                           02070000
020800      END-STRING.                                                 02080000
020900      WRITE RPT-REC.                                              02090000
021000      IF TC-TAX-YEAR NOT = WS-CLOSE-YEAR                          02100000
021100         MOVE 'CERTIFICATES NOT YET PRODUCED FOR THIS TAX YEAR'   02110000
021200            TO WS-REFUSE-MSG                                      02120000
021300         GO TO 2000-CHECK-GATE-EXIT                               02130000
021400      END-IF.                                                     02140000
021500      IF TC-CERT-CNT = ZEROS                                      02150000
021600         MOVE 'CERTIFICATE RUN ISSUED NO CERTIFICATES'            02160000
021700            TO WS-REFUSE-MSG                                      02170000
021800         GO TO 2000-CHECK-GATE-EXIT                               02180000
021900      END-IF.                                                     02190000
022000      MOVE 'Y' TO WS-GATE-SW.                                     02200000
022100 2000-CHECK-GATE-EXIT.                                            02210000
022200      IF NOT CLOSE-ALLOWED                                        02220000
022300         MOVE SPACES TO RPT-REC                                   02230000
022400         STRING '*** CLOSE REFUSED - ' WS-REFUSE-MSG              02240000
022500            DELIMITED BY SIZE INTO RPT-REC                        02250000
022600         END-STRING                                               02260000
022700         WRITE RPT-REC                                            02270000
022800         DISPLAY 'CLOSE REFUSED - ' WS-REFUSE-MSG                 02280000
022900      END-IF.                                                     02290000
023000      EXIT.                                                       02300000
023100 3000-ARCHIVE-YEAR.                                               02310000
023200      OPEN OUTPUT ARCH-FILE.                                      02320000
023300      IF NOT YA-OPEN-OK                                           02330000
023400         MOVE '3000-ARCHIVE-YEAR' TO ERR-PARA                     02340000
023500         MOVE 'ARCH-FILE' TO ERR-FILE-ID                          02350000
023600         MOVE YA-STATUS TO ERR-FILE-STATUS                        02360000
023700         PERFORM 9000-ERR-PARA                                    02370000
023800      END-IF.                                                     02380000
023900      MOVE SPACES TO YA-ARCH-REC.                                 02390000
024000      MOVE 'YTDAHDR ' TO YA-REC-TYPE.                             02400000
024100      MOVE WS-CLOSE-YEAR TO YA-TAX-YEAR.                          02410000
024200      MOVE WS-TODAY TO YA-CTL-RUN-DATE.                           02420000
024300      ACCEPT YA-CTL-RUN-TIME FROM TIME.                           02430000
024400      MOVE ZEROS TO YA-CTL-CNT YA-CTL-SAL-TOT YA-CTL-TAX-TOT.     02440000
024500      MOVE TC-CERT-CNT TO YA-CTL-CERT-CNT.                        02450000
024600      PERFORM 3300-WRITE-ARCH.                                    02460000
024700      PERFORM 3050-START-CUSTS.                                   02470000
024800      PERFORM 3100-ARCHIVE-CUST UNTIL YT-EOF.                     02480000
024900      MOVE SPACES TO YA-ARCH-REC.                                 02490000
025000      MOVE 'YTDATRL ' TO YA-REC-TYPE.                             02500000
025100      MOVE WS-CLOSE-YEAR TO YA-TAX-YEAR.                          02510000
025200      MOVE WS-TODAY TO YA-CTL-RUN-DATE.                           02520000
025300      ACCEPT YA-CTL-RUN-TIME FROM TIME.                           02530000
025400      MOVE ARCH-CNTR TO YA-CTL-CNT.                               02540000
025500      MOVE SAL-TOT TO YA-CTL-SAL-TOT.                             02550000
025600      MOVE TAX-TOT TO YA-CTL-TAX-TOT.                             02560000
025700      MOVE TC-CERT-CNT TO YA-CTL-CERT-CNT.                        02570000
025800      PERFORM 3300-WRITE-ARCH.                                    02580000
025900      CLOSE ARCH-FILE.                                            02590000
026000      EXIT.                                                       02600000
026100*  THE CONTROL RECORD IS KEYED LOW-VALUES, SO IT IS ALWAYS THE    02610000
026200*  FIRST RECORD READ AFTER THE START AND IS PASSED OVER.          02620000
026300 3050-START-CUSTS.                                                02630000
026400      MOVE LOW-VALUES TO YTD-CID.                                 02640000
026500      START YTD-FILE KEY NOT LESS THAN YTD-CID.                   02650000
026600      IF NOT YT-START-OK                                          02660000
026700         MOVE '10' TO YT-STATUS                                   02670000
026800      END-IF.                                                     02680000
026900      EXIT.                                                       02690000
027000 3100-ARCHIVE-CUST.                                               02700000
027100      READ YTD-FILE NEXT.                                         02710000
027200      EVALUATE TRUE                                               02720000
027300         WHEN YT-READ-OK AND YTD-IS-CTL                           02730000
027400            CONTINUE                                              02740000
027500         WHEN YT-READ-OK                                          02750000
027600            ADD 1 TO YT-CNTR                                      02760000
027700            MOVE SPACES TO YA-ARCH-REC                            02770000
027800            MOVE 'YTDADTL ' TO YA-REC-TYPE                        02780000
027900            MOVE WS-CLOSE-YEAR TO YA-TAX-YEAR                     02790000
028000            MOVE YTD-REC TO YA-YTD-IMAGE                          02800000
028100            PERFORM 3300-WRITE-ARCH                               02810000
028200            ADD 1 TO ARCH-CNTR                                    02820000
028300            ADD YTD-SAL TO SAL-TOT                                02830000
028400            ADD YTD-TAX TO TAX-TOT                                02840000
028500            MOVE YTD-SAL TO WS-SAL-ED                             02850000
028600            MOVE YTD-TAX TO WS-TAX-ED                             02860000
028700            MOVE SPACES TO RPT-REC                                02870000
028800            STRING 'ARCHIVED ' YTD-CID ' SAL ' WS-SAL-ED          02880000
028900                   ' TAX ' WS-TAX-ED ' MONTHS ' YTD-MONTHS        02890000
029000               DELIMITED BY SIZE INTO RPT-REC                     02900000
029100            END-STRING                                            02910000
029200            WRITE RPT-REC                                         02920000
029300         WHEN YT-EOF                                              02930000
029400            CONTINUE                                              02940000
029500         WHEN OTHER                                               02950000
029600            MOVE '3100-ARCHIVE-CUST' TO ERR-PARA                  02960000
029700            MOVE 'YTD-FILE' TO ERR-FILE-ID                        02970000
029800            MOVE YT-STATUS TO ERR-FILE-STATUS                     02980000
029900            PERFORM 9000-ERR-PARA                                 02990000
030000      END-EVALUATE.                                               03000000
030100      EXIT.                                                       03010000
030200 3300-WRITE-ARCH.                                                 03020000
030300      WRITE YA-ARCH-REC.                                          03030000
030400      IF NOT YA-WRITE-OK                                          03040000
030500         MOVE '3300-WRITE-ARCH' TO ERR-PARA                       03050000
030600         MOVE 'ARCH-FILE' TO ERR-FILE-ID                          03060000
030700         MOVE YA-STATUS TO ERR-FILE-STATUS                        03070000
030800         PERFORM 9000-ERR-PARA                                    03080000
030900      END-IF.                                                     03090000
031000      EXIT.                                                       03100000
031100*  THE KSDS IS NOT EMPTIED UNTIL THE ARCHIVE, READ BACK AS        03110000
031200*  WRITTEN, HOLDS ONE HEADER, ONE TRAILER AND EXACTLY AS MANY     03120000
031300*  DETAILS, AND THE SAME SALARY AND TAX, AS THE TRAILER AND THE   03130000
031400*  KSDS SAY IT SHOULD.                                            03140000
031500 5000-PROVE-ARCHIVE.                                              03150000
031600      MOVE 'N' TO WS-PROOF-SW.                                    03160000
031700      OPEN INPUT ARCH-FILE.                                       03170000
031800      IF NOT YA-OPEN-OK                                           03180000
031900         DISPLAY 'ARCHIVE CANNOT BE RE-OPENED ' YA-STATUS         03190000
032000         GO TO 5000-PROVE-EXIT                                    03200000
032100      END-IF.                                                     03210000
032200      PERFORM 5100-PROVE-READ UNTIL YA-EOF.                       03220000
032300      CLOSE ARCH-FILE.                                            03230000
032400      IF HDR-CNT = 1 AND TRL-CNT = 1                              03240000
032500         AND TRL-DTLS = DTL-CNT AND DTL-CNT = ARCH-CNTR           03250000
032600         AND TRL-SAL = DTL-SAL AND DTL-SAL = SAL-TOT              03260000
032700         AND TRL-TAX = DTL-TAX AND DTL-TAX = TAX-TOT              03270000
032800         MOVE 'Y' TO WS-PROOF-SW                                  03280000
032900      END-IF.                                                     03290000
033000 5000-PROVE-EXIT.                                                 03300000
033100      MOVE SPACES TO RPT-REC.                                     03310000
033200      WRITE RPT-REC.                                              03320000
033300      MOVE SPACES TO RPT-REC.                                     03330000
033400      STRING 'ARCHIVE PROOF - WRITTEN=' ARCH-CNTR                 03340000
033500             ' READ BACK=' DTL-CNT ' TRAILER=' TRL-DTLS           03350000
033600         DELIMITED BY SIZE INTO RPT-REC                           03360000
033700      END-STRING.                                                 03370000
033800      WRITE RPT-REC.                                              03380000
033900      MOVE SAL-TOT TO WS-SALT-ED.                                 03390000
034000      MOVE TAX-TOT TO WS-TAXT-ED.                                 03400000
034100      MOVE SPACES TO RPT-REC.                                     03410000
034200      STRING 'CONTROL TOTALS - SALARY ' WS-SALT-ED                03420000
034300             ' TAX ' WS-TAXT-ED                                   03430000
034400         DELIMITED BY SIZE INTO RPT-REC                           03440000
034500      END-STRING.                                                 03450000
034600      WRITE RPT-REC.                                              03460000
034700      IF ARCHIVE-PROVED                                           03470000
034800         MOVE 'ARCHIVE VERIFIED - KSDS RESET FOR THE NEW TAX YEAR'03480000
034900            TO RPT-REC                                            03490000
035000      ELSE                                                        03500000
035100         MOVE '*** ARCHIVE NOT VERIFIED - KSDS NOT RESET'         03510000
035200            TO RPT-REC                                            03520000
035300         DISPLAY 'ARCHIVE NOT VERIFIED - KSDS NOT RESET'          03530000
035400      END-IF.                                                     03540000
035500      WRITE RPT-REC.                                              03550000
035600      EXIT.                                                       03560000
035700 5100-PROVE-READ.                                                 03570000
035800      READ ARCH-FILE.                                             03580000
035900      EVALUATE TRUE                                               03590000
036000         WHEN YA-READ-OK                                          03600000
036100            EVALUATE TRUE                                         03610000
036200               WHEN YA-IS-HDR                                     03620000
036300                  ADD 1 TO HDR-CNT                                03630000
036400               WHEN YA-IS-DTL                                     03640000
036500                  ADD 1 TO DTL-CNT                                03650000
036600                  MOVE YA-YTD-IMAGE TO WK-REC                     03660000
036700                  ADD WK-SAL TO DTL-SAL                           03670000
036800                  ADD WK-TAX TO DTL-TAX                           03680000
036900               WHEN YA-IS-TRL                                     03690000
037000                  ADD 1 TO TRL-CNT                                03700000
037100                  MOVE YA-CTL-CNT TO TRL-DTLS                     03710000
037200                  MOVE YA-CTL-SAL-TOT TO TRL-SAL                  03720000
037300                  MOVE YA-CTL-TAX-TOT TO TRL-TAX                  03730000
037400            END-EVALUATE                                          03740000
037500         WHEN YA-EOF                                              03750000
037600            CONTINUE                                              03760000
037700         WHEN OTHER                                               03770000
037800            DISPLAY 'ARCHIVE READ-BACK ERROR ' YA-STATUS          03780000
037900            MOVE '10' TO YA-STATUS                                03790000
038000            MOVE ZEROS TO HDR-CNT                                 03800000
038100      END-EVALUATE.                                               03810000
038200      EXIT.                                                       03820000
038300*  EVERY CUSTOMER RECORD GOES; THE CONTROL RECORD STAYS AND IS    03830000
038400*  MOVED ON TO THE NEXT TAX YEAR ONLY IF ALL OF THEM WENT.        03840000
038500 6000-RESET-KSDS.                                                 03850000
038600      PERFORM 3050-START-CUSTS.                                   03860000
038700      PERFORM 6100-DELETE-CUST THRU 6100-DELETE-CUST-EXIT         03870000
038800         UNTIL YT-EOF.                                            03880000
038900      IF DEL-CNTR NOT = ARCH-CNTR OR DELERR-CNTR > 0              03890000
039000         DISPLAY 'RESET INCOMPLETE - DELETED ' DEL-CNTR           03900000
039100            ' OF ' ARCH-CNTR ' - TAX YEAR NOT ROLLED'             03910000
039200         GO TO 6000-RESET-EXIT                                    03920000
039300      END-IF.                                                     03930000
039400      MOVE LOW-VALUES TO YTD-CID.                                 03940000
039500      READ YTD-FILE.                                              03950000
039600      IF NOT YT-READ-OK                                           03960000
039700         MOVE '6000-RESET-KSDS' TO ERR-PARA                       03970000
039800         MOVE 'YTD-FILE' TO ERR-FILE-ID                           03980000
039900         MOVE YT-STATUS TO ERR-FILE-STATUS                        03990000
040000         PERFORM 9000-ERR-PARA                                    04000000
040100      END-IF.                                                     04010000
040200      MOVE WS-NEXT-YEAR TO YTD-CTL-YEAR.                          04020000
040300      MOVE WS-TODAY TO YTD-CTL-OPEN-DATE.                         04030000
040400      MOVE WS-CLOSE-YEAR TO YTD-CTL-LAST-CLOSED.                  04040000
040500      MOVE WS-TODAY TO YTD-CTL-CLOSE-DATE.                        04050000
040600      MOVE ARCH-CNTR TO YTD-CTL-ARCH-CNT.                         04060000
040700      REWRITE YTD-REC.                                            04070000
040800      IF NOT YT-WRITE-OK                                          04080000
040900         MOVE '6000-RESET-KSDS' TO ERR-PARA                       04090000
041000         MOVE 'YTD-FILE' TO ERR-FILE-ID                           04100000
041100         MOVE YT-STATUS TO ERR-FILE-STATUS                        04110000
041200         PERFORM 9000-ERR-PARA                                    04120000
041300      END-IF.                                                     04130000
041400      MOVE SPACES TO RPT-REC.                                     04140000
041500      STRING 'TAX YEAR ' WS-CLOSE-YEAR                            04150000
041600             ' CLOSED - KSDS NOW OPEN FOR ' WS-NEXT-YEAR          04160000
041700         DELIMITED BY SIZE INTO RPT-REC                           04170000
041800      END-STRING.                                                 04180000
041900      WRITE RPT-REC.                                              04190000
042000 6000-RESET-EXIT.                                                 04200000
042100      EXIT.                                                       04210000
042200 6100-DELETE-CUST.                                                04220000
042300      READ YTD-FILE NEXT.                                         04230000
042400      IF YT-EOF                                                   04240000
042500         GO TO 6100-DELETE-CUST-EXIT                              04250000
042600      END-IF.                                                     04260000
042700      IF NOT YT-READ-OK                                           04270000
042800         MOVE '6100-DELETE-CUST' TO ERR-PARA                      04280000
042900         MOVE 'YTD-FILE' TO ERR-FILE-ID                           04290000
043000         MOVE YT-STATUS TO ERR-FILE-STATUS                        04300000
043100         PERFORM 9000-ERR-PARA                                    04310000
043200      END-IF.                                                     04320000
043300      IF YTD-IS-CTL                                               04330000
043400         GO TO 6100-DELETE-CUST-EXIT                              04340000
043500      END-IF.                                                     04350000
043600      DELETE YTD-FILE RECORD.                                     04360000
043700      IF YT-DELETE-OK                                             04370000
043800         ADD 1 TO DEL-CNTR                                        04380000
043900      ELSE                                                        04390000
044000         ADD 1 TO DELERR-CNTR                                     04400000
044100         DISPLAY 'KEY : ' YTD-CID                                 04410000
044200            ' NOT DELETED, STATUS = ' YT-STATUS                   04420000
044300      END-IF.                                                     04430000
044400 6100-DELETE-CUST-EXIT.                                           04440000
044500      EXIT.                                                       04450000
044600 4000-CLOSE-PARA.                                                 04460000
044700      MOVE SPACES TO RPT-REC.                                     04470000
044800      STRING 'CUSTOMERS READ=' YT-CNTR ' ARCHIVED=' ARCH-CNTR     04480000
044900             ' DELETED=' DEL-CNTR ' DELETE ERRORS=' DELERR-CNTR   04490000
045000         DELIMITED BY SIZE INTO RPT-REC                           04500000
045100      END-STRING.                                                 04510000
045200      WRITE RPT-REC.                                              04520000
045300      CLOSE YTD-FILE RPT-FILE.                                    04530000
045400      DISPLAY 'TAX YEAR             : ' WS-CLOSE-YEAR.            04540000
045500      DISPLAY 'CUSTOMERS READ       : ' YT-CNTR.                  04550000
045600      DISPLAY 'CUSTOMERS ARCHIVED   : ' ARCH-CNTR.                04560000
045700      DISPLAY 'CUSTOMERS DELETED    : ' DEL-CNTR.                 04570000
045800      IF NOT CLOSE-ALLOWED OR NOT ARCHIVE-PROVED                  04580000
045900         OR DEL-CNTR NOT = ARCH-CNTR OR DELERR-CNTR > 0           04590000
046000         MOVE 8 TO RETURN-CODE                                    04600000
046100      END-IF.                                                     04610000
046200      PERFORM 4200-WRITE-RUNSTAT.                                 04620000
046300      EXIT.                                                       04630000
046400 4200-WRITE-RUNSTAT.                                              04640000
046500      OPEN EXTEND STATFILE.                                       04650000
046600      EVALUATE TRUE                                               04660000
046700         WHEN RS-OPEN-OK                                          04670000
046800            MOVE SPACES TO RS-RUNSTAT-REC                         04680000
046900            MOVE 'YTDCLOSE' TO RS-PGM-NAME                        04690000
047000            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 04700000
047100            ACCEPT RS-RUN-TIME FROM TIME                          04710000
047200            MOVE YT-CNTR TO RS-READ-CNT                           04720000
047300            MOVE ARCH-CNTR TO RS-WRITE-CNT                        04730000
047400            MOVE DELERR-CNTR TO RS-REJ-CNT                        04740000
047500            MOVE RETURN-CODE TO RS-RETURN-CD                      04750000
047600            WRITE RS-RUNSTAT-REC                                  04760000
047700            IF NOT RS-WRITE-OK                                    04770000
047800               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04780000
047900            END-IF                                                04790000
048000            CLOSE STATFILE                                        04800000
048100         WHEN OTHER                                               04810000
048200            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04820000
048300      END-EVALUATE.                                               04830000
048400      EXIT.                                                       04840000
048500 9000-ERR-PARA.                                                   04850000
048600      DISPLAY WS-ERR-DESC.                                        04860000
048700      MOVE 30 TO RETURN-CODE.                                     04870000
048800      STOP RUN.                                                   04880000
