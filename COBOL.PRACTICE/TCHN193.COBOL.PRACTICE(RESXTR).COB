000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. RESXTR.                                              00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : FINAL RESULTS (DDRESIN - MODERATE OUTPUT, RUN     00040000
000500*               AFTER REEVAL SO REVISIONS ARE IN), CTRMERGE       00050000
000600*               CONSOLIDATED FILE FOR THE CENTER STAMP (DDCTR),   00060000
000700*               TRANSMISSION LOG OF RESULTS ALREADY SENT TO THE   00070000
000800*               BOARD (DDSENT), INTERFACE SEQUENCE CONTROL        00080000
000900*               (DDSEQ)                                           00090000
001000* OUTPUT FILE : BOARD TRANSMISSION FILE (DDXMIT), UPDATED         00100000
001100*               TRANSMISSION LOG (DDSENTO), UPDATED SEQUENCE      00110000
001200*               CONTROL (DDSEQO), RUN REPORT (DDRPT)              00120000
001300* PRG DESC    : RESULTS TRANSMISSION TO THE EXAMINATION BOARD     00130000
001400*               IN THE HREXTR/PAYEXTR STYLE.  EVERY RESULT NOT    00140000
001500*               YET ON THE TRANSMISSION LOG GOES OUT AS A RES     00150000
001600*               ROW (STUDENT, EXAM, CENTER STAMP, MARKS,          00160000
001700*               PERCENTAGE, ATTENDANCE) BETWEEN A CONTROL         00170000
001800*               HEADER AND A TRAILER CARRYING THE ROW COUNT AND   00180000
001900*               A HASH TOTAL (STUDENT IDS PLUS TOTAL MARKS).  A   00190000
002000*               RESULT ALREADY SENT WHOSE MARKS HAVE SINCE        00200000
002100*               CHANGED (RE-EVALUATION) GOES AS AN AMD ROW        00210000
002200*               QUOTING THE SEQUENCE OF THE ORIGINAL              00220000
002300*               TRANSMISSION.  UNCHANGED RESULTS ARE NOT SENT     00230000
002400*               AGAIN.  RESACK MATCHES THE BOARD'S                00240000
002500*               ACKNOWLEDGMENT AGAINST THE SEQUENCE CONTROL THE   00250000
002600*               NEXT MORNING.  TWO PASSES OF THE RESULTS - ONE    00260000
002700*               TO COUNT AND HASH, ONE TO WRITE; RC 8 IF THEY     00270000
002800*               DISAGREE, RC 4 IF ANY RESULT HAD NO CENTER STAMP. 00280000
002900* AUTHOR      : GIRIDHAR                                          00290000
003000* CREATED ON  : 15 OCT 2026                                       00300000
003100***************************************************************** 00310000
003200 ENVIRONMENT DIVISION.                                            00320000
003300 INPUT-OUTPUT SECTION.                                            00330000
003400 FILE-CONTROL.                                                    00340000
003500      SELECT RESIN ASSIGN TO DDRESIN                              00350000
003600      ORGANIZATION IS SEQUENTIAL                                  00360000
003700      ACCESS MODE IS SEQUENTIAL                                   00370000
003800      FILE STATUS RI-STATUS.                                      00380000
003900*                                                                 00390000
004000      SELECT CTRFILE ASSIGN TO DDCTR                              00400000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS CT-STATUS.                                      00430000
004400*                                                                 00440000
004500      SELECT SENTIN ASSIGN TO DDSENT                              00450000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS SN-STATUS.                                      00480000
004900*                                                                 00490000
005000      SELECT SENTOUT ASSIGN TO DDSENTO                            00500000
005100      ORGANIZATION IS SEQUENTIAL                                  00510000
005200      ACCESS MODE IS SEQUENTIAL                                   00520000
005300      FILE STATUS ST-STATUS.                                      00530000
005400*                                                                 00540000
005500      SELECT SEQIN ASSIGN TO DDSEQ                                00550000
005600      ORGANIZATION IS SEQUENTIAL                                  00560000
005700      ACCESS MODE IS SEQUENTIAL                                   00570000
005800      FILE STATUS SI-STATUS.                                      00580000
005900*                                                                 00590000
006000      SELECT SEQOUT ASSIGN TO DDSEQO                              00600000
006100      ORGANIZATION IS SEQUENTIAL                                  00610000
006200      ACCESS MODE IS SEQUENTIAL                                   00620000
006300      FILE STATUS SO-STATUS.                                      00630000
006400*                                                                 00640000
006500      SELECT XMITFILE ASSIGN TO DDXMIT                            00650000
006600      ORGANIZATION IS SEQUENTIAL                                  00660000
006700      ACCESS MODE IS SEQUENTIAL                                   00670000
006800      FILE STATUS XM-STATUS.                                      00680000
006900*                                                                 00690000
007000      SELECT RPTFILE ASSIGN TO DDRPT                              00700000
007100      ORGANIZATION IS SEQUENTIAL                                  00710000
007200      ACCESS MODE IS SEQUENTIAL                                   00720000
007300      FILE STATUS RP-STATUS.                                      00730000
007400*                                                                 00740000
007500 DATA DIVISION.                                                   00750000
007600 FILE SECTION.                                                    00760000
007700 FD RESIN RECORDING MODE F.                                       00770000
007800 01 RES-REC.                                                      00780000
007900     05 RS-SID      PIC X(5).                                     00790000
008000     05 FILLER      PIC X.                                        00800000
008100     05 RS-SNAME    PIC X(20).                                    00810000
008200     05 FILLER      PIC X.                                        00820000
008300     05 RS-MCQ      PIC 9(3).                                     00830000
008400     05 FILLER      PIC X.                                        00840000
008500     05 RS-LAB      PIC 9(3).                                     00850000
008600     05 FILLER      PIC X.                                        00860000
008700     05 RS-TOT      PIC 9(3).                                     00870000
008800     05 FILLER      PIC X.                                        00880000
008900     05 RS-PER      PIC 99.99.                                    00890000
009000     05 RS-EXM      PIC X(7).                                     00900000
009100     05 RS-REVISED  PIC X(7).                                     00910000
009200     05 RS-ATTEND   PIC X(7).                                     00920000
009300     05 FILLER      PIC X(15).                                    00930000
009400 FD CTRFILE RECORDING MODE F.                                     00940000
009500 COPY STUDREC REPLACING ==:STUD:== BY ==CT==.                     00950000
009600 FD SENTIN RECORDING MODE F.                                      00960000
009700 01 SENTIN-REC.                                                   00970000
009800     05 SN-SID       PIC X(5).                                    00980000
009900     05 SN-EXM       PIC X(7).                                    00990000
010000     05 SN-ORIG-SEQ  PIC 9(6).                                    01000000
010100     05 SN-LAST-SEQ  PIC 9(6).                                    01010000
010200     05 SN-MCQ       PIC 9(3).                                    01020000
010300     05 SN-LAB       PIC 9(3).                                    01030000
010400     05 SN-TOT       PIC 9(3).                                    01040000
010500     05 SN-PER       PIC X(5).                                    01050000
010600     05 SN-ATTEND    PIC X(7).                                    01060000
010700     05 FILLER       PIC X(35).                                   01070000
010800 FD SENTOUT RECORDING MODE F.                                     01080000
010900 01 SENTOUT-REC.                                                  01090000
011000     05 ST-SID       PIC X(5).                                    01100000
011100     05 ST-EXM       PIC X(7).                                    01110000
011200     05 ST-ORIG-SEQ  PIC 9(6).                                    01120000
011300     05 ST-LAST-SEQ  PIC 9(6).                                    01130000
011400     05 ST-MCQ       PIC 9(3).                                    01140000
011500     05 ST-LAB       PIC 9(3).                                    01150000
011600     05 ST-TOT       PIC 9(3).                                    01160000
011700     05 ST-PER       PIC X(5).                                    01170000
011800     05 ST-ATTEND    PIC X(7).                                    01180000
011900     05 FILLER       PIC X(35).                                   01190000
012000 FD SEQIN RECORDING MODE F.                                       01200000
012100 01 SEQIN-REC.                                                    01210000
012200     05 SI-SEQ-NO    PIC 9(6).                                    01220000
012300     05 SI-LAST-CNT  PIC 9(8).                                    01230000
012400     05 SI-LAST-HASH PIC 9(11).                                   01240000
012500     05 SI-LAST-DATE PIC 9(8).                                    01250000
012600     05 FILLER       PIC X(47).                                   01260000
012700 FD SEQOUT RECORDING MODE F.                                      01270000
012800 01 SEQOUT-REC.                                                   01280000
012900     05 SO-SEQ-NO    PIC 9(6).                                    01290000
013000     05 SO-LAST-CNT  PIC 9(8).                                    01300000
013100     05 SO-LAST-HASH PIC 9(11).                                   01310000
013200     05 SO-LAST-DATE PIC 9(8).                                    01320000
013300     05 FILLER       PIC X(47).                                   01330000
013400 FD XMITFILE RECORDING MODE F.                                    01340000
013500 01 XMIT-REC PIC X(80).                                           01350000
013600 FD RPTFILE RECORDING MODE F.                                     01360000
013700 01 RPT-REC PIC X(80).                                            01370000
013800 WORKING-STORAGE SECTION.                                         01380000
013900 01 WS-FILE-STATUSES.                                             01390000
014000     05 RI-STATUS PIC XX.                                         01400000
014100     88 RI-OPEN-OK VALUE '00'.                                    01410000
014200     88 RI-READ-OK VALUE '00'.                                    01420000
014300     88 RI-EOF     VALUE '10'.                                    01430000
014400     05 CT-STATUS PIC XX.                                         01440000
014500     88 CT-OPEN-OK VALUE '00'.                                    01450000
014600     88 CT-READ-OK VALUE '00'.                                    01460000
014700     88 CT-EOF     VALUE '10'.                                    01470000
014800     05 SN-STATUS PIC XX.                                         01480000
014900     88 SN-OPEN-OK VALUE '00'.                                    01490000
015000     88 SN-READ-OK VALUE '00'.                                    01500000
015100     88 SN-EOF     VALUE '10'.                                    01510000
015200     05 ST-STATUS PIC XX.                                         01520000
015300     88 ST-OPEN-OK VALUE '00'.                                    01530000
015400     05 SI-STATUS PIC XX.                                         01540000
015500     88 SI-OPEN-OK VALUE '00'.                                    01550000
015600     05 SO-STATUS PIC XX.                                         01560000
015700     88 SO-OPEN-OK VALUE '00'.                                    01570000
015800     05 XM-STATUS PIC XX.                                         01580000
015900     88 XM-OPEN-OK  VALUE '00'.                                   01590000
016000     88 XM-WRITE-OK VALUE '00'.                                   01600000
016100     05 RP-STATUS PIC XX.                                         01610000
016200     88 RP-OPEN-OK VALUE '00'.                                    01620000
016300 01 WS-TODAY   PIC 9(8) VALUE ZEROS.                              01630000
016400 01 WS-SEQ-NO  PIC 9(6) VALUE 1.                                  01640000
016500 01 WS-PASS-NO PIC 9 VALUE 1.                                     01650000
016600 01 CS-CNT     PIC 9(5) VALUE 0.                                  01660000
016700 01 WS-CS-IDX  PIC 9(5) VALUE 0.                                  01670000
016800 01 WS-CS-FND  PIC 9(5) VALUE 0.                                  01680000
016900 01 WS-CENTER-TABLE.                                              01690000
017000     05 WS-CS-ENTRY OCCURS 5000 TIMES                             01700000
017100                    DEPENDING ON CS-CNT.                          01710000
017200        10 WS-CS-SID    PIC 9(5).                                 01720000
017300        10 WS-CS-CTR    PIC X(2).                                 01730000
017400 01 SN-CNT     PIC 9(5) VALUE 0.                                  01740000
017500 01 WS-SN-IDX  PIC 9(5) VALUE 0.                                  01750000
017600 01 WS-SN-FND  PIC 9(5) VALUE 0.                                  01760000
017700 01 WS-SENT-TABLE.                                                01770000
017800     05 WS-SN-ENTRY OCCURS 5000 TIMES                             01780000
017900                    DEPENDING ON SN-CNT.                          01790000
018000        10 WS-SN-SID      PIC X(5).                               01800000
018100        10 WS-SN-EXM      PIC X(7).                               01810000
018200        10 WS-SN-ORIG-SEQ PIC 9(6).                               01820000
018300        10 WS-SN-LAST-SEQ PIC 9(6).                               01830000
018400        10 WS-SN-MCQ      PIC 9(3).                               01840000
018500        10 WS-SN-LAB      PIC 9(3).                               01850000
018600        10 WS-SN-TOT      PIC 9(3).                               01860000
018700        10 WS-SN-PER      PIC X(5).                               01870000
018800        10 WS-SN-ATTEND   PIC X(7).                               01880000
018900 01 WS-ROW-FLDS.                                                  01890000
019000     05 WS-ROW-TYPE   PIC X(3).                                   01900000
019100     88 ROW-NEW       VALUE 'RES'.                                01910000
019200     88 ROW-AMEND     VALUE 'AMD'.                                01920000
019300     88 ROW-SKIP      VALUE 'SKP'.                                01930000
019400     05 WS-SID-NUM    PIC 9(5)  VALUE ZEROS.                      01940000
019500     05 WS-CTR-STAMP  PIC X(2)  VALUE SPACES.                     01950000
019600     05 WS-ORIG-REF.                                              01960000
019700        10 WS-REF-COMMA PIC X     VALUE SPACES.                   01970000
019800        10 WS-REF-SEQ   PIC X(6)  VALUE SPACES.                   01980000
019900     05 WS-HASH-TOT   PIC 9(11) VALUE ZEROS.                      01990000
020000     05 WS-PASS1-CNT  PIC 9(8)  VALUE ZEROS.                      02000000
020100     05 WS-PASS1-HASH PIC 9(11) VALUE ZEROS.                      02010000
020200 01 WS-CNTRS.                                                     02020000
020300     05 OUT-CNTR   PIC 9(8) VALUE ZEROS.                          02030000
020400     05 NEW-CNTR   PIC 9(8) VALUE ZEROS.                          02040000
020500     05 AMD-CNTR   PIC 9(8) VALUE ZEROS.                          02050000
020600     05 SKIP-CNTR  PIC 9(8) VALUE ZEROS.                          02060000
020700     05 NOCTR-CNTR PIC 9(8) VALUE ZEROS.                          02070000
020800 PROCEDURE DIVISION.                                              02080000
020900 0000-MAIN-PARA.                                                  02090000
021000      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         02100000
021100      PERFORM 1000-GET-SEQUENCE.                                  02110000
021200      PERFORM 1500-LOAD-CENTERS THRU 1500-LOAD-EXIT.              02120000
021300      PERFORM 1600-LOAD-SENT THRU 1600-LOAD-EXIT.                 02130000
021400      MOVE 1 TO WS-PASS-NO.                                       02140000
021500      PERFORM 3000-RESULTS-PASS.                                  02150000
021600      MOVE WS-HASH-TOT TO WS-PASS1-HASH.                          02160000
021700      MOVE OUT-CNTR TO WS-PASS1-CNT.                              02170000
021800      MOVE 2 TO WS-PASS-NO.                                       02180000
021900      MOVE ZEROS TO OUT-CNTR NEW-CNTR AMD-CNTR SKIP-CNTR          02190000
022000                    NOCTR-CNTR WS-HASH-TOT.                       02200000
022100      PERFORM 2000-OPEN-OUTPUTS.                                  02210000
022200      PERFORM 3100-WRITE-HEADER.                                  02220000
022300      PERFORM 3000-RESULTS-PASS.                                  02230000
022400      PERFORM 3900-WRITE-TRAILER.                                 02240000
022500      PERFORM 4000-CLOSE-PARA.                                    02250000
022600      STOP RUN.                                                   02260000
022700 0000-MAIN-PARA-EXIT.                                             02270000
022800      EXIT.                                                       02280000
022900 1000-GET-SEQUENCE.                                               02290000
023000      OPEN INPUT SEQIN.                                           02300000
023100      IF SI-OPEN-OK                                               02310000
023200         READ SEQIN                                               02320000
023300         IF SI-STATUS = '00'                                      02330000
023400            COMPUTE WS-SEQ-NO = SI-SEQ-NO + 1                     02340000
023500         END-IF                                                   02350000
023600         CLOSE SEQIN                                              02360000
023700      ELSE                                                        02370000
023800         DISPLAY 'NO SEQUENCE CONTROL - STARTING AT 1'            02380000
023900      END-IF.                                                     02390000
024000      DISPLAY 'BOARD TRANSMISSION SEQUENCE : ' WS-SEQ-NO.         02400000
024100      EXIT.                                                       02410000
024200***************************************************************** 02420000
024300*    CENTER STAMP - CTRMERGE'S CONSOLIDATED FILE CARRIES THE      02430000
024400*    CENTER ID IT STAMPED ON EVERY STUDENT RECORD                 02440000
024500***************************************************************** 02450000
024600 1500-LOAD-CENTERS.                                               02460000
024700      OPEN INPUT CTRFILE.                                         02470000
024800      IF NOT CT-OPEN-OK                                           02480000
024900         DISPLAY 'NO CTRMERGE FILE - CENTERS NOT STAMPED'         02490000
025000         MOVE '10' TO CT-STATUS                                   02500000
025100         GO TO 1500-LOAD-EXIT                                     02510000
025200      END-IF.                                                     02520000
025300      PERFORM 1510-READ-CENTER UNTIL CT-EOF.                      02530000
025400      CLOSE CTRFILE.                                              02540000
025500 1500-LOAD-EXIT.                                                  02550000
025600      DISPLAY 'CENTER STAMPS LOADED : ' CS-CNT.                   02560000
025700      EXIT.                                                       02570000
025800 1510-READ-CENTER.                                                02580000
025900      READ CTRFILE.                                               02590000
026000      EVALUATE TRUE                                               02600000
026100         WHEN CT-READ-OK                                          02610000
026200            IF CT-STUD-ID NOT = 99999 AND CS-CNT < 5000           02620000
026300               ADD 1 TO CS-CNT                                    02630000
026400               MOVE CT-STUD-ID TO WS-CS-SID(CS-CNT)               02640000
026500               MOVE CT-CENTER-ID TO WS-CS-CTR(CS-CNT)             02650000
026600            END-IF                                                02660000
026700         WHEN CT-EOF                                              02670000
026800            CONTINUE                                              02680000
026900         WHEN OTHER                                               02690000
027000            DISPLAY 'CTRMERGE FILE READ ERR ' CT-STATUS           02700000
027100            MOVE 30 TO RETURN-CODE                                02710000
027200            STOP RUN                                              02720000
027300      END-EVALUATE.                                               02730000
027400      EXIT.                                                       02740000
027500 1600-LOAD-SENT.                                                  02750000
027600      OPEN INPUT SENTIN.                                          02760000
027700      IF NOT SN-OPEN-OK                                           02770000
027800         DISPLAY 'NO TRANSMISSION LOG - ALL RESULTS SENT NEW'     02780000
027900         MOVE '10' TO SN-STATUS                                   02790000
028000         GO TO 1600-LOAD-EXIT                                     02800000
028100      END-IF.                                                     02810000
028200      PERFORM 1610-READ-SENT UNTIL SN-EOF.                        02820000
028300      CLOSE SENTIN.                                               02830000
028400 1600-LOAD-EXIT.                                                  02840000
028500      DISPLAY 'RESULTS ON TRANSMISSION LOG : ' SN-CNT.            02850000
028600      EXIT.                                                       02860000
028700 1610-READ-SENT.                                                  02870000
028800      READ SENTIN.                                                02880000
028900      EVALUATE TRUE                                               02890000
029000         WHEN SN-READ-OK                                          02900000
029100            IF SN-CNT < 5000                                      02910000
029200               ADD 1 TO SN-CNT                                    02920000
029300               MOVE SN-SID      TO WS-SN-SID(SN-CNT)              02930000
029400               MOVE SN-EXM      TO WS-SN-EXM(SN-CNT)              02940000
029500               MOVE SN-ORIG-SEQ TO WS-SN-ORIG-SEQ(SN-CNT)         02950000
029600               MOVE SN-LAST-SEQ TO WS-SN-LAST-SEQ(SN-CNT)         02960000
029700               MOVE SN-MCQ      TO WS-SN-MCQ(SN-CNT)              02970000
029800               MOVE SN-LAB      TO WS-SN-LAB(SN-CNT)              02980000
029900               MOVE SN-TOT      TO WS-SN-TOT(SN-CNT)              02990000
030000               MOVE SN-PER      TO WS-SN-PER(SN-CNT)              03000000
030100               MOVE SN-ATTEND   TO WS-SN-ATTEND(SN-CNT)           03010000
030200            ELSE                                                  03020000
030300               DISPLAY 'TRANSMISSION LOG TABLE FULL'              03030000
030400               MOVE 30 TO RETURN-CODE                             03040000
030500               STOP RUN                                           03050000
030600            END-IF                                                03060000
030700         WHEN SN-EOF                                              03070000
030800            CONTINUE                                              03080000
030900         WHEN OTHER                                               03090000
031000            DISPLAY 'TRANSMISSION LOG READ ERR ' SN-STATUS        03100000
031100            MOVE 30 TO RETURN-CODE                                03110000
031200            STOP RUN                                              03120000
031300      END-EVALUATE.                                               03130000
031400      EXIT.                                                       03140000
031500 2000-OPEN-OUTPUTS.                                               03150000
031600      OPEN OUTPUT XMITFILE RPTFILE.                               03160000
031700      IF NOT XM-OPEN-OK OR NOT RP-OPEN-OK                         03170000
031800         DISPLAY 'OUTPUT OPEN ERR ' XM-STATUS ' ' RP-STATUS       03180000
031900         MOVE 30 TO RETURN-CODE                                   03190000
032000         STOP RUN                                                 03200000
032100      END-IF.                                                     03210000
032200      EXIT.                                                       03220000
032300 3000-RESULTS-PASS.                                               03230000
032400      OPEN INPUT RESIN.                                           03240000
032500      IF NOT RI-OPEN-OK                                           03250000
032600         DISPLAY 'RESULTS FILE OPEN ERR ' RI-STATUS               03260000
032700         MOVE 30 TO RETURN-CODE                                   03270000
032800         STOP RUN                                                 03280000
032900      END-IF.                                                     03290000
033000      MOVE '00' TO RI-STATUS.                                     03300000
033100      PERFORM 3200-READ-RESULT UNTIL RI-EOF.                      03310000
033200      CLOSE RESIN.                                                03320000
033300      EXIT.                                                       03330000
033400 3100-WRITE-HEADER.                                               03340000
033500      MOVE SPACES TO XMIT-REC.                                    03350000
033600      STRING 'HDR,' WS-SEQ-NO ',' WS-TODAY ','                    03360000
033700             WS-PASS1-CNT ',' WS-PASS1-HASH                       03370000
033800         DELIMITED BY SIZE INTO XMIT-REC                          03380000
033900      END-STRING.                                                 03390000
034000      WRITE XMIT-REC.                                             03400000
034100      EXIT.                                                       03410000
034200 3200-READ-RESULT.                                                03420000
034300      READ RESIN.                                                 03430000
034400      EVALUATE TRUE                                               03440000
034500         WHEN RI-READ-OK                                          03450000
034600            PERFORM 3300-TAKE-RESULT THRU 3300-TAKE-EXIT          03460000
034700         WHEN RI-EOF                                              03470000
034800            CONTINUE                                              03480000
034900         WHEN OTHER                                               03490000
035000            DISPLAY 'RESULTS FILE READ ERR ' RI-STATUS            03500000
035100            MOVE 30 TO RETURN-CODE                                03510000
035200            STOP RUN                                              03520000
035300      END-EVALUATE.                                               03530000
035400      EXIT.                                                       03540000
035500***************************************************************** 03550000
035600*    NOT ON THE LOG = NEW RESULT.  ON THE LOG WITH DIFFERENT      03560000
035700*    MARKS = AMENDMENT AGAINST THE ORIGINAL TRANSMISSION.         03570000
035800*    ON THE LOG UNCHANGED = ALREADY WITH THE BOARD, SKIPPED.      03580000
035900***************************************************************** 03590000
036000 3300-TAKE-RESULT.                                                03600000
036100      MOVE 0 TO WS-SN-FND.                                        03610000
036200      PERFORM 3310-SCAN-SENT                                      03620000
036300             VARYING WS-SN-IDX FROM 1 BY 1                        03630000
036400             UNTIL WS-SN-IDX > SN-CNT OR WS-SN-FND > 0.           03640000
036500      IF WS-SN-FND = 0                                            03650000
036600         SET ROW-NEW TO TRUE                                      03660000
036700      ELSE                                                        03670000
036800         IF RS-MCQ    = WS-SN-MCQ(WS-SN-FND)                      03680000
036900            AND RS-LAB    = WS-SN-LAB(WS-SN-FND)                  03690000
037000            AND RS-TOT    = WS-SN-TOT(WS-SN-FND)                  03700000
037100            AND RS-PER    = WS-SN-PER(WS-SN-FND)                  03710000
037200            AND RS-ATTEND = WS-SN-ATTEND(WS-SN-FND)               03720000
037300            SET ROW-SKIP TO TRUE                                  03730000
037400         ELSE                                                     03740000
037500            SET ROW-AMEND TO TRUE                                 03750000
037600         END-IF                                                   03760000
037700      END-IF.                                                     03770000
037800      IF ROW-SKIP                                                 03780000
037900         ADD 1 TO SKIP-CNTR                                       03790000
038000         GO TO 3300-TAKE-EXIT                                     03800000
038100      END-IF.                                                     03810000
038200      PERFORM 3320-STAMP-CENTER.                                  03820000
038300      ADD 1 TO OUT-CNTR.                                          03830000
038400      IF ROW-NEW                                                  03840000
038500         ADD 1 TO NEW-CNTR                                        03850000
038600      ELSE                                                        03860000
038700         ADD 1 TO AMD-CNTR                                        03870000
038800      END-IF.                                                     03880000
038900      IF RS-SID IS NUMERIC                                        03890000
039000         MOVE RS-SID TO WS-SID-NUM                                03900000
039100      ELSE                                                        03910000
039200         MOVE ZEROS TO WS-SID-NUM                                 03920000
039300      END-IF.                                                     03930000
039400      ADD WS-SID-NUM RS-TOT TO WS-HASH-TOT.                       03940000
039500      IF WS-PASS-NO = 2                                           03950000
039600         PERFORM 3400-WRITE-RESULT                                03960000
039700         PERFORM 3500-LOG-RESULT                                  03970000
039800      END-IF.                                                     03980000
039900 3300-TAKE-EXIT.                                                  03990000
040000      EXIT.                                                       04000000
040100 3310-SCAN-SENT.                                                  04010000
040200      IF WS-SN-SID(WS-SN-IDX) = RS-SID                            04020000
040300         AND WS-SN-EXM(WS-SN-IDX) = RS-EXM                        04030000
040400         MOVE WS-SN-IDX TO WS-SN-FND                              04040000
040500      END-IF.                                                     04050000
040600      EXIT.                                                       04060000
040700 3320-STAMP-CENTER.                                               04070000
040800      MOVE 0 TO WS-CS-FND.                                        04080000
040900      IF RS-SID IS NUMERIC                                        04090000
041000         PERFORM 3330-SCAN-CENTER                                 04100000
041100                VARYING WS-CS-IDX FROM 1 BY 1                     04110000
041200                UNTIL WS-CS-IDX > CS-CNT OR WS-CS-FND > 0         04120000
041300      END-IF.                                                     04130000
041400      IF WS-CS-FND > 0                                            04140000
041500         MOVE WS-CS-CTR(WS-CS-FND) TO WS-CTR-STAMP                04150000
041600      ELSE                                                        04160000
041700         MOVE '??' TO WS-CTR-STAMP                                04170000
041800         ADD 1 TO NOCTR-CNTR                                      04180000
041900         IF WS-PASS-NO = 2                                        04190000
042000            MOVE SPACES TO RPT-REC                                04200000
042100            STRING 'NO CENTER STAMP : ' RS-SID ' ' RS-EXM         04210000
042200               DELIMITED BY SIZE INTO RPT-REC                     04220000
042300            END-STRING                                            04230000
042400            WRITE RPT-REC                                         04240000
042500         END-IF                                                   04250000
042600      END-IF.                                                     04260000
042700      EXIT.                                                       04270000
042800 3330-SCAN-CENTER.                                                04280000
042900      IF WS-CS-SID(WS-CS-IDX) = RS-SID                            04290000
043000         MOVE WS-CS-IDX TO WS-CS-FND                              04300000
043100      END-IF.                                                     04310000
043200      EXIT.                                                       04320000
043300 3400-WRITE-RESULT.                                               04330000
043400      MOVE SPACES TO WS-ORIG-REF.                                 04340000
043500      IF ROW-AMEND                                                04350000
043600         MOVE ',' TO WS-REF-COMMA                                 04360000
043700         MOVE WS-SN-ORIG-SEQ(WS-SN-FND) TO WS-REF-SEQ             04370000
043800      END-IF.                                                     04380000
043900      MOVE SPACES TO XMIT-REC.                                    04390000
044000      STRING WS-ROW-TYPE ',' RS-SID ',' RS-EXM ','                04400000
044100             WS-CTR-STAMP ',' RS-SNAME ',' RS-MCQ ','             04410000
044200             RS-LAB ',' RS-TOT ',' RS-PER ',' RS-ATTEND           04420000
044300             WS-ORIG-REF                                          04430000
044400         DELIMITED BY SIZE INTO XMIT-REC                          04440000
044500      END-STRING.                                                 04450000
044600      WRITE XMIT-REC.                                             04460000
044700      IF NOT XM-WRITE-OK                                          04470000
044800         DISPLAY 'TRANSMISSION FILE WRITE ERR ' XM-STATUS         04480000
044900         MOVE 30 TO RETURN-CODE                                   04490000
045000         STOP RUN                                                 04500000
045100      END-IF.                                                     04510000
045200      IF ROW-AMEND                                                04520000
045300         MOVE SPACES TO RPT-REC                                   04530000
045400         STRING 'AMENDMENT : ' RS-SID ' ' RS-EXM                  04540000
045500                ' ORIGINAL SEQUENCE '                             04550000
045600                WS-SN-ORIG-SEQ(WS-SN-FND)                         04560000
045700                ' TOTAL WAS ' WS-SN-TOT(WS-SN-FND)                04570000
045800                ' NOW ' RS-TOT                                    04580000
045900            DELIMITED BY SIZE INTO RPT-REC                        04590000
046000         END-STRING                                               04600000
046100         WRITE RPT-REC                                            04610000
046200      END-IF.                                                     04620000
046300      EXIT.                                                       04630000
046400***************************************************************** 04640000
046500*    THE LOG KEEPS THE ORIGINAL SEQUENCE FOR EVERY RESULT SO A    04650000
046600*    SECOND AMENDMENT STILL QUOTES THE FIRST TRANSMISSION         04660000
046700***************************************************************** 04670000
046800 3500-LOG-RESULT.                                                 04680000
046900      IF ROW-NEW                                                  04690000
047000         IF SN-CNT NOT < 5000                                     04700000
047100            DISPLAY 'TRANSMISSION LOG TABLE FULL'                 04710000
047200            MOVE 30 TO RETURN-CODE                                04720000
047300            STOP RUN                                              04730000
047400         END-IF                                                   04740000
047500         ADD 1 TO SN-CNT                                          04750000
047600         MOVE SN-CNT TO WS-SN-FND                                 04760000
047700         MOVE RS-SID    TO WS-SN-SID(WS-SN-FND)                   04770000
047800         MOVE RS-EXM    TO WS-SN-EXM(WS-SN-FND)                   04780000
047900         MOVE WS-SEQ-NO TO WS-SN-ORIG-SEQ(WS-SN-FND)              04790000
048000      END-IF.                                                     04800000
048100      MOVE WS-SEQ-NO TO WS-SN-LAST-SEQ(WS-SN-FND).                04810000
048200      MOVE RS-MCQ    TO WS-SN-MCQ(WS-SN-FND).                     04820000
048300      MOVE RS-LAB    TO WS-SN-LAB(WS-SN-FND).                     04830000
048400      MOVE RS-TOT    TO WS-SN-TOT(WS-SN-FND).                     04840000
048500      MOVE RS-PER    TO WS-SN-PER(WS-SN-FND).                     04850000
048600      MOVE RS-ATTEND TO WS-SN-ATTEND(WS-SN-FND).                  04860000
048700      EXIT.                                                       04870000
048800 3900-WRITE-TRAILER.                                              04880000
048900      MOVE SPACES TO XMIT-REC.                                    04890000
049000      STRING 'TRL,' OUT-CNTR ',' WS-HASH-TOT                      04900000
049100         DELIMITED BY SIZE INTO XMIT-REC                          04910000
049200      END-STRING.                                                 04920000
049300      WRITE XMIT-REC.                                             04930000
049400      IF OUT-CNTR NOT = WS-PASS1-CNT                              04940000
049500         OR WS-HASH-TOT NOT = WS-PASS1-HASH                       04950000
049600         DISPLAY 'PASS COUNTS DISAGREE - EXTRACT SUSPECT'         04960000
049700         MOVE 8 TO RETURN-CODE                                    04970000
049800      END-IF.                                                     04980000
049900      EXIT.                                                       04990000
050000 4000-CLOSE-PARA.                                                 05000000
050100      OPEN OUTPUT SEQOUT SENTOUT.                                 05010000
050200      IF NOT SO-OPEN-OK OR NOT ST-OPEN-OK                         05020000
050300         DISPLAY 'CONTROL FILE OPEN ERR ' SO-STATUS ' '           05030000
050400                 ST-STATUS                                        05040000
050500         MOVE 30 TO RETURN-CODE                                   05050000
050600         STOP RUN                                                 05060000
050700      END-IF.                                                     05070000
050800      MOVE SPACES TO SEQOUT-REC.                                  05080000
050900      MOVE WS-SEQ-NO TO SO-SEQ-NO.                                05090000
051000      MOVE OUT-CNTR TO SO-LAST-CNT.                               05100000
051100      MOVE WS-HASH-TOT TO SO-LAST-HASH.                           05110000
051200      MOVE WS-TODAY TO SO-LAST-DATE.                              05120000
051300      WRITE SEQOUT-REC.                                           05130000
051400      PERFORM 4100-CARRY-SENT                                     05140000
051500             VARYING WS-SN-IDX FROM 1 BY 1                        05150000
051600             UNTIL WS-SN-IDX > SN-CNT.                            05160000
051700      CLOSE SEQOUT SENTOUT.                                       05170000
051800      MOVE SPACES TO RPT-REC.                                     05180000
051900      STRING 'SEQ=' WS-SEQ-NO                                     05190000
052000             ' ROWS=' OUT-CNTR                                    05200000
052100             ' HASH=' WS-HASH-TOT                                 05210000
052200             ' ALREADY SENT=' SKIP-CNTR                           05220000
052300         DELIMITED BY SIZE INTO RPT-REC                           05230000
052400      END-STRING.                                                 05240000
052500      WRITE RPT-REC.                                              05250000
052600      CLOSE XMITFILE RPTFILE.                                     05260000
052700      DISPLAY 'RESULT ROWS SENT   : ' OUT-CNTR.                   05270000
052800      DISPLAY '  NEW RESULTS      : ' NEW-CNTR.                   05280000
052900      DISPLAY '  AMENDMENTS       : ' AMD-CNTR.                   05290000
053000      DISPLAY 'HASH TOTAL         : ' WS-HASH-TOT.                05300000
053100      DISPLAY 'ALREADY SENT       : ' SKIP-CNTR.                  05310000
053200      DISPLAY 'NO CENTER STAMP    : ' NOCTR-CNTR.                 05320000
053300      IF NOCTR-CNTR > 0 AND RETURN-CODE < 4                       05330000
053400         MOVE 4 TO RETURN-CODE                                    05340000
053500      END-IF.                                                     05350000
053600      EXIT.                                                       05360000
053700 4100-CARRY-SENT.                                                 05370000
053800      MOVE SPACES TO SENTOUT-REC.                                 05380000
053900      MOVE WS-SN-SID(WS-SN-IDX)      TO ST-SID.                   05390000
054000      MOVE WS-SN-EXM(WS-SN-IDX)      TO ST-EXM.                   05400000
054100      MOVE WS-SN-ORIG-SEQ(WS-SN-IDX) TO ST-ORIG-SEQ.              05410000
054200      MOVE WS-SN-LAST-SEQ(WS-SN-IDX) TO ST-LAST-SEQ.              05420000
054300      MOVE WS-SN-MCQ(WS-SN-IDX)      TO ST-MCQ.                   05430000
054400      MOVE WS-SN-LAB(WS-SN-IDX)      TO ST-LAB.                   05440000
054500      MOVE WS-SN-TOT(WS-SN-IDX)      TO ST-TOT.                   05450000
054600      MOVE WS-SN-PER(WS-SN-IDX)      TO ST-PER.                   05460000
054700      MOVE WS-SN-ATTEND(WS-SN-IDX)   TO ST-ATTEND.                05470000
054800      WRITE SENTOUT-REC.                                          05480000
054900      EXIT.                                                       05490000
