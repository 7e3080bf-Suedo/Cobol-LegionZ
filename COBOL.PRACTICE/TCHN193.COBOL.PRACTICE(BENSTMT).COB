000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. BENSTMT.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : DEPENDENT KSDS (DDDEPKS), MJ24 ASSOCIATE MASTER   00040000
000500*               KSDS (DDKSDS)                                     00050000
000600* OUTPUT FILE : BENEFICIARY CONFIRMATION STATEMENTS (DDSTMT),     00060000
000700*               COMMON SUSPENSE FILE (DDSUSP), RUN STATISTICS     00070000
000800*               (DDRSTAT)                                         00080000
000900* PRG DESC    : BENEFICIARY DESIGNATION CONFIRMATION.  READS THE  00090000
001000*               DEPENDENT KSDS IN KEY ORDER AND, FOR EVERY        00100000
001100*               ASSOCIATE WITH AN ACTIVE DEPENDENT, PRINTS ONE    00110000
001200*               STATEMENT LISTING EACH ACTIVE BENEFICIARY WITH    00120000
001300*               RELATION AND SHARE, THE TOTAL, AND A SIGN-AND-    00130000
001400*               RETURN BLOCK.  ACTIVE SHARES MUST TOTAL EXACTLY   00140000
001500*               100.  AN ASSOCIATE WHOSE SHARES DO NOT, OR WHO    00150000
001600*               HAS DEPENDENTS BUT NO BENEFICIARY, IS LISTED IN   00160000
001700*               THE EXCEPTION SECTION AT THE END OF THE RUN AND   00170000
001800*               WRITTEN TO SUSPENSE (RC 4).  TERMINATED           00180000
001900*               ASSOCIATES ARE SKIPPED.                           00190000
002000* AUTHOR      : GIRIDHAR                                          00200000
002100* CREATED ON  : 15 OCT 2026                                       00210000
002200***************************************************************** 00220000
002300 ENVIRONMENT DIVISION.                                            00230000
002400 INPUT-OUTPUT SECTION.                                            00240000
002500 FILE-CONTROL.                                                    00250000
002600      SELECT DEPN-FILE ASSIGN TO DDDEPKS                          00260000
002700      ORGANIZATION IS INDEXED                                     00270000
002800      ACCESS MODE IS SEQUENTIAL                                   00280000
002900      RECORD KEY IS DP-DEP-KEY                                    00290000
003000      FILE STATUS DP-STATUS.                                      00300000
003100*                                                                 00310000
003200      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00320000
003300      ORGANIZATION IS INDEXED                                     00330000
003400      ACCESS MODE IS RANDOM                                       00340000
003500      RECORD KEY IS MAASSOID                                      00350000
003600      FILE STATUS MA-STATUS.                                      00360000
003700*                                                                 00370000
003800      SELECT STMTFILE ASSIGN TO DDSTMT                            00380000
003900      ORGANIZATION IS SEQUENTIAL                                  00390000
004000      ACCESS MODE IS SEQUENTIAL                                   00400000
004100      FILE STATUS ST-STATUS.                                      00410000
004200*                                                                 00420000
004300      SELECT SUSPFILE ASSIGN TO DDSUSP                            00430000
004400      ORGANIZATION IS SEQUENTIAL                                  00440000
004500      ACCESS MODE IS SEQUENTIAL                                   00450000
004600      FILE STATUS SP-STATUS.                                      00460000
004700*                                                                 00470000
004800      SELECT STATFILE ASSIGN TO DDRSTAT                           00480000
004900      ORGANIZATION IS SEQUENTIAL                                  00490000
005000      ACCESS MODE IS SEQUENTIAL                                   00500000
005100      FILE STATUS RS-STATUS.                                      00510000
005200*                                                                 00520000
005300 DATA DIVISION.                                                   00530000
005400 FILE SECTION.                                                    00540000
005500 FD DEPN-FILE.                                                    00550000
005600 COPY DEPNREC REPLACING ==:DEP:== BY ==DP==.                      00560000
005700 FD KSDS-FILE.                                                    00570000
005800 01 MAREC.                                                        00580000
005900 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00590000
006000 FD STMTFILE RECORDING MODE F.                                    00600000
006100 01 STMT-REC PIC X(100).                                          00610000
006200 FD SUSPFILE RECORDING MODE F.                                    00620000
006300 COPY SUSPREC REPLACING ==:SUS:== BY ==SP==.                      00630000
006400 FD STATFILE RECORDING MODE F.                                    00640000
006500 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00650000
006600 WORKING-STORAGE SECTION.                                         00660000
006700 01 WS-FILE-STATUSES.                                             00670000
006800    05 DP-STATUS PIC XX.                                          00680000
006900    88 DP-OPEN-OK VALUE '00'.                                     00690000
007000    88 DP-READ-OK VALUE '00'.                                     00700000
007100    88 DP-EOF     VALUE '10'.                                     00710000
007200    05 MA-STATUS PIC XX.                                          00720000
007300    88 MA-OPEN-OK VALUE '00'.                                     00730000
007400    88 MA-READ-OK VALUE '00'.                                     00740000
007500    88 MA-KEYNF   VALUE '23'.                                     00750000
007600    05 ST-STATUS PIC XX.                                          00760000
007700    88 ST-OPEN-OK VALUE '00'.                                     00770000
007800    05 SP-STATUS PIC XX.                                          00780000
007900    88 SP-OPEN-OK  VALUE '00'.                                    00790000
008000    88 SP-WRITE-OK VALUE '00'.                                    00800000
008100    05 RS-STATUS PIC XX.                                          00810000
008200    88 RS-OPEN-OK  VALUE '00'.                                    00820000
008300    88 RS-WRITE-OK VALUE '00'.                                    00830000
008400 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00840000
008500 01 WS-PREV-ASSOID PIC X(7) VALUE SPACES.                         00850000
008600*  ONE ASSOCIATE'S ACTIVE DEPENDENTS, HELD UNTIL THE ASSOID       00860000
008700*  CHANGES.  THE SEQUENCE IS TWO CHARACTERS, SO 99 IS THE MOST.   00870000
008800 01 BN-CNT PIC 9(2) VALUE 0.                                      00880000
008900 01 BN-IDX PIC 9(3) VALUE 0.                                      00890000
009000 01 WS-BENEF-TABLE.                                               00900000
009100    05 BN-ENT OCCURS 99 TIMES.                                    00910000
009200       10 BN-SEQ     PIC X(2).                                    00920000
009300       10 BN-NAME    PIC X(30).                                   00930000
009400       10 BN-REL     PIC X(10).                                   00940000
009500       10 BN-PCT     PIC 9(3).                                    00950000
009600       10 BN-REDESIG PIC X(1).                                    00960000
009700 01 WS-DEPN-CNT  PIC 9(3) VALUE ZEROS.                            00970000
009800 01 WS-SHARE-TOT PIC 9(5) VALUE ZEROS.                            00980000
009900 01 WS-SHARE-TOT-ED PIC ZZZZ9.                                    00990000
010000 01 WS-REDESIG-SW PIC X VALUE 'N'.                                01000000
010100    88 REDESIG-ASKED VALUE 'Y'.                                   01010000
010200 01 WS-EXC-REASON PIC X(10) VALUE SPACES.                         01020000
010300*  EXCEPTIONS ARE HELD FOR THE SECTION AT THE END OF THE RUN.     01030000
010400 01 EX-CNT PIC 9(3) VALUE 0.                                      01040000
010500 01 EX-IDX PIC 9(3) VALUE 0.                                      01050000
010600 01 WS-EXC-TABLE.                                                 01060000
010700    05 EX-ENT OCCURS 500 TIMES.                                   01070000
010800       10 EX-ASSOID  PIC X(7).                                    01080000
010900       10 EX-NAME    PIC X(30).                                   01090000
011000       10 EX-REASON  PIC X(10).                                   01100000
011100       10 EX-DEPNS   PIC 9(3).                                    01110000
011200       10 EX-BENEFS  PIC 9(2).                                    01120000
011300       10 EX-SHARE   PIC 9(5).                                    01130000
011400 01 WS-CNTRS.                                                     01140000
011500    05 IP-CNTR     PIC 9(6) VALUE ZEROS.                          01150000
011600    05 REMVD-CNTR  PIC 9(6) VALUE ZEROS.                          01160000
011700    05 STMT-CNTR   PIC 9(6) VALUE ZEROS.                          01170000
011800    05 TERM-CNTR   PIC 9(6) VALUE ZEROS.                          01180000
011900    05 EXC-CNTR    PIC 9(6) VALUE ZEROS.                          01190000
012000    05 SUSP-CNTR   PIC 9(6) VALUE ZEROS.                          01200000
012100    05 OVFL-CNTR   PIC 9(6) VALUE ZEROS.                          01210000
012200 01 WS-SUSP-DATA.                                                 01220000
012300    05 SD-ASSOID   PIC X(7).                                      01230000
012400    05 FILLER      PIC X VALUE SPACE.                             01240000
012500    05 SD-NAME     PIC X(30).                                     01250000
012600    05 FILLER      PIC X(8) VALUE ' DEPNS='.                      01260000
012700    05 SD-DEPNS    PIC 9(3).                                      01270000
012800    05 FILLER      PIC X(9) VALUE ' BENEFS='.                     01280000
012900    05 SD-BENEFS   PIC 9(2).                                      01290000
013000    05 FILLER      PIC X(8) VALUE ' SHARE='.                      01300000
013100    05 SD-SHARE    PIC 9(5).                                      01310000
013200 01 WS-BENEF-LINE.                                                01320000
013300    05 FILLER      PIC X(5) VALUE SPACES.                         01330000
013400    05 BNL-SEQ     PIC X(2).                                      01340000
013500    05 FILLER      PIC X VALUE SPACE.                             01350000
013600    05 BNL-NAME    PIC X(30).                                     01360000
013700    05 FILLER      PIC X VALUE SPACE.                             01370000
013800    05 BNL-REL     PIC X(10).                                     01380000
013900    05 FILLER      PIC X(3) VALUE SPACES.                         01390000
014000    05 BNL-PCT     PIC ZZ9.                                       01400000
014100    05 FILLER      PIC X(4) VALUE ' PCT'.                         01410000
014200    05 FILLER      PIC X(41) VALUE SPACES.                        01420000
014300 01 WS-EXC-LINE.                                                  01430000
014400    05 FILLER      PIC X(3) VALUE SPACES.                         01440000
014500    05 EXL-ASSOID  PIC X(7).                                      01450000
014600    05 FILLER      PIC X VALUE SPACE.                             01460000
014700    05 EXL-NAME    PIC X(30).                                     01470000
014800    05 FILLER      PIC X VALUE SPACE.                             01480000
014900    05 EXL-REASON  PIC X(10).                                     01490000
015000    05 FILLER      PIC X(12) VALUE ' DEPENDENTS '.                01500000
015100    05 EXL-DEPNS   PIC ZZ9.                                       01510000
015200    05 FILLER      PIC X(15) VALUE ' BENEFICIARIES '.             01520000
015300    05 EXL-BENEFS  PIC Z9.                                        01530000
015400    05 FILLER      PIC X(8) VALUE ' SHARES '.                     01540000
015500    05 EXL-SHARE   PIC ZZZZ9.                                     01550000
015600    05 FILLER      PIC X(3) VALUE SPACES.                         01560000
015700 01 WS-DASH-LINE PIC X(80) VALUE ALL '-'.                         01570000
015800 01 WS-ERR-DESC.                                                  01580000
015900    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01590000
016000    05  ERR-PARA             PIC X(30).                           01600000
016100    05  FILLER               PIC XX VALUE SPACES.                 01610000
016200    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01620000
016300    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01630000
016400    05  ERR-FILE-STATUS      PIC XX.                              01640000
016500 PROCEDURE DIVISION.                                              01650000
016600 0000-MAIN-PARA.                                                  01660000
016700      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01670000
016800      PERFORM 1000-OPEN-FILES.                                    01680000
016900      PERFORM 3000-PRCS-RECS UNTIL DP-EOF.                        01690000
017000      IF WS-PREV-ASSOID NOT = SPACES                              01700000
017100         PERFORM 3100-ASSOC-BREAK THRU 3100-ASSOC-BREAK-EXIT      01710001
017200      END-IF.                                                     01720000
017300      PERFORM 3600-EXCEPTION-SECTION.                             01730000
017400      PERFORM 4000-CLOSE-PARA.                                    01740000
017500      STOP RUN.                                                   01750000
017600 0000-MAIN-PARA-EXIT.                                             01760000
017700      EXIT.                                                       01770000
017800 1000-OPEN-FILES.                                                 01780000
017900      OPEN INPUT DEPN-FILE.                                       01790000
018000      IF NOT DP-OPEN-OK                                           01800000
018100         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01810000
018200         MOVE 'DEPN-FILE' TO ERR-FILE-ID                          01820000
018300         MOVE DP-STATUS TO ERR-FILE-STATUS                        01830000
018400         PERFORM 9000-ERR-PARA                                    01840000
018500      END-IF.                                                     01850000
018600      OPEN INPUT KSDS-FILE.                                       01860000
018700      IF NOT MA-OPEN-OK                                           01870000
018800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01880000
018900         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          01890000
019000         MOVE MA-STATUS TO ERR-FILE-STATUS                        01900000
019100         PERFORM 9000-ERR-PARA                                    01910000
019200      END-IF.                                                     01920000
019300      OPEN OUTPUT STMTFILE.                                       01930000
019400      IF NOT ST-OPEN-OK                                           01940000
019500         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01950000
019600         MOVE 'STMTFILE' TO ERR-FILE-ID                           01960000
019700         MOVE ST-STATUS TO ERR-FILE-STATUS                        01970000
019800         PERFORM 9000-ERR-PARA                                    01980000
019900      END-IF.                                                     01990000
020000      OPEN EXTEND SUSPFILE.                                       02000000
020100      IF NOT SP-OPEN-OK                                           02010000
020200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02020000
020300         MOVE 'SUSPFILE' TO ERR-FILE-ID                           02030000
020400         MOVE SP-STATUS TO ERR-FILE-STATUS                        02040000
020500         PERFORM 9000-ERR-PARA                                    02050000
020600      END-IF.                                                     02060000
020700      EXIT.                                                       02070000
020800 3000-PRCS-RECS.                                                  02080000
020900      READ DEPN-FILE.                                             02090000
021000      EVALUATE TRUE                                               02100000
021100         WHEN DP-READ-OK                                          02110000
021200            ADD 1 TO IP-CNTR                                      02120000
021300            IF DP-ASSOID NOT = WS-PREV-ASSOID                     02130000
021400               IF WS-PREV-ASSOID NOT = SPACES                     02140000
021500                  PERFORM 3100-ASSOC-BREAK                        02150000
021510                     THRU 3100-ASSOC-BREAK-EXIT                   02151001
021600               END-IF                                             02160000
021700               MOVE DP-ASSOID TO WS-PREV-ASSOID                   02170000
021800               MOVE ZEROS TO BN-CNT WS-DEPN-CNT WS-SHARE-TOT      02180000
021900               MOVE 'N' TO WS-REDESIG-SW                          02190000
022000            END-IF                                                02200000
022100            IF DP-DEP-STATUS = 'X'                                02210000
022200               ADD 1 TO REMVD-CNTR                                02220000
022300            ELSE                                                  02230000
022400               PERFORM 3050-HOLD-DEPN THRU 3050-HOLD-DEPN-EXIT    02240001
022500            END-IF                                                02250000
022600         WHEN DP-EOF                                              02260000
022700            CONTINUE                                              02270000
022800         WHEN OTHER                                               02280000
022900            MOVE '3000-PRCS-RECS' TO ERR-PARA                     02290000
023000            MOVE 'DEPN-FILE' TO ERR-FILE-ID                       02300000
023100            MOVE DP-STATUS TO ERR-FILE-STATUS                     02310000
023200            PERFORM 9000-ERR-PARA                                 02320000
023300      END-EVALUATE.                                               02330000
023400      EXIT.                                                       02340000
023500 3050-HOLD-DEPN.                                                  02350000
023600      ADD 1 TO WS-DEPN-CNT.                                       02360000
023700      IF DP-REDESIG-FLAG = 'Y'                                    02370000
023800         MOVE 'Y' TO WS-REDESIG-SW                                02380000
023900      END-IF.                                                     02390000
024000      IF DP-BENEF-FLAG NOT = 'Y'                                  02400000
024100         GO TO 3050-HOLD-DEPN-EXIT                                02410000
024200      END-IF.                                                     02420000
024300      ADD DP-BENEF-PCT TO WS-SHARE-TOT.                           02430000
024400      IF BN-CNT < 99                                              02440000
024500         ADD 1 TO BN-CNT                                          02450000
024600         MOVE DP-DEP-SEQ TO BN-SEQ(BN-CNT)                        02460000
024700         MOVE DP-DEP-NAME TO BN-NAME(BN-CNT)                      02470000
024800         MOVE DP-RELATION TO BN-REL(BN-CNT)                       02480000
024900         MOVE DP-BENEF-PCT TO BN-PCT(BN-CNT)                      02490000
025000         MOVE DP-REDESIG-FLAG TO BN-REDESIG(BN-CNT)               02500000
025100      END-IF.                                                     02510000
025200 3050-HOLD-DEPN-EXIT.                                             02520000
025300      EXIT.                                                       02530000
025400*  ONE ASSOCIATE'S DEPENDENTS ARE ALL IN - CHECK THE SHARES AND   02540000
025500*  PRINT THE STATEMENT.                                           02550000
025600 3100-ASSOC-BREAK.                                                02560000
025700      IF WS-DEPN-CNT = 0                                          02570000
025800         GO TO 3100-ASSOC-BREAK-EXIT                              02580000
025900      END-IF.                                                     02590000
026000      MOVE WS-PREV-ASSOID TO MAASSOID.                            02600000
026100      READ KSDS-FILE.                                             02610000
026200      EVALUATE TRUE                                               02620000
026300         WHEN MA-READ-OK                                          02630000
026400            IF MASTATUS = 'T'                                     02640000
026500               ADD 1 TO TERM-CNTR                                 02650000
026600               GO TO 3100-ASSOC-BREAK-EXIT                        02660000
026700            END-IF                                                02670000
026800         WHEN MA-KEYNF                                            02680000
026900            MOVE '** NOT ON MASTER **' TO MANAME                  02690000
027000         WHEN OTHER                                               02700000
027100            MOVE '3100-ASSOC-BREAK' TO ERR-PARA                   02710000
027200            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       02720000
027300            MOVE MA-STATUS TO ERR-FILE-STATUS                     02730000
027400            PERFORM 9000-ERR-PARA                                 02740000
027500      END-EVALUATE.                                               02750000
027600      PERFORM 3200-PRINT-STMT.                                    02760000
027700      MOVE SPACES TO WS-EXC-REASON.                               02770000
027800      EVALUATE TRUE                                               02780000
027900         WHEN BN-CNT = 0                                          02790000
028000            MOVE 'NO BENEF' TO WS-EXC-REASON                      02800000
028100         WHEN WS-SHARE-TOT NOT = 100                              02810000
028200            MOVE 'BEN SHARE' TO WS-EXC-REASON                     02820000
028300         WHEN OTHER                                               02830000
028400            CONTINUE                                              02840000
028500      END-EVALUATE.                                               02850000
028600      IF WS-EXC-REASON NOT = SPACES                               02860000
028700         PERFORM 3300-EXCEPTION                                   02870000
028800      END-IF.                                                     02880000
028900 3100-ASSOC-BREAK-EXIT.                                           02890000
029000      EXIT.                                                       02900000
029100 3200-PRINT-STMT.                                                 02910000
029200      ADD 1 TO STMT-CNTR.                                         02920000
029300      MOVE SPACES TO STMT-REC.                                    02930000
029400      STRING 'BENEFICIARY DESIGNATION CONFIRMATION    AS AT '     02940000
029500             WS-TODAY                                             02950000
029600         DELIMITED BY SIZE INTO STMT-REC                          02960000
029700      END-STRING.                                                 02970000
029800      WRITE STMT-REC.                                             02980000
029900      MOVE SPACES TO STMT-REC.                                    02990000
030000      STRING 'ASSOCIATE ' WS-PREV-ASSOID ' ' MANAME               03000000
030100         DELIMITED BY SIZE INTO STMT-REC                          03010000
030200      END-STRING.                                                 03020000
030300      WRITE STMT-REC.                                             03030000
030400      MOVE WS-DASH-LINE TO STMT-REC.                              03040000
030500      WRITE STMT-REC.                                             03050000
030600      IF BN-CNT = 0                                               03060000
030700         MOVE '     NO BENEFICIARY IS DESIGNATED' TO STMT-REC     03070000
030800         WRITE STMT-REC                                           03080000
030900      ELSE                                                        03090000
031000         PERFORM 3210-PRINT-BENEF                                 03100000
031100                VARYING BN-IDX FROM 1 BY 1                        03110000
031200                UNTIL BN-IDX > BN-CNT                             03120000
031300      END-IF.                                                     03130000
031400      MOVE WS-DASH-LINE TO STMT-REC.                              03140000
031500      WRITE STMT-REC.                                             03150000
031600      MOVE SPACES TO STMT-REC.                                    03160000
031700      MOVE WS-SHARE-TOT TO WS-SHARE-TOT-ED.                       03170000
031800      STRING '     TOTAL OF SHARES ' WS-SHARE-TOT-ED ' PCT'       03180000
031900         DELIMITED BY SIZE INTO STMT-REC                          03190000
032000      END-STRING.                                                 03200000
032100      WRITE STMT-REC.                                             03210000
032200      IF WS-SHARE-TOT NOT = 100                                   03220000
032300         MOVE '     *** SHARES MUST TOTAL 100 - PLEASE CORRECT'   03230000
032400            TO STMT-REC                                           03240000
032500         WRITE STMT-REC                                           03250000
032600      END-IF.                                                     03260000
032700      IF REDESIG-ASKED                                            03270000
032800         MOVE '     *** A BENEFICIARY AGED OUT - RE-DESIGNATE'    03280000
032900            TO STMT-REC                                           03290000
033000         WRITE STMT-REC                                           03300000
033100      END-IF.                                                     03310000
033200      MOVE SPACES TO STMT-REC.                                    03320000
033300      WRITE STMT-REC.                                             03330000
033400      MOVE '     I CONFIRM THE DESIGNATION ABOVE.' TO STMT-REC.   03340000
033500      WRITE STMT-REC.                                             03350000
033600      MOVE SPACES TO STMT-REC.                                    03360000
033700      WRITE STMT-REC.                                             03370000
033800      MOVE '     SIGNATURE ____________________   DATE ________'  03380000
033900         TO STMT-REC.                                             03390000
034000      WRITE STMT-REC.                                             03400000
034100      MOVE WS-DASH-LINE TO STMT-REC.                              03410000
034200      WRITE STMT-REC.                                             03420000
034300      MOVE SPACES TO STMT-REC.                                    03430000
034400      WRITE STMT-REC.                                             03440000
034500      EXIT.                                                       03450000
034600 3210-PRINT-BENEF.                                                03460000
034700      MOVE BN-SEQ(BN-IDX) TO BNL-SEQ.                             03470000
034800      MOVE BN-NAME(BN-IDX) TO BNL-NAME.                           03480000
034900      MOVE BN-REL(BN-IDX) TO BNL-REL.                             03490000
035000      MOVE BN-PCT(BN-IDX) TO BNL-PCT.                             03500000
035100      MOVE WS-BENEF-LINE TO STMT-REC.                             03510000
035200      WRITE STMT-REC.                                             03520000
035300      EXIT.                                                       03530000
035400 3300-EXCEPTION.                                                  03540000
035500      ADD 1 TO EXC-CNTR.                                          03550000
035600      IF EX-CNT < 500                                             03560000
035700         ADD 1 TO EX-CNT                                          03570000
035800         MOVE WS-PREV-ASSOID TO EX-ASSOID(EX-CNT)                 03580000
035900         MOVE MANAME TO EX-NAME(EX-CNT)                           03590000
036000         MOVE WS-EXC-REASON TO EX-REASON(EX-CNT)                  03600000
036100         MOVE WS-DEPN-CNT TO EX-DEPNS(EX-CNT)                     03610000
036200         MOVE BN-CNT TO EX-BENEFS(EX-CNT)                         03620000
036300         MOVE WS-SHARE-TOT TO EX-SHARE(EX-CNT)                    03630000
036400      ELSE                                                        03640000
036500         ADD 1 TO OVFL-CNTR                                       03650000
036600      END-IF.                                                     03660000
036700      MOVE WS-PREV-ASSOID TO SD-ASSOID.                           03670000
036800      MOVE MANAME TO SD-NAME.                                     03680000
036900      MOVE WS-DEPN-CNT TO SD-DEPNS.                               03690000
037000      MOVE BN-CNT TO SD-BENEFS.                                   03700000
037100      MOVE WS-SHARE-TOT TO SD-SHARE.                              03710000
037200      MOVE SPACES TO SP-SUSP-REC.                                 03720000
037300      MOVE 'BENSTMT' TO SP-SRC-PGM.                               03730000
037400      MOVE WS-EXC-REASON TO SP-REASON-CD.                         03740000
037500      MOVE WS-TODAY TO SP-ADD-DATE.                               03750000
037600      MOVE ZEROS TO SP-AGE-CTR.                                   03760000
037700      MOVE 'N' TO SP-SUSP-STATUS.                                 03770000
037800      MOVE WS-SUSP-DATA TO SP-ORIG-REC.                           03780000
037900      WRITE SP-SUSP-REC.                                          03790000
038000      IF NOT SP-WRITE-OK                                          03800000
038100         DISPLAY 'SUSPENSE WRITE FAILED ' SP-STATUS               03810000
038200      ELSE                                                        03820000
038300         ADD 1 TO SUSP-CNTR                                       03830000
038400      END-IF.                                                     03840000
038500      EXIT.                                                       03850000
038600 3600-EXCEPTION-SECTION.                                          03860000
038700      MOVE SPACES TO STMT-REC.                                    03870000
038800      STRING 'BENEFICIARY SHARE EXCEPTIONS    AS AT ' WS-TODAY    03880000
038900         DELIMITED BY SIZE INTO STMT-REC                          03890000
039000      END-STRING.                                                 03900000
039100      WRITE STMT-REC.                                             03910000
039200      MOVE WS-DASH-LINE TO STMT-REC.                              03920000
039300      WRITE STMT-REC.                                             03930000
039400      IF EX-CNT = 0                                               03940000
039500         MOVE '   NONE' TO STMT-REC                               03950000
039600         WRITE STMT-REC                                           03960000
039700      ELSE                                                        03970000
039800         PERFORM 3610-PRINT-EXCEPTION                             03980000
039900                VARYING EX-IDX FROM 1 BY 1                        03990000
040000                UNTIL EX-IDX > EX-CNT                             04000000
040100      END-IF.                                                     04010000
040200      IF OVFL-CNTR > 0                                            04020000
040300         MOVE SPACES TO STMT-REC                                  04030000
040400         STRING '   ' OVFL-CNTR ' MORE - SEE THE SUSPENSE FILE'   04040000
040500            DELIMITED BY SIZE INTO STMT-REC                       04050000
040600         END-STRING                                               04060000
040700         WRITE STMT-REC                                           04070000
040800      END-IF.                                                     04080000
040900      MOVE WS-DASH-LINE TO STMT-REC.                              04090000
041000      WRITE STMT-REC.                                             04100000
041100      EXIT.                                                       04110000
041200 3610-PRINT-EXCEPTION.                                            04120000
041300      MOVE EX-ASSOID(EX-IDX) TO EXL-ASSOID.                       04130000
041400      MOVE EX-NAME(EX-IDX) TO EXL-NAME.                           04140000
041500      MOVE EX-REASON(EX-IDX) TO EXL-REASON.                       04150000
041600      MOVE EX-DEPNS(EX-IDX) TO EXL-DEPNS.                         04160000
041700      MOVE EX-BENEFS(EX-IDX) TO EXL-BENEFS.                       04170000
041800      MOVE EX-SHARE(EX-IDX) TO EXL-SHARE.                         04180000
041900      MOVE WS-EXC-LINE TO STMT-REC.                               04190000
042000      WRITE STMT-REC.                                             04200000
042100      EXIT.                                                       04210000
042200 4000-CLOSE-PARA.                                                 04220000
042300      MOVE SPACES TO STMT-REC.                                    04230000
042400      STRING 'READ=' IP-CNTR                                      04240000
042500             ' STATEMENTS=' STMT-CNTR                             04250000
042600             ' EXCEPTIONS=' EXC-CNTR                              04260000
042700             ' TERMINATED SKIPPED=' TERM-CNTR                     04270000
042800             ' REMOVED SKIPPED=' REMVD-CNTR                       04280000
042900         DELIMITED BY SIZE INTO STMT-REC                          04290000
043000      END-STRING.                                                 04300000
043100      WRITE STMT-REC.                                             04310000
043200      CLOSE DEPN-FILE KSDS-FILE STMTFILE SUSPFILE.                04320000
043300      DISPLAY 'DEPENDENT RECORDS READ : ' IP-CNTR.                04330000
043400      DISPLAY 'STATEMENTS PRINTED     : ' STMT-CNTR.              04340000
043500      DISPLAY 'SHARE EXCEPTIONS       : ' EXC-CNTR.               04350000
043600      DISPLAY 'SENT TO SUSPENSE       : ' SUSP-CNTR.              04360000
043700      DISPLAY 'TERMINATED SKIPPED     : ' TERM-CNTR.              04370000
043800      IF EXC-CNTR > 0                                             04380000
043900         MOVE 4 TO RETURN-CODE                                    04390000
044000      END-IF.                                                     04400000
044100      PERFORM 4200-WRITE-RUNSTAT.                                 04410000
044200      EXIT.                                                       04420000
044300 4200-WRITE-RUNSTAT.                                              04430000
044400      OPEN EXTEND STATFILE.                                       04440000
044500      EVALUATE TRUE                                               04450000
044600         WHEN RS-OPEN-OK                                          04460000
044700            MOVE SPACES TO RS-RUNSTAT-REC                         04470000
044800            MOVE 'BENSTMT' TO RS-PGM-NAME                         04480000
044900            ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD                 04490000
045000            ACCEPT RS-RUN-TIME FROM TIME                          04500000
045100            MOVE IP-CNTR TO RS-READ-CNT                           04510000
045200            MOVE STMT-CNTR TO RS-WRITE-CNT                        04520000
045300            MOVE EXC-CNTR TO RS-REJ-CNT                           04530000
045400            MOVE RETURN-CODE TO RS-RETURN-CD                      04540000
045500            WRITE RS-RUNSTAT-REC                                  04550000
045600            IF NOT RS-WRITE-OK                                    04560000
045700               DISPLAY 'RUNSTAT WRITE FAILED CODE = ' RS-STATUS   04570000
045800            END-IF                                                04580000
045900            CLOSE STATFILE                                        04590000
046000         WHEN OTHER                                               04600000
046100            DISPLAY 'RUNSTAT OPEN FAILED CODE = ' RS-STATUS       04610000
046200      END-EVALUATE.                                               04620000
046300      EXIT.                                                       04630000
046400 9000-ERR-PARA.                                                   04640000
046500      DISPLAY WS-ERR-DESC.                                        04650000
046600      MOVE 30 TO RETURN-CODE.                                     04660000
046700      STOP RUN.                                                   04670000
