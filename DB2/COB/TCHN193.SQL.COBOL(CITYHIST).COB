000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CITYHIST.                                            00020000
000300***************************************************************** 00030000
000400* TABLES USED : TB_CITYLOSS (DATED CITY RATE PERIODS)             00040000
000500* OUTPUT FILE : CITY LOSS RATE HISTORY REPORT (DDRPT)             00050000
000600* PRG DESC    : RATE HISTORY FOR THE AUDITORS.  EVERY RATE        00060000
000700*               PERIOD CITYMNT HAS KEPT IS LISTED BY CITY IN      00070000
000800*               EFFECTIVE DATE ORDER - FROM AND TO DATES, THE     00080000
000900*               FACTOR, THE EXPECTED LOSS IT PRICES AT (360 X     00090000
001000*               FACTOR, AS D3Q3) AND THE CHANGE FROM THE          00100000
001100*               PREVIOUS PERIOD.  A PERIOD THAT DOES NOT START    00110000
001200*               THE DAY AFTER THE PREVIOUS ONE ENDS IS FLAGGED    00120000
001300*               AS A GAP OR AN OVERLAP, AND A CITY WITH NO OPEN   00130000
001400*               PERIOD (EFF_TO_DATE 9999-12-31) IS FLAGGED AS     00140000
001500*               HAVING NO CURRENT RATE.  RC 4 WHEN ANYTHING IS    00150000
001600*               FLAGGED.                                          00160000
001700* AUTHOR      : BOOSAN                                            00170000
001800* CREATED ON  : 15 OCT 2026                                       00180000
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300      SELECT RO000-OUT-FILE ASSIGN TO DDRPT                       00230000
002400      ORGANIZATION IS SEQUENTIAL                                  00240000
002500      ACCESS MODE IS SEQUENTIAL                                   00250000
002600      FILE STATUS IS W01-FST-OUT.                                 00260000
002700 DATA DIVISION.                                                   00270000
002800 FILE SECTION.                                                    00280000
002900 FD RO000-OUT-FILE RECORDING MODE IS F.                           00290000
003000 01 RO000-OUT-REC PIC X(100).                                     00300000
003100 WORKING-STORAGE SECTION.                                         00310000
003200      EXEC SQL                                                    00320000
003300        INCLUDE SQLCA                                             00330000
003400      END-EXEC.                                                   00340000
003500*                                                                 00350000
003600      EXEC SQL                                                    00360000
003700        DECLARE CURH CURSOR FOR                                   00370000
003800          SELECT CITY, CITYLOSS,                                  00380000
003900                 CHAR(EFF_FROM_DATE),                             00390000
004000                 CHAR(EFF_TO_DATE),                               00400000
004100                 CHAR(EFF_FROM_DATE - 1 DAY)                      00410000
004200            FROM TB_CITYLOSS                                      00420000
004300           ORDER BY CITY, EFF_FROM_DATE                           00430000
004400      END-EXEC.                                                   00440000
004500*                                                                 00450000
004600 01 W01-HOST-VARS.                                                00460000
004700      05 HV-CITY        PIC X(14).                                00470000
004800      05 HV-FACTOR      PIC S9(4) COMP.                           00480000
004900      05 HV-FROM-DATE   PIC X(10).                                00490000
005000      05 HV-TO-DATE     PIC X(10).                                00500000
005100      05 HV-FROM-PRIOR  PIC X(10).                                00510000
005200 01 W01-G-ERROR-VAR.                                              00520000
005300      05 W01-FST-OUT           PIC XX.                            00530000
005400         88 C01W-FST-OUTOK     VALUE "00".                        00540000
005500      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   00550000
005600         88 C01W-SQL-SUCCESS   VALUE +000.                        00560000
005700         88 C01W-SQL-RECNF     VALUE +100.                        00570000
005800 01 W02-CALC-FIELDS.                                              00580000
005900      05 W02-PREV-CITY   PIC X(14) VALUE SPACES.                  00590000
006000      05 W02-PREV-TO     PIC X(10) VALUE SPACES.                  00600000
006100      05 W02-PREV-FACTOR PIC S9(4) COMP VALUE ZEROS.              00610000
006200      05 W02-CHANGE      PIC S9(4) COMP VALUE ZEROS.              00620000
006300      05 W02-EXPECTED    PIC 9(7)V99.                             00630000
006400      05 W02-OPEN-SW     PIC X VALUE 'N'.                         00640000
006500         88 C02W-CITY-OPEN     VALUE 'Y'.                         00650000
006600      05 W02-FLAG        PIC X(20).                               00660000
006700      05 W02-TO-ED       PIC X(10).                               00670000
006800      05 W02-FACTOR-ED   PIC Z9.                                  00680000
006900      05 W02-CHG-ED      PIC +Z9.                                 00690000
007000      05 W02-CHG-X REDEFINES W02-CHG-ED PIC X(3).                 00700000
007100      05 W02-EXP-ED      PIC ZZZZZZ9.99.                          00710000
007200      05 W02-CNT-ED      PIC ZZZ9.                                00720000
007300 01 W09-CNTRS.                                                    00730000
007400      05 W09-CITY-CNT   PIC 9(4) VALUE ZEROS.                     00740000
007500      05 W09-PER-CNT    PIC 9(6) VALUE ZEROS.                     00750000
007600      05 W09-CITY-PER   PIC 9(4) VALUE ZEROS.                     00760000
007700      05 W09-GAP-CNT    PIC 9(4) VALUE ZEROS.                     00770000
007800      05 W09-OVL-CNT    PIC 9(4) VALUE ZEROS.                     00780000
007900      05 W09-NOCUR-CNT  PIC 9(4) VALUE ZEROS.                     00790000
008000 01 W99-ERROR-REC.                                                00800000
008100      05 W99-ERR-PARA     PIC X(30).                              00810000
008200      05 W99-ERR-DESC     PIC X(30).                              00820000
008300      05 W99-ERR-CODE     PIC X(7).                               00830000
008400 01 W02-SQLERR-PGM PIC X(8) VALUE 'CITYHIST'.                     00840000
008500 PROCEDURE DIVISION.                                              00850000
008600 0000-MAIN-PARA.                                                  00860000
008700       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                00870000
008800       PERFORM 3000-NEXT-RATE THRU 3000-NEXT-EXIT                 00880000
008900           UNTIL C01W-SQL-RECNF.                                  00890000
009000       PERFORM 4000-CLOSE-PARA THRU 4000-CLOSE-EXIT.              00900000
009100       STOP RUN.                                                  00910000
009200 0000-MAIN-EXIT.                                                  00920000
009300       EXIT.                                                      00930000
009400 2000-OPEN-PARA.                                                  00940000
009500       OPEN OUTPUT RO000-OUT-FILE.                                00950000
009600       EVALUATE TRUE                                              00960000
009700         WHEN C01W-FST-OUTOK                                      00970000
009800           CONTINUE                                               00980000
009900         WHEN OTHER                                               00990000
010000           DISPLAY "OUT FILE OPEN ERR " W01-FST-OUT               01000000
010100           MOVE 30 TO RETURN-CODE                                 01010000
010200           STOP RUN                                               01020000
010300       END-EVALUATE.                                              01030000
010400       MOVE "CITY LOSS RATE HISTORY" TO RO000-OUT-REC.            01040000
010500       WRITE RO000-OUT-REC.                                       01050000
010600       MOVE SPACES TO RO000-OUT-REC.                              01060000
010700       STRING "CITY           FROM       TO         FACTOR"       01070000
010800              "   EXPECTED CHG"                                   01080000
010900          DELIMITED BY SIZE INTO RO000-OUT-REC                    01090000
011000       END-STRING.                                                01100000
011100       WRITE RO000-OUT-REC.                                       01110000
011200       EXEC SQL                                                   01120000
011300         OPEN CURH                                                01130000
011400       END-EXEC.                                                  01140000
011500       MOVE SQLCODE TO W01-SQLCODE.                               01150000
011600       IF NOT C01W-SQL-SUCCESS                                    01160000
011700          MOVE "2000-OPEN-PARA" TO W99-ERR-PARA                   01170000
011800          MOVE " OPENING CURH" TO W99-ERR-DESC                    01180000
011900          PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT    01190000
012000          STOP RUN                                                01200000
012100       END-IF.                                                    01210000
012200 2000-OPEN-EXIT.                                                  01220000
012300       EXIT.                                                      01230000
012400 3000-NEXT-RATE.                                                  01240000
012500       EXEC SQL                                                   01250000
012600         FETCH CURH INTO :HV-CITY, :HV-FACTOR, :HV-FROM-DATE,     01260000
012700                         :HV-TO-DATE, :HV-FROM-PRIOR              01270000
012800       END-EXEC.                                                  01280000
012900       MOVE SQLCODE TO W01-SQLCODE.                               01290000
013000       EVALUATE TRUE                                              01300000
013100         WHEN C01W-SQL-SUCCESS                                    01310000
013200           IF HV-CITY NOT = W02-PREV-CITY                         01320000
013300              PERFORM 3100-CITY-BREAK THRU 3100-BREAK-EXIT        01330000
013400           END-IF                                                 01340000
013500           PERFORM 3200-RATE-LINE THRU 3200-RATE-EXIT             01350000
013600         WHEN C01W-SQL-RECNF                                      01360000
013700           CONTINUE                                               01370000
013800         WHEN OTHER                                               01380000
013900           MOVE "3000-NEXT-RATE" TO W99-ERR-PARA                  01390000
014000           MOVE " FETCHING CURH" TO W99-ERR-DESC                  01400000
014100           PERFORM 9500-SQL-ERROR-PARA THRU 9500-SQL-ERROR-EXIT   01410000
014200           STOP RUN                                               01420000
014300       END-EVALUATE.                                              01430000
014400 3000-NEXT-EXIT.                                                  01440000
014500       EXIT.                                                      01450000
014600*  NEW CITY - CLOSE OFF THE LAST ONE AND START AFRESH             01460000
014700 3100-CITY-BREAK.                                                 01470000
014800       IF W02-PREV-CITY NOT = SPACES                              01480000
014900          PERFORM 3300-CITY-TOTAL THRU 3300-TOTAL-EXIT            01490000
015000       END-IF.                                                    01500000
015100       ADD 1 TO W09-CITY-CNT.                                     01510000
015200       MOVE HV-CITY TO W02-PREV-CITY.                             01520000
015300       MOVE SPACES TO W02-PREV-TO.                                01530000
015400       MOVE ZEROS TO W02-PREV-FACTOR W09-CITY-PER.                01540000
015500       MOVE 'N' TO W02-OPEN-SW.                                   01550000
015600       MOVE SPACES TO RO000-OUT-REC.                              01560000
015700       WRITE RO000-OUT-REC.                                       01570000
015800 3100-BREAK-EXIT.                                                 01580000
015900       EXIT.                                                      01590000
016000*  ONE RATE PERIOD - CONTINUITY IS CHECKED AGAINST THE END OF     01600000
016100*  THE PERIOD BEFORE IT (FROM DATE LESS ONE DAY MUST EQUAL IT)    01610000
016200 3200-RATE-LINE.                                                  01620000
016300       ADD 1 TO W09-PER-CNT W09-CITY-PER.                         01630000
016400       MOVE SPACES TO W02-FLAG.                                   01640000
016500       IF W02-PREV-TO NOT = SPACES                                01650000
016600          IF W02-PREV-TO < HV-FROM-PRIOR                          01660000
016700             ADD 1 TO W09-GAP-CNT                                 01670000
016800             MOVE "*** GAP" TO W02-FLAG                           01680000
016900          END-IF                                                  01690000
017000          IF W02-PREV-TO > HV-FROM-PRIOR                          01700000
017100             ADD 1 TO W09-OVL-CNT                                 01710000
017200             MOVE "*** OVERLAP" TO W02-FLAG                       01720000
017300          END-IF                                                  01730000
017400       END-IF.                                                    01740000
017500       IF HV-TO-DATE = '9999-12-31'                               01750000
017600          MOVE 'Y' TO W02-OPEN-SW                                 01760000
017700          MOVE 'CURRENT' TO W02-TO-ED                             01770000
017800       ELSE                                                       01780000
017900          MOVE HV-TO-DATE TO W02-TO-ED                            01790000
018000       END-IF.                                                    01800000
018100       COMPUTE W02-EXPECTED = 360 * HV-FACTOR.                    01810000
018200       MOVE HV-FACTOR TO W02-FACTOR-ED.                           01820000
018300       MOVE W02-EXPECTED TO W02-EXP-ED.                           01830000
018400       IF W09-CITY-PER = 1                                        01840000
018500          MOVE 'NEW' TO W02-CHG-X                                 01850000
018600       ELSE                                                       01860000
018700          COMPUTE W02-CHANGE = HV-FACTOR - W02-PREV-FACTOR        01870000
018800          MOVE W02-CHANGE TO W02-CHG-ED                           01880000
018900       END-IF.                                                    01890000
019000       MOVE SPACES TO RO000-OUT-REC.                              01900000
019100       STRING HV-CITY " " HV-FROM-DATE " " W02-TO-ED              01910000
019200              "     " W02-FACTOR-ED " " W02-EXP-ED                01920000
019300              " " W02-CHG-X " " W02-FLAG                          01930000
019400          DELIMITED BY SIZE INTO RO000-OUT-REC                    01940000
019500       END-STRING.                                                01950000
019600       WRITE RO000-OUT-REC.                                       01960000
019700       MOVE HV-TO-DATE TO W02-PREV-TO.                            01970000
019800       MOVE HV-FACTOR TO W02-PREV-FACTOR.                         01980000
019900 3200-RATE-EXIT.                                                  01990000
020000       EXIT.                                                      02000000
020100 3300-CITY-TOTAL.                                                 02010000
020200       MOVE W09-CITY-PER TO W02-CNT-ED.                           02020000
020300       MOVE SPACES TO RO000-OUT-REC.                              02030000
020400       STRING "   " W02-PREV-CITY " RATE PERIODS : " W02-CNT-ED   02040000
020500          DELIMITED BY SIZE INTO RO000-OUT-REC                    02050000
020600       END-STRING.                                                02060000
020700       WRITE RO000-OUT-REC.                                       02070000
020800       IF NOT C02W-CITY-OPEN                                      02080000
020900          ADD 1 TO W09-NOCUR-CNT                                  02090000
021000          MOVE SPACES TO RO000-OUT-REC                            02100000
021100          STRING "*** NO CURRENT RATE: " W02-PREV-CITY            02110000
021200             DELIMITED BY SIZE INTO RO000-OUT-REC                 02120000
021300          END-STRING                                              02130000
021400          WRITE RO000-OUT-REC                                     02140000
021500       END-IF.                                                    02150000
021600 3300-TOTAL-EXIT.                                                 02160000
021700       EXIT.                                                      02170000
021800 4000-CLOSE-PARA.                                                 02180000
021900       EXEC SQL                                                   02190000
022000         CLOSE CURH                                               02200000
022100       END-EXEC.                                                  02210000
022200       IF W02-PREV-CITY NOT = SPACES                              02220000
022300          PERFORM 3300-CITY-TOTAL THRU 3300-TOTAL-EXIT            02230000
022400       END-IF.                                                    02240000
022500       MOVE SPACES TO RO000-OUT-REC.                              02250000
022600       WRITE RO000-OUT-REC.                                       02260000
022700       MOVE SPACES TO RO000-OUT-REC.                              02270000
022800       STRING "CITIES : " W09-CITY-CNT                            02280000
022900              "  RATE PERIODS : " W09-PER-CNT                     02290000
023000              "  GAPS : " W09-GAP-CNT                             02300000
023100              "  OVERLAPS : " W09-OVL-CNT                         02310000
023200              "  NO CURRENT RATE : " W09-NOCUR-CNT                02320000
023300          DELIMITED BY SIZE INTO RO000-OUT-REC                    02330000
023400       END-STRING.                                                02340000
023500       WRITE RO000-OUT-REC.                                       02350000
023600       CLOSE RO000-OUT-FILE.                                      02360000
023700       DISPLAY "CITIES REPORTED     : " W09-CITY-CNT.             02370000
023800       DISPLAY "RATE PERIODS        : " W09-PER-CNT.              02380000
023900       DISPLAY "GAPS                : " W09-GAP-CNT.              02390000
024000       DISPLAY "OVERLAPS            : " W09-OVL-CNT.              02400000
024100       DISPLAY "NO CURRENT RATE     : " W09-NOCUR-CNT.            02410000
024200       IF W09-GAP-CNT > 0 OR W09-OVL-CNT > 0                      02420000
024300          OR W09-NOCUR-CNT > 0                                    02430000
024400          MOVE 4 TO RETURN-CODE                                   02440000
024500       END-IF.                                                    02450000
024600 4000-CLOSE-EXIT.                                                 02460000
024700       EXIT.                                                      02470000
024800 9500-SQL-ERROR-PARA.                                             02480000
024900      CALL 'SQLERRS' USING W02-SQLERR-PGM                         02490000
025000           W99-ERR-PARA W99-ERR-DESC SQLCA.                       02500000
025100 9500-SQL-ERROR-EXIT.                                             02510000
025200      EXIT.                                                       02520000
