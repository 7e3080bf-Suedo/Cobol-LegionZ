000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CAMPATND.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : CAMP ROSTER WRITTEN BY CAMPPLAN AND MARKED BY     00040000
000500*               THE WELFARE TEAM AFTER THE CAMP (DDROSTER)        00050000
000600* OUTPUT FILE : NEW CALL-LOG ENTRIES (DDNEWLOG), APPENDED TO      00060000
000700*               THE ACCUMULATED LOG AS FOR DONORCAL               00070000
000800* PRG DESC    : POSTS DONATION-CAMP ATTENDANCE BACK TO THE DONOR  00080000
000900*               CALL LOG SO THE DONORCAL / CAMPPLAN COOLDOWN AND  00090000
001000*               THE DONORRPT RESPONSE SUMMARY COUNT CAMP          00100000
001100*               DONATIONS.  EACH ROSTER ENTRY BECOMES ONE LOG     00110000
001200*               ENTRY DATED THE CAMP DATE - ATTENDED Y POSTS      00120000
001300*               D (DONATED), N OR BLANK POSTS N (DECLINED).       00130000
001400*               AN ENTRY WITH ANY OTHER MARK, OR FOR A CAMP       00140000
001500*               DATE STILL IN THE FUTURE, IS REJECTED AND THE     00150000
001600*               RUN ENDS RC 4.  POST EACH MARKED ROSTER ONCE.     00160000
001700* AUTHOR      : GIRIDHAR                                          00170000
001800* CREATED ON  : 15 OCT 2026                                       00180000
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300      SELECT ROSTFILE ASSIGN TO DDROSTER                          00230000
002400      ORGANIZATION IS SEQUENTIAL                                  00240000
002500      ACCESS MODE IS SEQUENTIAL                                   00250000
002600      FILE STATUS RO-STATUS.                                      00260000
002700*                                                                 00270000
002800      SELECT LOG-OUT ASSIGN TO DDNEWLOG                           00280000
002900      ORGANIZATION IS SEQUENTIAL                                  00290000
003000      ACCESS MODE IS SEQUENTIAL                                   00300000
003100      FILE STATUS LO-STATUS.                                      00310000
003200*                                                                 00320000
003300 DATA DIVISION.                                                   00330000
003400 FILE SECTION.                                                    00340000
003500 FD ROSTFILE RECORDING MODE F.                                    00350000
003600 COPY CAMPROST REPLACING ==:CRS:== BY ==RO==.                     00360000
003700 FD LOG-OUT RECORDING MODE F.                                     00370000
003800 COPY CALLOGRC REPLACING ==:CLG:== BY ==LO==.                     00380000
003900 WORKING-STORAGE SECTION.                                         00390000
004000 01 WS-FILE-STATUSES.                                             00400000
004100    05 RO-STATUS PIC XX.                                          00410000
004200    88 RO-OPEN-OK VALUE '00'.                                     00420000
004300    88 RO-READ-OK VALUE '00'.                                     00430000
004400    88 RO-EOF     VALUE '10'.                                     00440000
004500    05 LO-STATUS PIC XX.                                          00450000
004600    88 LO-OPEN-OK  VALUE '00'.                                    00460000
004700    88 LO-WRITE-OK VALUE '00'.                                    00470000
004800 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00480000
004900 01 WS-CNTRS.                                                     00490000
005000    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         00500000
005100    05 DONATE-CNTR  PIC 9(6) VALUE ZEROS.                         00510000
005200    05 DECLIN-CNTR  PIC 9(6) VALUE ZEROS.                         00520000
005300    05 REJECT-CNTR  PIC 9(6) VALUE ZEROS.                         00530000
005400 01 WS-ERR-DESC.                                                  00540000
005500    05  FILLER               PIC X(10) VALUE "ERROR IN ".         00550000
005600    05  ERR-PARA             PIC X(30).                           00560000
005700    05  FILLER               PIC XX VALUE SPACES.                 00570000
005800    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              00580000
005900    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      00590000
006000    05  ERR-FILE-STATUS      PIC XX.                              00600000
006100 PROCEDURE DIVISION.                                              00610000
006200 0000-MAIN-PARA.                                                  00620000
006300      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         00630000
006400      PERFORM 1000-OPEN-FILES.                                    00640000
006500      PERFORM 3000-PRCS-RECS UNTIL RO-EOF.                        00650000
006600      PERFORM 4000-CLOSE-PARA.                                    00660000
006700      STOP RUN.                                                   00670000
006800 0000-MAIN-PARA-EXIT.                                             00680000
006900      EXIT.                                                       00690000
007000 1000-OPEN-FILES.                                                 00700000
007100      OPEN INPUT ROSTFILE.                                        00710000
007200      IF NOT RO-OPEN-OK                                           00720000
007300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       00730000
007400         MOVE 'ROSTFILE' TO ERR-FILE-ID                           00740000
007500         MOVE RO-STATUS TO ERR-FILE-STATUS                        00750000
007600         PERFORM 9000-ERR-PARA                                    00760000
007700      END-IF.                                                     00770000
007800      OPEN OUTPUT LOG-OUT.                                        00780000
007900      IF NOT LO-OPEN-OK                                           00790000
008000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       00800000
008100         MOVE 'LOG-OUT' TO ERR-FILE-ID                            00810000
008200         MOVE LO-STATUS TO ERR-FILE-STATUS                        00820000
008300         PERFORM 9000-ERR-PARA                                    00830000
008400      END-IF.                                                     00840000
008500      EXIT.                                                       00850000
008600 3000-PRCS-RECS.                                                  00860000
008700      READ ROSTFILE.                                              00870000
008800      EVALUATE TRUE                                               00880000
008900         WHEN RO-READ-OK                                          00890000
009000            ADD 1 TO IP-CNTR                                      00900000
009100            PERFORM 3100-POST-ENTRY THRU 3100-POST-ENTRY-EXIT     00910000
009200         WHEN RO-EOF                                              00920000
009300            CONTINUE                                              00930000
009400         WHEN OTHER                                               00940000
009500            MOVE '3000-PRCS-RECS' TO ERR-PARA                     00950000
009600            MOVE 'ROSTFILE' TO ERR-FILE-ID                        00960000
009700            MOVE RO-STATUS TO ERR-FILE-STATUS                     00970000
009800            PERFORM 9000-ERR-PARA                                 00980000
009900      END-EVALUATE.                                               00990000
010000      EXIT.                                                       01000000
010100 3100-POST-ENTRY.                                                 01010000
010200      IF RO-CAMP-DATE NOT NUMERIC OR RO-CAMP-DATE > WS-TODAY      01020000
010300         ADD 1 TO REJECT-CNTR                                     01030000
010400         DISPLAY 'REJECTED ' RO-ASSOID ' - CAMP DATE '            01040000
010500            RO-CAMP-DATE ' NOT YET HELD'                          01050000
010600         GO TO 3100-POST-ENTRY-EXIT                               01060000
010700      END-IF.                                                     01070000
010800      MOVE SPACES TO LO-CALLOG-REC.                               01080000
010900      MOVE RO-ASSOID TO LO-ASSOID.                                01090000
011000      MOVE RO-BGROUP TO LO-BGROUP.                                01100000
011100      MOVE RO-CAMP-DATE TO LO-CALL-DATE.                          01110000
011200      EVALUATE RO-ATTENDED                                        01120000
011300         WHEN 'Y'                                                 01130000
011400            MOVE 'D' TO LO-OUTCOME                                01140000
011500            ADD 1 TO DONATE-CNTR                                  01150000
011600         WHEN 'N'                                                 01160000
011700         WHEN SPACE                                               01170000
011800            MOVE 'N' TO LO-OUTCOME                                01180000
011900            ADD 1 TO DECLIN-CNTR                                  01190000
012000         WHEN OTHER                                               01200000
012100            ADD 1 TO REJECT-CNTR                                  01210000
012200            DISPLAY 'REJECTED ' RO-ASSOID ' - ATTENDED MARK '     01220000
012300               RO-ATTENDED                                        01230000
012400            GO TO 3100-POST-ENTRY-EXIT                            01240000
012500      END-EVALUATE.                                               01250000
012600      WRITE LO-CALLOG-REC.                                        01260000
012700      IF NOT LO-WRITE-OK                                          01270000
012800         MOVE '3100-POST-ENTRY' TO ERR-PARA                       01280000
012900         MOVE 'LOG-OUT' TO ERR-FILE-ID                            01290000
013000         MOVE LO-STATUS TO ERR-FILE-STATUS                        01300000
013100         PERFORM 9000-ERR-PARA                                    01310000
013200      END-IF.                                                     01320000
013300 3100-POST-ENTRY-EXIT.                                            01330000
013400      EXIT.                                                       01340000
013500 4000-CLOSE-PARA.                                                 01350000
013600      CLOSE ROSTFILE LOG-OUT.                                     01360000
013700      DISPLAY 'ROSTER ENTRIES READ : ' IP-CNTR.                   01370000
013800      DISPLAY 'POSTED DONATED (D)  : ' DONATE-CNTR.               01380000
013900      DISPLAY 'POSTED NO-SHOW (N)  : ' DECLIN-CNTR.               01390000
014000      DISPLAY 'REJECTED            : ' REJECT-CNTR.               01400000
014100      IF REJECT-CNTR > 0                                          01410000
014200         MOVE 4 TO RETURN-CODE                                    01420000
014300      END-IF.                                                     01430000
014400      EXIT.                                                       01440000
014500 9000-ERR-PARA.                                                   01450000
014600      DISPLAY WS-ERR-DESC.                                        01460000
014700      MOVE 30 TO RETURN-CODE.                                     01470000
014800      STOP RUN.                                                   01480000
