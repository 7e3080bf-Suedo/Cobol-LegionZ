000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. RESACK.                                              00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : EXAMINATION BOARD ACKNOWLEDGMENT FILE (DDACK)     00040000
000500*               AND THE TRANSMISSION SEQUENCE CONTROL RESXTR      00050000
000600*               WROTE (DDSEQ)                                     00060000
000700* OUTPUT FILE : ACKNOWLEDGMENT REPORT (DDRPT)                     00070000
000800* PRG DESC    : MORNING COMPANION TO RESXTR IN THE HRACK          00080000
000900*               MOLD.  CONFIRMS THE EXAMINATION BOARD             00090000
001000*               ACKNOWLEDGED LAST NIGHT'S RESULTS TRANSMISSION -  00100000
001100*               SEQUENCE NUMBER, ROW COUNT AND HASH TOTAL MUST    00110000
001200*               MATCH THE SEQUENCE CONTROL AND THE STATUS MUST    00120000
001300*               BE OK.  A MISSED OR MISMATCHED TRANSMISSION ENDS  00130000
001400*               WITH RC 8 SO OPERATIONS SEES IT ON THE SCHEDULER. 00140000
001500* AUTHOR      : GIRIDHAR                                          00150000
001600* CREATED ON  : 15 OCT 2026                                       00160000
001700***************************************************************** 00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100      SELECT ACKFILE ASSIGN TO DDACK                              00210000
002200      ORGANIZATION IS SEQUENTIAL                                  00220000
002300      ACCESS MODE IS SEQUENTIAL                                   00230000
002400      FILE STATUS AK-STATUS.                                      00240000
002500*                                                                 00250000
002600      SELECT SEQIN ASSIGN TO DDSEQ                                00260000
002700      ORGANIZATION IS SEQUENTIAL                                  00270000
002800      ACCESS MODE IS SEQUENTIAL                                   00280000
002900      FILE STATUS SI-STATUS.                                      00290000
003000*                                                                 00300000
003100      SELECT RPTFILE ASSIGN TO DDRPT                              00310000
003200      ORGANIZATION IS SEQUENTIAL                                  00320000
003300      ACCESS MODE IS SEQUENTIAL                                   00330000
003400      FILE STATUS RP-STATUS.                                      00340000
003500*                                                                 00350000
003600 DATA DIVISION.                                                   00360000
003700 FILE SECTION.                                                    00370000
003800 FD ACKFILE RECORDING MODE F.                                     00380000
003900 01 ACK-REC.                                                      00390000
004000     05 AK-SEQ-NO    PIC 9(6).                                    00400000
004100     05 FILLER       PIC X.                                       00410000
004200     05 AK-BUS-DATE  PIC 9(8).                                    00420000
004300     05 FILLER       PIC X.                                       00430000
004400     05 AK-REC-CNT   PIC 9(8).                                    00440000
004500     05 FILLER       PIC X.                                       00450000
004600     05 AK-HASH-TOT  PIC 9(11).                                   00460000
004700     05 FILLER       PIC X.                                       00470000
004800     05 AK-ACK-STAT  PIC X(2).                                    00480000
004900     05 FILLER       PIC X(41).                                   00490000
005000 FD SEQIN RECORDING MODE F.                                       00500000
005100 01 SEQIN-REC.                                                    00510000
005200     05 SI-SEQ-NO    PIC 9(6).                                    00520000
005300     05 SI-LAST-CNT  PIC 9(8).                                    00530000
005400     05 SI-LAST-HASH PIC 9(11).                                   00540000
005500     05 SI-LAST-DATE PIC 9(8).                                    00550000
005600     05 FILLER       PIC X(47).                                   00560000
005700 FD RPTFILE RECORDING MODE F.                                     00570000
005800 01 RPT-REC PIC X(80).                                            00580000
005900 WORKING-STORAGE SECTION.                                         00590000
006000 01 WS-FILE-STATUSES.                                             00600000
006100     05 AK-STATUS PIC XX.                                         00610000
006200     88 AK-OPEN-OK VALUE '00'.                                    00620000
006300     88 AK-READ-OK VALUE '00'.                                    00630000
006400     05 SI-STATUS PIC XX.                                         00640000
006500     88 SI-OPEN-OK VALUE '00'.                                    00650000
006600     88 SI-READ-OK VALUE '00'.                                    00660000
006700     05 RP-STATUS PIC XX.                                         00670000
006800     88 RP-OPEN-OK VALUE '00'.                                    00680000
006900 01 WS-ALERT-SW PIC X VALUE 'N'.                                  00690000
007000     88 ACK-ALERT VALUE 'Y'.                                      00700000
007100 PROCEDURE DIVISION.                                              00710000
007200 0000-MAIN-PARA.                                                  00720000
007300      PERFORM 1000-OPEN-FILES.                                    00730000
007400      PERFORM 3000-CHECK-ACK.                                     00740000
007500      PERFORM 4000-CLOSE-PARA.                                    00750000
007600      STOP RUN.                                                   00760000
007700 0000-MAIN-PARA-EXIT.                                             00770000
007800      EXIT.                                                       00780000
007900 1000-OPEN-FILES.                                                 00790000
008000      OPEN OUTPUT RPTFILE.                                        00800000
008100      IF NOT RP-OPEN-OK                                           00810000
008200         DISPLAY 'REPORT FILE OPEN ERR ' RP-STATUS                00820000
008300         MOVE 30 TO RETURN-CODE                                   00830000
008400         STOP RUN                                                 00840000
008500      END-IF.                                                     00850000
008600      OPEN INPUT SEQIN.                                           00860000
008700      IF NOT SI-OPEN-OK                                           00870000
008800         DISPLAY 'NO SEQUENCE CONTROL FILE ' SI-STATUS            00880000
008900         MOVE 30 TO RETURN-CODE                                   00890000
009000         STOP RUN                                                 00900000
009100      END-IF.                                                     00910000
009200      READ SEQIN.                                                 00920000
009300      IF NOT SI-READ-OK                                           00930000
009400         DISPLAY 'SEQUENCE CONTROL UNREADABLE ' SI-STATUS         00940000
009500         MOVE 30 TO RETURN-CODE                                   00950000
009600         STOP RUN                                                 00960000
009700      END-IF.                                                     00970000
009800      EXIT.                                                       00980000
009900 3000-CHECK-ACK.                                                  00990000
010000      OPEN INPUT ACKFILE.                                         01000000
010100      IF NOT AK-OPEN-OK                                           01010000
010200         MOVE 'Y' TO WS-ALERT-SW                                  01020000
010300         MOVE SPACES TO RPT-REC                                   01030000
010400         STRING 'NO BOARD ACKNOWLEDGMENT FOR SEQUENCE '           01040000
010500                SI-SEQ-NO ' OF ' SI-LAST-DATE                     01050000
010600            DELIMITED BY SIZE INTO RPT-REC                        01060000
010700         END-STRING                                               01070000
010800         WRITE RPT-REC                                            01080000
010900      ELSE                                                        01090000
011000         READ ACKFILE                                             01100000
011100         IF NOT AK-READ-OK                                        01110000
011200            MOVE 'Y' TO WS-ALERT-SW                               01120000
011300            MOVE SPACES TO RPT-REC                                01130000
011400            STRING 'ACK FILE EMPTY FOR SEQUENCE ' SI-SEQ-NO       01140000
011500               DELIMITED BY SIZE INTO RPT-REC                     01150000
011600            END-STRING                                            01160000
011700            WRITE RPT-REC                                         01170000
011800         ELSE                                                     01180000
011900            PERFORM 3100-MATCH-ACK                                01190000
012000         END-IF                                                   01200000
012100         CLOSE ACKFILE                                            01210000
012200      END-IF.                                                     01220000
012300      EXIT.                                                       01230000
012400 3100-MATCH-ACK.                                                  01240000
012500      EVALUATE TRUE                                               01250000
012600         WHEN AK-SEQ-NO NOT = SI-SEQ-NO                           01260000
012700            MOVE 'Y' TO WS-ALERT-SW                               01270000
012800            MOVE SPACES TO RPT-REC                                01280000
012900            STRING 'SEQUENCE MISMATCH - SENT ' SI-SEQ-NO          01290000
013000                   ' ACKNOWLEDGED ' AK-SEQ-NO                     01300000
013100               DELIMITED BY SIZE INTO RPT-REC                     01310000
013200            END-STRING                                            01320000
013300            WRITE RPT-REC                                         01330000
013400         WHEN AK-REC-CNT NOT = SI-LAST-CNT                        01340000
013500            MOVE 'Y' TO WS-ALERT-SW                               01350000
013600            MOVE SPACES TO RPT-REC                                01360000
013700            STRING 'COUNT MISMATCH - SENT ' SI-LAST-CNT           01370000
013800                   ' ACKNOWLEDGED ' AK-REC-CNT                    01380000
013900               DELIMITED BY SIZE INTO RPT-REC                     01390000
014000            END-STRING                                            01400000
014100            WRITE RPT-REC                                         01410000
014200         WHEN AK-HASH-TOT NOT = SI-LAST-HASH                      01420000
014300            MOVE 'Y' TO WS-ALERT-SW                               01430000
014400            MOVE SPACES TO RPT-REC                                01440000
014500            STRING 'HASH MISMATCH - SENT ' SI-LAST-HASH           01450000
014600                   ' ACKNOWLEDGED ' AK-HASH-TOT                   01460000
014700               DELIMITED BY SIZE INTO RPT-REC                     01470000
014800            END-STRING                                            01480000
014900            WRITE RPT-REC                                         01490000
015000         WHEN AK-ACK-STAT NOT = 'OK'                              01500000
015100            MOVE 'Y' TO WS-ALERT-SW                               01510000
015200            MOVE SPACES TO RPT-REC                                01520000
015300            STRING 'BOARD REPORTED STATUS <' AK-ACK-STAT          01530000
015400                   '> FOR SEQUENCE ' SI-SEQ-NO                    01540000
015500               DELIMITED BY SIZE INTO RPT-REC                     01550000
015600            END-STRING                                            01560000
015700            WRITE RPT-REC                                         01570000
015800         WHEN OTHER                                               01580000
015900            MOVE SPACES TO RPT-REC                                01590000
016000            STRING 'SEQUENCE ' SI-SEQ-NO ' OF ' SI-LAST-DATE      01600000
016100                   ' ACKNOWLEDGED - ' SI-LAST-CNT                 01610000
016200                   ' ROWS, HASH ' SI-LAST-HASH                    01620000
016300               DELIMITED BY SIZE INTO RPT-REC                     01630000
016400            END-STRING                                            01640000
016500            WRITE RPT-REC                                         01650000
016600      END-EVALUATE.                                               01660000
016700      EXIT.                                                       01670000
016800 4000-CLOSE-PARA.                                                 01680000
016900      CLOSE SEQIN RPTFILE.                                        01690000
017000      IF ACK-ALERT                                                01700000
017100         DISPLAY 'RESULTS ACKNOWLEDGMENT PROBLEM - SEE REPORT'    01710000
017200         MOVE 8 TO RETURN-CODE                                    01720000
017300      ELSE                                                        01730000
017400         DISPLAY 'RESULTS TRANSMISSION ACKNOWLEDGED CLEAN'        01740000
017500      END-IF.                                                     01750000
017600      EXIT.                                                       01760000
