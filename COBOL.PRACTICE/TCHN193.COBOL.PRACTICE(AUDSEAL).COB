000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. AUDSEAL.                                             00020000
000300***************************************************************** 00030000
000400* CALLED BY   : EVERY PROGRAM THAT WRITES THE SHARED AUDITREC     00040000
000500*               LOG, AND AUDVRFY TO REPLAY A RUN'S SEAL           00050000
000600* PRG DESC    : COMMON AUDIT-LOG SEALING.  CALLED WITH A          00060000
000700*               FUNCTION CODE, THE CALLING PROGRAM'S NAME AND     00070000
000800*               THE AUDIT RECORD -                                00080000
000900*               H - START OF RUN.  RESETS THE RUN'S COUNT AND     00090000
001000*                   HASH AND BUILDS THE HEADER RECORD (FILE-ID    00100000
001100*                   '*AUDHDR*') FOR THE CALLER TO WRITE           00110000
001200*               D - ONE ENTRY.  STAMPS THE NEXT SEQ-NO ON THE     00120000
001300*                   RECORD AND ADDS ITS CHECKSUM TO THE HASH      00130000
001400*                   TOTAL.  CALLED JUST BEFORE THE WRITE          00140000
001500*               T - END OF RUN.  BUILDS THE TRAILER RECORD        00150000
001600*                   (FILE-ID '*AUDTRL*') WITH THE ENTRY COUNT     00160000
001700*                   AND HASH TOTAL FOR THE CALLER TO WRITE        00170000
001800*               THE CHECKSUM WEIGHTS EVERY BYTE OF THE 160-BYTE   00180000
001900*               RECORD BY ITS POSITION, SO AN EDITED VALUE, KEY   00190000
002000*               OR STAMP CHANGES THE HASH.  SEQ-NO RUNS 1-99999   00200000
002100*               AND WRAPS TO 0.  COUNTS ARE KEPT PER CALLING      00210000
002200*               PROGRAM (UP TO 10) SO A DRIVER CAN CALL           00220000
002300*               SEVERAL WRITERS IN ONE RUN UNIT.                  00230000
002400* AUTHOR      : GIRIDHAR                                          00240000
002500* CREATED ON  : 15 OCT 2026                                       00250000
002600***************************************************************** 00260000
002700 ENVIRONMENT DIVISION.                                            00270000
002800 DATA DIVISION.                                                   00280000
002900 WORKING-STORAGE SECTION.                                         00290000
003000 01 WS-RUN-TABLE.                                                 00300000
003100      05 WS-RUN-CNT   PIC 9(2) VALUE ZEROS.                       00310000
003200      05 WS-RUN-IDX   PIC 9(2) VALUE ZEROS.                       00320000
003300      05 WS-RUN-FND   PIC 9(2) VALUE ZEROS.                       00330000
003400      05 WS-RUN-ENTRY OCCURS 10 TIMES.                            00340000
003500         10 WS-RUN-PGM    PIC X(8).                               00350000
003600         10 WS-RUN-COUNT  PIC 9(9).                               00360000
003700         10 WS-RUN-HASH   PIC 9(15).                              00370000
003800 01 WS-CHECKSUM.                                                  00380000
003900      05 WS-POS       PIC 9(3) VALUE ZEROS.                       00390000
004000      05 WS-REC-SUM   PIC 9(9) VALUE ZEROS.                       00400000
004100      05 WS-WRAP      PIC 9(9) VALUE ZEROS.                       00410000
004200 01 WS-BYTE-PAIR.                                                 00420000
004300      05 WS-BP-HIGH   PIC X VALUE LOW-VALUE.                      00430000
004400      05 WS-BP-LOW    PIC X VALUE LOW-VALUE.                      00440000
004500 01 WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR PIC 9(4) COMP.           00450000
004600 LINKAGE SECTION.                                                 00460000
004700 01 LS-FUNC PIC X.                                                00470000
004800      88 SEAL-HEADER  VALUE 'H'.                                  00480000
004900      88 SEAL-DETAIL  VALUE 'D'.                                  00490000
005000      88 SEAL-TRAILER VALUE 'T'.                                  00500000
005100 01 LS-PGM  PIC X(8).                                             00510000
005200 COPY AUDITREC REPLACING ==:AUD:== BY ==LS==.                     00520000
005300 PROCEDURE DIVISION USING LS-FUNC LS-PGM LS-AUDIT-REC.            00530000
005400 0000-MAIN-PARA.                                                  00540000
005500      PERFORM 1000-FIND-RUN.                                      00550000
005600      EVALUATE TRUE                                               00560000
005700         WHEN SEAL-HEADER                                         00570000
005800            PERFORM 2000-BUILD-HEADER                             00580000
005900         WHEN SEAL-DETAIL                                         00590000
006000            PERFORM 3000-SEAL-ENTRY                               00600000
006100         WHEN SEAL-TRAILER                                        00610000
006200            PERFORM 4000-BUILD-TRAILER                            00620000
006300         WHEN OTHER                                               00630000
006400            DISPLAY 'AUDSEAL: INVALID FUNCTION ' LS-FUNC          00640000
006500               ' FROM ' LS-PGM                                    00650000
006600      END-EVALUATE.                                               00660000
006700      EXIT PROGRAM.                                               00670000
006800 1000-FIND-RUN.                                                   00680000
006900      MOVE ZEROS TO WS-RUN-FND.                                   00690000
007000      PERFORM 1100-SCAN-RUN                                       00700000
007100             VARYING WS-RUN-IDX FROM 1 BY 1                       00710000
007200             UNTIL WS-RUN-IDX > WS-RUN-CNT                        00720000
007300                OR WS-RUN-FND > ZEROS.                            00730000
007400      IF WS-RUN-FND = ZEROS                                       00740000
007500         IF WS-RUN-CNT < 10                                       00750000
007600            ADD 1 TO WS-RUN-CNT                                   00760000
007700         ELSE                                                     00770000
007800            DISPLAY 'AUDSEAL: RUN TABLE FULL - ' LS-PGM           00780000
007900               ' SHARES THE LAST SLOT'                            00790000
008000         END-IF                                                   00800000
008100         MOVE WS-RUN-CNT TO WS-RUN-FND                            00810000
008200         MOVE LS-PGM TO WS-RUN-PGM(WS-RUN-FND)                    00820000
008300         MOVE ZEROS TO WS-RUN-COUNT(WS-RUN-FND)                   00830000
008400                       WS-RUN-HASH(WS-RUN-FND)                    00840000
008500      END-IF.                                                     00850000
008600      EXIT.                                                       00860000
008700 1100-SCAN-RUN.                                                   00870000
008800      IF WS-RUN-PGM(WS-RUN-IDX) = LS-PGM                          00880000
008900         MOVE WS-RUN-IDX TO WS-RUN-FND                            00890000
009000      END-IF.                                                     00900000
009100      EXIT.                                                       00910000
009200 2000-BUILD-HEADER.                                               00920000
009300      MOVE ZEROS TO WS-RUN-COUNT(WS-RUN-FND)                      00930000
009400                    WS-RUN-HASH(WS-RUN-FND).                      00940000
009500      MOVE SPACES TO LS-AUDIT-REC.                                00950000
009600      MOVE '*AUDHDR*' TO LS-FILE-ID.                              00960000
009700      MOVE 'H' TO LS-ACTION.                                      00970000
009800      MOVE LS-PGM TO LS-CTL-PGM.                                  00980000
009900      MOVE ZEROS TO LS-CTL-COUNT LS-CTL-HASH LS-SEQ-NO.           00990000
010000      ACCEPT LS-CHG-DATE FROM DATE YYYYMMDD.                      01000000
010100      ACCEPT LS-CHG-TIME FROM TIME.                               01010000
010200      CALL 'OPERSUB' USING LS-OPER-ID.                            01020000
010300      EXIT.                                                       01030000
010400 3000-SEAL-ENTRY.                                                 01040000
010500      ADD 1 TO WS-RUN-COUNT(WS-RUN-FND).                          01050000
010600      DIVIDE WS-RUN-COUNT(WS-RUN-FND) BY 100000                   01060000
010700         GIVING WS-WRAP REMAINDER LS-SEQ-NO.                      01070000
010800      MOVE ZEROS TO WS-REC-SUM.                                   01080000
010900      PERFORM 3100-ADD-BYTE                                       01090000
011000             VARYING WS-POS FROM 1 BY 1                           01100000
011100             UNTIL WS-POS > 160.                                  01110000
011200      ADD WS-REC-SUM TO WS-RUN-HASH(WS-RUN-FND).                  01120000
011300      EXIT.                                                       01130000
011400 3100-ADD-BYTE.                                                   01140000
011500      MOVE LS-AUDIT-REC(WS-POS:1) TO WS-BP-LOW.                   01150000
011600      COMPUTE WS-REC-SUM = WS-REC-SUM                             01160000
011700                         + WS-BYTE-VALUE * WS-POS.                01170000
011800      EXIT.                                                       01180000
011900 4000-BUILD-TRAILER.                                              01190000
012000      MOVE SPACES TO LS-AUDIT-REC.                                01200000
012100      MOVE '*AUDTRL*' TO LS-FILE-ID.                              01210000
012200      MOVE 'T' TO LS-ACTION.                                      01220000
012300      MOVE LS-PGM TO LS-CTL-PGM.                                  01230000
012400      MOVE WS-RUN-COUNT(WS-RUN-FND) TO LS-CTL-COUNT.              01240000
012500      MOVE WS-RUN-HASH(WS-RUN-FND) TO LS-CTL-HASH.                01250000
012600      MOVE ZEROS TO LS-SEQ-NO.                                    01260000
012700      ACCEPT LS-CHG-DATE FROM DATE YYYYMMDD.                      01270000
012800      ACCEPT LS-CHG-TIME FROM TIME.                               01280000
012900      CALL 'OPERSUB' USING LS-OPER-ID.                            01290000
013000      EXIT.                                                       01300000
