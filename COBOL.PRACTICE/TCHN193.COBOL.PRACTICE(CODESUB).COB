000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CODESUB.                                             00020000
000300***************************************************************** 00030000
000400* CALLED BY   : DEPMAINT, MJ24MAINT, MJ24SCAN, DEMOGRPH,          00040000
000500*               GAIXREAD, CODERPT (AND ANY PROGRAM THAT           00050000
000600*               VALIDATES A CODE AGAINST A SHARED LIST)           00060000
000700* PRG DESC    : COMMON CODE-TABLE LOOKUP.  L LOOKS A CODE UP      00070000
000800*               ON THE CODE-TABLE KSDS (DDCODEKS) AND SAYS        00080000
000900*               WHETHER IT IS IN FORCE ON THE AS-OF DATE.         00090000
001000*               B BROWSES A TABLE, RETURNING THE NEXT CODE        00100000
001100*               IN FORCE AFTER THE ONE PASSED, SO A CALLER        00110000
001200*               CAN LOAD A WHOLE LIST.  RESULTS AS DESCRIBED      00120000
001300*               IN CODEPARM.  THE KSDS IS OPENED ON FIRST         00130000
001400*               CALL AND LEFT OPEN.                               00140000
001500* AUTHOR      : GIRIDHAR                                          00150000
001600* CREATED ON  : 15 OCT 2026                                       00160000
001700***************************************************************** 00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100      SELECT CODE-FILE ASSIGN TO DDCODEKS                         00210000
002200      ORGANIZATION IS INDEXED                                     00220000
002300      ACCESS MODE IS DYNAMIC                                      00230000
002400      RECORD KEY IS CT-CODE-KEY                                   00240000
002500      FILE STATUS CT-STATUS.                                      00250000
002600 DATA DIVISION.                                                   00260000
002700 FILE SECTION.                                                    00270000
002800 FD CODE-FILE.                                                    00280000
002900 COPY CODEREC REPLACING ==:CDT:== BY ==CT==.                      00290000
003000 WORKING-STORAGE SECTION.                                         00300000
003100 01 CT-STATUS PIC XX.                                             00310000
003200      88 CT-OPEN-OK VALUE '00'.                                   00320000
003300      88 CT-READ-OK VALUE '00'.                                   00330000
003400      88 CT-KEYNF   VALUE '23'.                                   00340000
003500      88 CT-EOF     VALUE '10'.                                   00350000
003600 01 WS-FIRST-SW PIC X VALUE 'Y'.                                  00360000
003700      88 FIRST-CALL VALUE 'Y'.                                    00370000
003800 01 WS-OPEN-SW PIC X VALUE 'N'.                                   00380000
003900      88 CODE-AVAILABLE VALUE 'Y'.                                00390000
004000 01 WS-BROWSE-SW PIC X VALUE 'N'.                                 00400000
004100      88 BROWSE-DONE VALUE 'Y'.                                   00410000
004200 01 WS-ASOF PIC 9(8) VALUE ZEROS.                                 00420000
004300 LINKAGE SECTION.                                                 00430000
004400 COPY CODEPARM REPLACING ==:CLK:== BY ==LS==.                     00440000
004500 PROCEDURE DIVISION USING LS-CODE-PARM.                           00450000
004600 0000-MAIN-PARA.                                                  00460000
004700      IF FIRST-CALL                                               00470000
004800         MOVE 'N' TO WS-FIRST-SW                                  00480000
004900         OPEN INPUT CODE-FILE                                     00490000
005000         IF CT-OPEN-OK                                            00500000
005100            MOVE 'Y' TO WS-OPEN-SW                                00510000
005200         ELSE                                                     00520000
005300            DISPLAY 'CODESUB: CODE TABLE OPEN FAILED ' CT-STATUS  00530000
005400         END-IF                                                   00540000
005500      END-IF.                                                     00550000
005600      MOVE SPACES TO LS-DESC.                                     00560000
005700      MOVE 'U' TO LS-RESULT.                                      00570000
005800      IF LS-ASOF-DATE NUMERIC AND LS-ASOF-DATE > ZEROS            00580000
005900         MOVE LS-ASOF-DATE TO WS-ASOF                             00590000
006000      ELSE                                                        00600000
006100         ACCEPT WS-ASOF FROM DATE YYYYMMDD                        00610000
006200      END-IF.                                                     00620000
006300      IF CODE-AVAILABLE                                           00630000
006400         EVALUATE LS-FUNC                                         00640000
006500            WHEN 'L'                                              00650000
006600               PERFORM 1000-LOOKUP-PARA                           00660000
006700            WHEN 'B'                                              00670000
006800               PERFORM 2000-BROWSE-PARA                           00680000
006900            WHEN OTHER                                            00690000
007000               DISPLAY 'CODESUB: INVALID FUNCTION ' LS-FUNC       00700000
007100               MOVE 'N' TO LS-RESULT                              00710000
007200         END-EVALUATE                                             00720000
007300      END-IF.                                                     00730000
007400      EXIT PROGRAM.                                               00740000
007500 1000-LOOKUP-PARA.                                                00750000
007600      MOVE LS-TABLE-ID TO CT-TABLE-ID.                            00760000
007700      MOVE LS-CODE TO CT-CODE.                                    00770000
007800      READ CODE-FILE KEY IS CT-CODE-KEY.                          00780000
007900      EVALUATE TRUE                                               00790000
008000         WHEN CT-READ-OK                                          00800000
008100            MOVE CT-CODE-DESC TO LS-DESC                          00810000
008200            PERFORM 3000-CHECK-IN-FORCE                           00820000
008300         WHEN CT-KEYNF                                            00830000
008400            MOVE 'N' TO LS-RESULT                                 00840000
008500         WHEN OTHER                                               00850000
008600            DISPLAY 'CODESUB: CODE TABLE READ FAILED ' CT-STATUS  00860000
008700            MOVE 'U' TO LS-RESULT                                 00870000
008800      END-EVALUATE.                                               00880000
008900      EXIT.                                                       00890000
009000 2000-BROWSE-PARA.                                                00900000
009100      MOVE LS-TABLE-ID TO CT-TABLE-ID.                            00910000
009200      MOVE LS-CODE TO CT-CODE.                                    00920000
009300      MOVE 'N' TO WS-BROWSE-SW.                                   00930000
009400      MOVE 'N' TO LS-RESULT.                                      00940000
009500      START CODE-FILE KEY IS > CT-CODE-KEY.                       00950000
009600      EVALUATE TRUE                                               00960000
009700         WHEN CT-READ-OK                                          00970000
009800            PERFORM 2100-BROWSE-NEXT UNTIL BROWSE-DONE            00980000
009900         WHEN CT-KEYNF                                            00990000
010000            CONTINUE                                              01000000
010100         WHEN OTHER                                               01010000
010200            DISPLAY 'CODESUB: CODE TABLE START FAILED ' CT-STATUS 01020000
010300            MOVE 'U' TO LS-RESULT                                 01030000
010400      END-EVALUATE.                                               01040000
010500      EXIT.                                                       01050000
010600 2100-BROWSE-NEXT.                                                01060000
010700      READ CODE-FILE NEXT RECORD.                                 01070000
010800      EVALUATE TRUE                                               01080000
010900         WHEN CT-READ-OK                                          01090000
011000            IF CT-TABLE-ID NOT = LS-TABLE-ID                      01100000
011100               MOVE 'N' TO LS-RESULT                              01110000
011200               MOVE 'Y' TO WS-BROWSE-SW                           01120000
011300            ELSE                                                  01130000
011400               PERFORM 3000-CHECK-IN-FORCE                        01140000
011500               IF LS-CODE-OK                                      01150000
011600                  MOVE CT-CODE TO LS-CODE                         01160000
011700                  MOVE CT-CODE-DESC TO LS-DESC                    01170000
011800                  MOVE 'Y' TO WS-BROWSE-SW                        01180000
011900               END-IF                                             01190000
012000            END-IF                                                01200000
012100         WHEN CT-EOF                                              01210000
012200            MOVE 'N' TO LS-RESULT                                 01220000
012300            MOVE 'Y' TO WS-BROWSE-SW                              01230000
012400         WHEN OTHER                                               01240000
012500            DISPLAY 'CODESUB: CODE TABLE READ FAILED ' CT-STATUS  01250000
012600            MOVE 'U' TO LS-RESULT                                 01260000
012700            MOVE 'Y' TO WS-BROWSE-SW                              01270000
012800      END-EVALUATE.                                               01280000
012900      EXIT.                                                       01290000
013000 3000-CHECK-IN-FORCE.                                             01300000
013100      EVALUATE TRUE                                               01310000
013200         WHEN CT-CODE-STATUS = 'X' AND CT-EXP-DATE = ZEROS        01320000
013300            MOVE 'E' TO LS-RESULT                                 01330000
013400         WHEN CT-EFF-DATE > WS-ASOF                               01340000
013500            MOVE 'E' TO LS-RESULT                                 01350000
013600         WHEN CT-EXP-DATE > ZEROS AND CT-EXP-DATE NOT > WS-ASOF   01360000
013700            MOVE 'E' TO LS-RESULT                                 01370000
013800         WHEN OTHER                                               01380000
013900            MOVE 'Y' TO LS-RESULT                                 01390000
014000      END-EVALUATE.                                               01400000
014100      EXIT.                                                       01410000
