000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CODERPT.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : SHARED CODE-TABLE KSDS (DDCODEKS)                 00040000
000500* OUTPUT FILE : CODE-TABLE REPORT (DDRPT)                         00050000
000600* PRG DESC    : LISTS EVERY CODE TABLE AND EVERY CODE IN FORCE    00060000
000700*               TODAY WITH ITS DESCRIPTION AND DATES.  EACH       00070000
000800*               TABLE ENDS WITH ITS COUNT OF CODES IN FORCE       00080000
000900*               AND OF CODES HELD BUT NOT IN FORCE (RETIRED,      00090000
001000*               EXPIRED OR NOT YET EFFECTIVE).  WHETHER A CODE    00100000
001100*               IS IN FORCE IS DECIDED BY CODESUB SO THE          00110000
001200*               REPORT AND THE VALIDATING PROGRAMS AGREE.         00120000
001300* AUTHOR      : GIRIDHAR                                          00130000
001400* CREATED ON  : 15 OCT 2026                                       00140000
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
001800 FILE-CONTROL.                                                    00180000
001900      SELECT CODEFILE ASSIGN TO DDCODEKS                          00190000
002000      ORGANIZATION IS INDEXED                                     00200000
002100      ACCESS MODE IS SEQUENTIAL                                   00210000
002200      RECORD KEY IS CT-CODE-KEY                                   00220000
002300      FILE STATUS CT-STATUS.                                      00230000
002400*                                                                 00240000
002500      SELECT RPTFILE ASSIGN TO DDRPT                              00250000
002600      ORGANIZATION IS SEQUENTIAL                                  00260000
002700      ACCESS MODE IS SEQUENTIAL                                   00270000
002800      FILE STATUS RP-STATUS.                                      00280000
002900*                                                                 00290000
003000 DATA DIVISION.                                                   00300000
003100 FILE SECTION.                                                    00310000
003200 FD CODEFILE.                                                     00320000
003300 COPY CODEREC REPLACING ==:CDT:== BY ==CT==.                      00330000
003400 FD RPTFILE RECORDING MODE F.                                     00340000
003500 01 RPT-REC PIC X(100).                                           00350000
003600 WORKING-STORAGE SECTION.                                         00360000
003700 01 WS-FILE-STATUSES.                                             00370000
003800    05 CT-STATUS PIC XX.                                          00380000
003900    88 CT-OPEN-OK VALUE '00'.                                     00390000
004000    88 CT-READ-OK VALUE '00'.                                     00400000
004100    88 CT-EOF     VALUE '10'.                                     00410000
004200    05 RP-STATUS PIC XX.                                          00420000
004300    88 RP-OPEN-OK VALUE '00'.                                     00430000
004400 COPY CODEPARM REPLACING ==:CLK:== BY ==CQ==.                     00440000
004500 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00450000
004600 01 WS-CUR-TABLE PIC X(8) VALUE SPACES.                           00460000
004700 01 WS-HDR-LINE.                                                  00470000
004800    05 FILLER        PIC X(16) VALUE '    CODE'.                  00480000
004900    05 FILLER        PIC X(32) VALUE 'DESCRIPTION'.               00490000
005000    05 FILLER        PIC X(10) VALUE 'EFFECTIVE'.                 00500000
005100    05 FILLER        PIC X(8)  VALUE 'EXPIRES'.                   00510000
005200 01 WS-CODE-LINE.                                                 00520000
005300    05 FILLER        PIC X(4) VALUE SPACES.                       00530000
005400    05 WS-CL-CODE    PIC X(10).                                   00540000
005500    05 FILLER        PIC X(2) VALUE SPACES.                       00550000
005600    05 WS-CL-DESC    PIC X(30).                                   00560000
005700    05 FILLER        PIC X(2) VALUE SPACES.                       00570000
005800    05 WS-CL-EFF     PIC 9(8).                                    00580000
005900    05 FILLER        PIC X(2) VALUE SPACES.                       00590000
006000    05 WS-CL-EXP     PIC X(8).                                    00600000
006100 01 WS-CNTRS.                                                     00610000
006200    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         00620000
006300    05 TABLE-CNTR   PIC 9(6) VALUE ZEROS.                         00630000
006400    05 INFORCE-CNTR PIC 9(6) VALUE ZEROS.                         00640000
006500    05 NOTIN-CNTR   PIC 9(6) VALUE ZEROS.                         00650000
006600    05 TBL-IN-CNTR  PIC 9(6) VALUE ZEROS.                         00660000
006700    05 TBL-OUT-CNTR PIC 9(6) VALUE ZEROS.                         00670000
006800 01 WS-ERR-DESC.                                                  00680000
006900    05  FILLER               PIC X(10) VALUE "ERROR IN ".         00690000
007000    05  ERR-PARA             PIC X(30).                           00700000
007100    05  FILLER               PIC XX VALUE SPACES.                 00710000
007200    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              00720000
007300    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      00730000
007400    05  ERR-FILE-STATUS      PIC XX.                              00740000
007500 PROCEDURE DIVISION.                                              00750000
007600 0000-MAIN-PARA.                                                  00760000
007700      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         00770000
007800      PERFORM 1000-OPEN-FILES.                                    00780000
007900      PERFORM 3000-PRCS-RECS UNTIL CT-EOF.                        00790000
008000      PERFORM 4000-CLOSE-PARA.                                    00800000
008100      STOP RUN.                                                   00810000
008200 0000-MAIN-PARA-EXIT.                                             00820000
008300      EXIT.                                                       00830000
008400 1000-OPEN-FILES.                                                 00840000
008500      OPEN INPUT CODEFILE.                                        00850000
008600      IF NOT CT-OPEN-OK                                           00860000
008700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       00870000
008800         MOVE 'CODEFILE' TO ERR-FILE-ID                           00880000
008900         MOVE CT-STATUS TO ERR-FILE-STATUS                        00890000
009000         PERFORM 9000-ERR-PARA                                    00900000
009100      END-IF.                                                     00910000
009200      OPEN OUTPUT RPTFILE.                                        00920000
009300      IF NOT RP-OPEN-OK                                           00930000
009400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       00940000
009500         MOVE 'RPTFILE' TO ERR-FILE-ID                            00950000
009600         MOVE RP-STATUS TO ERR-FILE-STATUS                        00960000
009700         PERFORM 9000-ERR-PARA                                    00970000
009800      END-IF.                                                     00980000
009900      MOVE SPACES TO RPT-REC.                                     00990000
010000      STRING 'CODE TABLES - CODES IN FORCE ON ' WS-TODAY          01000000
010100         DELIMITED BY SIZE INTO RPT-REC                           01010000
010200      END-STRING.                                                 01020000
010300      WRITE RPT-REC.                                              01030000
010400      MOVE SPACES TO RPT-REC.                                     01040000
010500      MOVE WS-HDR-LINE TO RPT-REC.                                01050000
010600      WRITE RPT-REC.                                              01060000
010700      EXIT.                                                       01070000
010800 3000-PRCS-RECS.                                                  01080000
010900      READ CODEFILE.                                              01090000
011000      EVALUATE TRUE                                               01100000
011100         WHEN CT-READ-OK                                          01110000
011200            ADD 1 TO IP-CNTR                                      01120000
011300            IF CT-TABLE-ID NOT = WS-CUR-TABLE                     01130000
011400               PERFORM 3200-TABLE-BREAK                           01140000
011500            END-IF                                                01150000
011600            PERFORM 3100-LIST-CODE                                01160000
011700         WHEN CT-EOF                                              01170000
011800            IF IP-CNTR > 0                                        01180000
011900               PERFORM 3300-TABLE-TOTAL                           01190000
012000            END-IF                                                01200000
012100         WHEN OTHER                                               01210000
012200            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01220000
012300            MOVE 'CODEFILE' TO ERR-FILE-ID                        01230000
012400            MOVE CT-STATUS TO ERR-FILE-STATUS                     01240000
012500            PERFORM 9000-ERR-PARA                                 01250000
012600      END-EVALUATE.                                               01260000
012700      EXIT.                                                       01270000
012800 3100-LIST-CODE.                                                  01280000
012900      MOVE 'L' TO CQ-FUNC.                                        01290000
013000      MOVE CT-TABLE-ID TO CQ-TABLE-ID.                            01300000
013100      MOVE CT-CODE TO CQ-CODE.                                    01310000
013200      MOVE WS-TODAY TO CQ-ASOF-DATE.                              01320000
013300      CALL 'CODESUB' USING CQ-CODE-PARM.                          01330000
013400      EVALUATE TRUE                                               01340000
013500         WHEN CQ-CODE-OK                                          01350000
013600            ADD 1 TO TBL-IN-CNTR INFORCE-CNTR                     01360000
013700            MOVE CT-CODE TO WS-CL-CODE                            01370000
013800            MOVE CT-CODE-DESC TO WS-CL-DESC                       01380000
013900            MOVE CT-EFF-DATE TO WS-CL-EFF                         01390000
014000            IF CT-EXP-DATE = ZEROS                                01400000
014100               MOVE 'OPEN' TO WS-CL-EXP                           01410000
014200            ELSE                                                  01420000
014300               MOVE CT-EXP-DATE TO WS-CL-EXP                      01430000
014400            END-IF                                                01440000
014500            MOVE SPACES TO RPT-REC                                01450000
014600            MOVE WS-CODE-LINE TO RPT-REC                          01460000
014700            WRITE RPT-REC                                         01470000
014800         WHEN CQ-TABLE-DOWN                                       01480000
014900            MOVE '3100-LIST-CODE' TO ERR-PARA                     01490000
015000            MOVE 'CODESUB' TO ERR-FILE-ID                         01500000
015100            MOVE CT-STATUS TO ERR-FILE-STATUS                     01510000
015200            PERFORM 9000-ERR-PARA                                 01520000
015300         WHEN OTHER                                               01530000
015400            ADD 1 TO TBL-OUT-CNTR NOTIN-CNTR                      01540000
015500      END-EVALUATE.                                               01550000
015600      EXIT.                                                       01560000
015700 3200-TABLE-BREAK.                                                01570000
015800      IF IP-CNTR > 1                                              01580000
015900         PERFORM 3300-TABLE-TOTAL                                 01590000
016000      END-IF.                                                     01600000
016100      MOVE CT-TABLE-ID TO WS-CUR-TABLE.                           01610000
016200      ADD 1 TO TABLE-CNTR.                                        01620000
016300      MOVE ZEROS TO TBL-IN-CNTR TBL-OUT-CNTR.                     01630000
016400      MOVE SPACES TO RPT-REC.                                     01640000
016500      WRITE RPT-REC.                                              01650000
016600      MOVE SPACES TO RPT-REC.                                     01660000
016700      STRING 'TABLE ' WS-CUR-TABLE                                01670000
016800         DELIMITED BY SIZE INTO RPT-REC                           01680000
016900      END-STRING.                                                 01690000
017000      WRITE RPT-REC.                                              01700000
017100      EXIT.                                                       01710000
017200 3300-TABLE-TOTAL.                                                01720000
017300      MOVE SPACES TO RPT-REC.                                     01730000
017400      STRING '  TABLE ' WS-CUR-TABLE                              01740000
017500             ' IN FORCE=' TBL-IN-CNTR                             01750000
017600             ' NOT IN FORCE=' TBL-OUT-CNTR                        01760000
017700         DELIMITED BY SIZE INTO RPT-REC                           01770000
017800      END-STRING.                                                 01780000
017900      WRITE RPT-REC.                                              01790000
018000      EXIT.                                                       01800000
018100 4000-CLOSE-PARA.                                                 01810000
018200      MOVE SPACES TO RPT-REC.                                     01820000
018300      WRITE RPT-REC.                                              01830000
018400      MOVE SPACES TO RPT-REC.                                     01840000
018500      STRING 'TABLES=' TABLE-CNTR                                 01850000
018600             ' CODES=' IP-CNTR                                    01860000
018700             ' IN FORCE=' INFORCE-CNTR                            01870000
018800             ' NOT IN FORCE=' NOTIN-CNTR                          01880000
018900         DELIMITED BY SIZE INTO RPT-REC                           01890000
019000      END-STRING.                                                 01900000
019100      WRITE RPT-REC.                                              01910000
019200      CLOSE CODEFILE RPTFILE.                                     01920000
019300      DISPLAY 'CODE TABLES      : ' TABLE-CNTR.                   01930000
019400      DISPLAY 'CODES READ       : ' IP-CNTR.                      01940000
019500      DISPLAY 'CODES IN FORCE   : ' INFORCE-CNTR.                 01950000
019600      DISPLAY 'NOT IN FORCE     : ' NOTIN-CNTR.                   01960000
019700      EXIT.                                                       01970000
019800 9000-ERR-PARA.                                                   01980000
019900      DISPLAY WS-ERR-DESC.                                        01990000
020000      MOVE 30 TO RETURN-CODE.                                     02000000
020100      STOP RUN.                                                   02010000
