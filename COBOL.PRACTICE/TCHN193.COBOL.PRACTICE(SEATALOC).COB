000400* INPUT FILE  : EXAM ROSTER (DDROSTER, THE FILE ROSTCHK           00040000
000500*               CHECKS, IN STUDENT-ID SEQUENCE) AND THE HALL      00050000
000600*               CAPACITY FILE (DDHALLS - HALL ID AND SEAT         00060000
000700*               CAPACITY IN FILLING ORDER), EXAM FEE LEDGER KSDS  00070001
000710*               (DDFEELDG) FOR THE SITTING'S FEE STATUS           00071001
000800* OUTPUT FILE : ADMIT CARD RECORDS (DDADMIT), PER-HALL            00080000
000900*               MANIFEST FOR THE INVIGILATORS (DDMANIF),          00090000
001000*               EXCEPTION REPORT (DDRPT), FEES OUTSTANDING        00100001
001010*               REPORT (DDFEERPT)                                 00101001
001100* PRG DESC    : DETERMINISTIC SEAT ALLOCATION - NO MORE           00110000
001200*               SPREADSHEET.  STUDENTS ARE SEATED IN ROSTER       00120000
001300*               ORDER INTO THE HALLS IN CAPACITY-FILE ORDER,      00130000
001600*               PER STUDENT, ONE MANIFEST SECTION PER HALL,       00160000
001700*               AND STUDENTS LEFT WITHOUT A SEAT ARE REPORTED     00170000
001800*               WITH RC 8.                                        00180000
001810*               ONLY A STUDENT CLEAR ON THE FEE LEDGER FOR THE    00181001
001820*               EXAM CYCLE (ASKED FOR AT THE CONSOLE, BLANK IS    00182001
001830*               THE RUN MONTH) IS SEATED AND GETS AN ADMIT CARD;  00183001
001840*               THE REST ARE LISTED WITH WHAT THEY OWE ON THE     00184001
001850*               FEES OUTSTANDING REPORT.  THE RUN ENDS RC 4 WHEN  00185001
001860*               ANY ARE WITHHELD, RC 8 IF A PAID STUDENT HAD      00186001
001870*               NO SEAT.                                          00187001
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 02 SEP 2026                                       00200000
002010* MODIFIED ON : 15 OCT 2026 - ADMIT CARDS WITHHELD FROM STUDENTS  00201001
002020*               WITH EXAM FEES OUTSTANDING                        00202001
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
004600      ORGANIZATION IS SEQUENTIAL                                  00460000
004700      ACCESS MODE IS SEQUENTIAL                                   00470000
004800      FILE STATUS RP-STATUS.                                      00480000
004805*                                                                 00480501
004810      SELECT FEE-FILE ASSIGN TO DDFEELDG                          00481001
004815      ORGANIZATION IS INDEXED                                     00481501
004820      ACCESS MODE IS RANDOM                                       00482001
004825      RECORD KEY IS FL-FEE-KEY                                    00482501
004830      FILE STATUS FL-STATUS.                                      00483001
004835*                                                                 00483501
004840      SELECT FEERPT ASSIGN TO DDFEERPT                            00484001
004845      ORGANIZATION IS SEQUENTIAL                                  00484501
004850      ACCESS MODE IS SEQUENTIAL                                   00485001
004855      FILE STATUS FR-STATUS.                                      00485501
004900*                                                                 00490000
005000 DATA DIVISION.                                                   00500000
005100 FILE SECTION.                                                    00510000
007900 01 MANIF-REC PIC X(80).                                          00790000
008000 FD RPTFILE RECORDING MODE F.                                     00800000
008100 01 RPT-REC PIC X(80).                                            00810000
008110 FD FEE-FILE.                                                     00811001
008120 COPY FEELREC REPLACING ==:FEL:== BY ==FL==.                      00812001
008130 FD FEERPT RECORDING MODE F.                                      00813001
008140 01 FEERPT-REC PIC X(80).                                         00814001
008200 WORKING-STORAGE SECTION.                                         00820000
008300 01 WS-FILE-STATUSES.                                             00830000
008400    05 RO-STATUS PIC XX.                                          00840000
009500    88 MF-OPEN-OK VALUE '00'.                                     00950000
009600    05 RP-STATUS PIC XX.                                          00960000
009700    88 RP-OPEN-OK VALUE '00'.                                     00970000
009710    05 FL-STATUS PIC XX.                                          00971001
009720    88 FL-OPEN-OK VALUE '00'.                                     00972001
009730    88 FL-READ-OK VALUE '00'.                                     00973001
009740    88 FL-KEYNF   VALUE '23'.                                     00974001
009750    05 FR-STATUS PIC XX.                                          00975001
009760    88 FR-OPEN-OK VALUE '00'.                                     00976001
009800 01 HL-CNT PIC 9(2) VALUE 0.                                      00980000
009900 01 WS-HL-IDX PIC 9(2) VALUE 0.                                   00990000
010000 01 WS-HALL-TABLE.                                                01000000
010900    05 WS-SEAT-SW  PIC X VALUE 'N'.                               01090000
011000    88 SEAT-FOUND  VALUE 'Y'.                                     01100000
011100 01 WS-PREV-HALL PIC X(3) VALUE SPACES.                           01110000
011110 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01111001
011120 01 WS-CYCLE PIC X(6) VALUE SPACES.                               01112001
011130 01 WS-CYCLE-IN PIC X(6) VALUE SPACES.                            01113001
011140 01 WS-FEE-SW PIC X VALUE 'N'.                                    01114001
011150    88 FEE-CLEAR VALUE 'Y'.                                       01115001
011160 01 WS-OWED PIC S9(6)V99 VALUE ZEROS.                             01116001
011170 01 WS-OWED-TOT PIC S9(8)V99 VALUE ZEROS.                         01117001
011180 01 WS-OWED-ED PIC ZZ,ZZ9.99.                                     01118001
011190 01 WS-OWED-TOT-ED PIC Z,ZZZ,ZZ9.99.                              01119001
011200 01 WS-CNTRS.                                                     01120000
011300    05 IP-CNTR    PIC 9(6) VALUE ZEROS.                           01130000
011400    05 ALLOC-CNTR PIC 9(6) VALUE ZEROS.                           01140000
011500    05 NOSEAT-CNTR PIC 9(6) VALUE ZEROS.                          01150000
011510    05 UNPAID-CNTR PIC 9(6) VALUE ZEROS.                          01151001
011600 01 WS-ERR-DESC.                                                  01160000
011700    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01170000
011800    05  ERR-PARA             PIC X(30).                           01180000
015100         MOVE HA-STATUS TO ERR-FILE-STATUS                        01510000
015200         PERFORM 9000-ERR-PARA                                    01520000
015300      END-IF.                                                     01530000
015305      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01530501
015310      MOVE WS-TODAY(1:6) TO WS-CYCLE.                             01531001
015315      DISPLAY 'EXAM CYCLE YYYYMM (BLANK = ' WS-CYCLE ') :'.       01531501
015320      ACCEPT WS-CYCLE-IN.                                         01532001
015325      IF WS-CYCLE-IN NUMERIC                                      01532501
015330         MOVE WS-CYCLE-IN TO WS-CYCLE                             01533001
015335      ELSE                                                        01533501
015340         IF WS-CYCLE-IN NOT = SPACES                              01534001
015345            DISPLAY 'INVALID EXAM CYCLE ' WS-CYCLE-IN             01534501
015350               ' - RUN MONTH ASSUMED'                             01535001
015355         END-IF                                                   01535501
015360      END-IF.                                                     01536001
015365      OPEN INPUT FEE-FILE.                                        01536501
015370      IF NOT FL-OPEN-OK                                           01537001
015375         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01537501
015380         MOVE 'FEE-FILE' TO ERR-FILE-ID                           01538001
015385         MOVE FL-STATUS TO ERR-FILE-STATUS                        01538501
015390         PERFORM 9000-ERR-PARA                                    01539001
015395      END-IF.                                                     01539501
015400      OPEN OUTPUT ADMITFILE MANIFILE RPTFILE FEERPT.              01540001
015500      IF NOT AD-OPEN-OK OR NOT MF-OPEN-OK OR NOT RP-OPEN-OK       01550000
015510         OR NOT FR-OPEN-OK                                        01551001
015600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01560000
015700         MOVE 'OUTPUTS' TO ERR-FILE-ID                            01570000
015800         MOVE AD-STATUS TO ERR-FILE-STATUS                        01580000
015900         PERFORM 9000-ERR-PARA                                    01590000
016000      END-IF.                                                     01600000
016010      MOVE SPACES TO FEERPT-REC.                                  01601001
016020      STRING 'EXAM FEES OUTSTANDING - CYCLE ' WS-CYCLE            01602001
016030             '  RUN ' WS-TODAY                                    01603001
016040         DELIMITED BY SIZE INTO FEERPT-REC                        01604001
016050      END-STRING.                                                 01605001
016060      WRITE FEERPT-REC.                                           01606001
016100      EXIT.                                                       01610000
016200 2000-LOAD-HALLS.                                                 01620000
016300      READ HALLFILE.                                              01630000
018700      EVALUATE TRUE                                               01870000
018800         WHEN RO-READ-OK                                          01880000
018900            ADD 1 TO IP-CNTR                                      01890000
019000            PERFORM 3100-ALLOCATE-ONE THRU 3100-ALLOC-EXIT        01900001
019100         WHEN RO-EOF                                              01910000
019200            CONTINUE                                              01920000
019300         WHEN OTHER                                               01930000
019700            PERFORM 9000-ERR-PARA                                 01970000
019800      END-EVALUATE.                                               01980000
019900      EXIT.                                                       01990000
019901 3050-CHECK-FEE.                                                  01990101
019902*     THE STUDENT IS CLEAR WHEN PAID PLUS WAIVED COVERS EVERY FEE 01990201
019903*     RAISED FOR THE CYCLE.  NO LEDGER RECORD MEANS NO FEE HAS    01990301
019904*     BEEN RAISED OR PAID, SO NO ADMIT CARD EITHER.               01990401
019905      MOVE 'N' TO WS-FEE-SW.                                      01990501
019906      MOVE RO-SID TO FL-STUD-ID.                                  01990601
019907      MOVE WS-CYCLE TO FL-CYCLE.                                  01990701
019908      READ FEE-FILE.                                              01990801
019909      EVALUATE TRUE                                               01990901
019910         WHEN FL-READ-OK                                          01991001
019911            COMPUTE WS-OWED = FL-FEE-DUE - FL-PAID - FL-WAIVED    01991101
019912            IF WS-OWED NOT > ZEROS                                01991201
019913               MOVE 'Y' TO WS-FEE-SW                              01991301
019914               GO TO 3050-FEE-EXIT                                01991401
019915            END-IF                                                01991501
019916            MOVE WS-OWED TO WS-OWED-ED                            01991601
019917            ADD WS-OWED TO WS-OWED-TOT                            01991701
019918            MOVE SPACES TO FEERPT-REC                             01991801
019919            STRING RO-SID ' ' RO-NAME '  OUTSTANDING ' WS-OWED-ED 01991901
019920               DELIMITED BY SIZE INTO FEERPT-REC                  01992001
019921            END-STRING                                            01992101
019922         WHEN FL-KEYNF                                            01992201
019923            MOVE SPACES TO FEERPT-REC                             01992301
019924            STRING RO-SID ' ' RO-NAME '  NO FEE RECORD'           01992401
019925               DELIMITED BY SIZE INTO FEERPT-REC                  01992501
019926            END-STRING                                            01992601
019927         WHEN OTHER                                               01992701
019928            MOVE '3050-CHECK-FEE' TO ERR-PARA                     01992801
019929            MOVE 'FEE-FILE' TO ERR-FILE-ID                        01992901
019930            MOVE FL-STATUS TO ERR-FILE-STATUS                     01993001
019931            PERFORM 9000-ERR-PARA                                 01993101
019932      END-EVALUATE.                                               01993201
019933      WRITE FEERPT-REC.                                           01993301
019934      ADD 1 TO UNPAID-CNTR.                                       01993401
019935 3050-FEE-EXIT.                                                   01993501
019936      EXIT.                                                       01993601
020000 3100-ALLOCATE-ONE.                                               02000000
020010      PERFORM 3050-CHECK-FEE THRU 3050-FEE-EXIT.                  02001001
020020      IF NOT FEE-CLEAR                                            02002001
020030         GO TO 3100-ALLOC-EXIT                                    02003001
020040      END-IF.                                                     02004001
020100      MOVE 'N' TO WS-SEAT-SW.                                     02010000
020200      PERFORM 3110-FIND-SEAT                                      02020000
020300             UNTIL SEAT-FOUND OR WS-CUR-HALL > HL-CNT.            02030000
026700      STRING 'ROSTER READ=' IP-CNTR                               02670000
026800             ' SEATED=' ALLOC-CNTR                                02680000
026900             ' NO SEAT=' NOSEAT-CNTR                              02690000
026910             ' FEES DUE=' UNPAID-CNTR                             02691001
027000         DELIMITED BY SIZE INTO RPT-REC                           02700000
027100      END-STRING.                                                 02710000
027200      WRITE RPT-REC.                                              02720000
027210      MOVE WS-OWED-TOT TO WS-OWED-TOT-ED.                         02721001
027220      MOVE SPACES TO FEERPT-REC.                                  02722001
027230      STRING 'STUDENTS WITHHELD ' UNPAID-CNTR                     02723001
027240             '  TOTAL OUTSTANDING ' WS-OWED-TOT-ED                02724001
027250         DELIMITED BY SIZE INTO FEERPT-REC                        02725001
027260      END-STRING.                                                 02726001
027270      WRITE FEERPT-REC.                                           02727001
027300      CLOSE ROSTFILE HALLFILE ADMITFILE MANIFILE RPTFILE.         02730000
027310      CLOSE FEE-FILE FEERPT.                                      02731001
027400      DISPLAY 'ROSTER STUDENTS : ' IP-CNTR.                       02740000
027500      DISPLAY 'SEATS ALLOCATED : ' ALLOC-CNTR.                    02750000
027600      DISPLAY 'UNALLOCATED     : ' NOSEAT-CNTR.                   02760000
027610      DISPLAY 'FEES OUTSTANDING: ' UNPAID-CNTR.                   02761001
027620      IF UNPAID-CNTR > 0                                          02762001
027630         MOVE 4 TO RETURN-CODE                                    02763001
027640      END-IF.                                                     02764001
027700      IF NOSEAT-CNTR > 0                                          02770000
027800         MOVE 8 TO RETURN-CODE                                    02780000
027900      END-IF.                                                     02790000
