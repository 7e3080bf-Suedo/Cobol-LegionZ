000600*               (DDHIST), STUDENT MASTER KSDS (DDSTUMST) FOR      00060000
000700*               THE ROSTER NAME                                   00070000
000800* OUTPUT FILE : ROSTER ADDITIONS FOR THE VALID REQUESTS           00080000
000900*               (DDROSTAD, ROSTER SHAPE WITH THE EXAM TYPE IN     00090002
000910*               COLS 28-34), COMMON SUSPENSE FILE (DDSUSP,        00091002
000920*               REASON MAXATTMPT), RUN REPORT (DDRPT),            00092002
001010*               EXAM FEE LEDGER KSDS (DDFEELDG, I-O), AUDIT LOG   00101001
001020*               (DDAUDIT)                                         00102001
001100* PRG DESC    : RETAKE REGISTRATION PROCESSOR.  ATTMRPT ONLY      00110000
001200*               FLAGS STUDENTS WHO HAVE USED THEIR THREE          00120000
001300*               PERMITTED ATTEMPTS - THIS STEP ACTUALLY STOPS     00130000
001600*               LIMIT GOES TO SUSPENSE WITH A CLEAR REASON,       00160000
001700*               OTHERWISE A ROSTER ADDITION IS EMITTED WITH       00170000
001800*               THE NAME FROM THE STUDENT MASTER.                 00180000
001810*               EVERY REGISTRATION RAISES THE RETAKE FEE ON THE   00181001
001820*               STUDENT'S FEE LEDGER FOR THE EXAM CYCLE (COLS     00182001
001830*               15-20 OF THE REQUEST, YYYYMM - BLANK IS THE RUN   00183001
001840*               MONTH) SO SEATALOC WILL NOT SEAT THE STUDENT      00184001
001850*               UNTIL IT IS PAID OR WAIVED.                       00185001
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 02 SEP 2026                                       00200000
002010* MODIFIED ON : 15 OCT 2026 - RETAKE FEE RAISED ON THE FEE LEDGER 00201001
002020*               FOR EACH REGISTRATION, WITH AUDIT                 00202001
002030* MODIFIED ON : 15 OCT 2026 - EXAM TYPE CARRIED ON THE ROSTER     00203002
002040*               ADDITION (COLS 28-34) FOR CLASHCHK                00204002
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
005300      ORGANIZATION IS SEQUENTIAL                                  00530000
005400      ACCESS MODE IS SEQUENTIAL                                   00540000
005500      FILE STATUS RP-STATUS.                                      00550000
005505*                                                                 00550501
005510      SELECT FEE-FILE ASSIGN TO DDFEELDG                          00551001
005515      ORGANIZATION IS INDEXED                                     00551501
005520      ACCESS MODE IS RANDOM                                       00552001
005525      RECORD KEY IS FL-FEE-KEY                                    00552501
005530      FILE STATUS FL-STATUS.                                      00553001
005535*                                                                 00553501
005540      SELECT AUDIT-FILE ASSIGN TO DDAUDIT                         00554001
005545      ORGANIZATION IS SEQUENTIAL                                  00554501
005550      ACCESS MODE IS SEQUENTIAL                                   00555001
005555      FILE STATUS AU-STATUS.                                      00555501
005600*                                                                 00560000
005700 DATA DIVISION.                                                   00570000
005800 FILE SECTION.                                                    00580000
006100     05 IP-SID   PIC X(5).                                        00610000
006200     05 FILLER   PIC X.                                           00620000
006300     05 IP-EXM   PIC X(7).                                        00630000
006310     05 FILLER   PIC X.                                           00631001
006320     05 IP-CYCLE PIC X(6).                                        00632001
006330     05 FILLER   PIC X(60).                                       00633001
006500 FD HIST-FILE.                                                    00650000
006600 01 HIST-REC.                                                     00660000
006700     05 HIST-KEY.                                                 00670000
008100     05 RA-SID   PIC X(5).                                        00810000
008200     05 FILLER   PIC X.                                           00820000
008300     05 RA-NAME  PIC X(20).                                       00830000
008400     05 FILLER   PIC X.                                           00840002
008410     05 RA-EXM   PIC X(7).                                        00841002
008420     05 FILLER   PIC X(46).                                       00842002
008500 FD SUSPFILE RECORDING MODE IS F.                                 00850000
008600 COPY SUSPREC REPLACING ==:SUS:== BY ==SU==.                      00860000
008700 FD RPTFILE RECORDING MODE F.                                     00870000
008800 01 RPT-REC PIC X(80).                                            00880000
008810 FD FEE-FILE.                                                     00881001
008820 COPY FEELREC REPLACING ==:FEL:== BY ==FL==.                      00882001
008830 FD AUDIT-FILE RECORDING MODE IS F.                               00883001
008840 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00884001
008900 WORKING-STORAGE SECTION.                                         00890000
009000 01 WS-FILE-STATUSES.                                             00900000
009100    05 IP-STATUS PIC XX.                                          00910000
010600    88 SU-OPEN-OK VALUE '00'.                                     01060000
010700    05 RP-STATUS PIC XX.                                          01070000
010800    88 RP-OPEN-OK VALUE '00'.                                     01080000
010810    05 FL-STATUS PIC XX.                                          01081001
010820    88 FL-OPEN-OK  VALUE '00'.                                    01082001
010830    88 FL-READ-OK  VALUE '00'.                                    01083001
010840    88 FL-WRITE-OK VALUE '00'.                                    01084001
010850    88 FL-KEYNF    VALUE '23'.                                    01085001
010860    05 AU-STATUS PIC XX.                                          01086001
010870    88 AU-OPEN-OK  VALUE '00'.                                    01087001
010880    88 AU-WRITE-OK VALUE '00'.                                    01088001
010900 01 WS-MAX-ATTEMPTS PIC 9(2) VALUE 03.                            01090000
010905 01 WS-RETAKE-FEE PIC 9(5)V99 VALUE 500.00.                       01090501
010910 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01091001
010915 01 WS-CYCLE PIC X(6) VALUE SPACES.                               01091501
010920 01 WS-OPER-ID PIC X(8) VALUE SPACES.                             01092001
010925 01 WS-FEE-IMAGE.                                                 01092501
010930    05 FILLER          PIC X(4) VALUE 'DUE '.                     01093001
010935    05 WS-IMG-DUE      PIC 9(5).99.                               01093501
010940    05 FILLER          PIC X(6) VALUE ' PAID '.                   01094001
010945    05 WS-IMG-PAID     PIC 9(5).99.                               01094501
010950    05 FILLER          PIC X(8) VALUE ' WAIVED '.                 01095001
010955    05 WS-IMG-WAIVED   PIC 9(5).99.                               01095501
011000 01 WS-ATT-CNT PIC 9(2) VALUE ZEROS.                              01100000
011100 01 WS-SCAN-SW PIC X VALUE 'N'.                                   01110000
011200    88 HIST-SCAN-DONE VALUE 'Y'.                                  01120000
011500    05 ADDED-CNTR PIC 9(6) VALUE ZEROS.                           01150000
011600    05 OVER-CNTR  PIC 9(6) VALUE ZEROS.                           01160000
011700    05 NOSTU-CNTR PIC 9(6) VALUE ZEROS.                           01170000
011710    05 FEE-CNTR   PIC 9(6) VALUE ZEROS.                           01171001
011800 01 WS-ERR-DESC.                                                  01180000
011900    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01190000
012000    05  ERR-PARA             PIC X(30).                           01200000
012400    05  ERR-FILE-STATUS      PIC XX.                              01240000
012500 PROCEDURE DIVISION.                                              01250000
012600 0000-MAIN-PARA.                                                  01260000
012610      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01261001
012620      CALL 'OPERSUB' USING WS-OPER-ID.                            01262001
012700      PERFORM 1000-OPEN-FILES.                                    01270000
012800      PERFORM 3000-PRCS-RECS UNTIL IP-EOF.                        01280000
012900      PERFORM 4000-CLOSE-PARA.                                    01290000
016600         MOVE SU-STATUS TO ERR-FILE-STATUS                        01660000
016700         PERFORM 9000-ERR-PARA                                    01670000
016800      END-IF.                                                     01680000
016805      OPEN I-O FEE-FILE.                                          01680501
016810      IF NOT FL-OPEN-OK                                           01681001
016815         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01681501
016820         MOVE 'FEE-FILE' TO ERR-FILE-ID                           01682001
016825         MOVE FL-STATUS TO ERR-FILE-STATUS                        01682501
016830         PERFORM 9000-ERR-PARA                                    01683001
016835      END-IF.                                                     01683501
016840      OPEN EXTEND AUDIT-FILE.                                     01684001
016845      IF NOT AU-OPEN-OK                                           01684501
016850         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01685001
016855         MOVE 'AUDIT-FILE' TO ERR-FILE-ID                         01685501
016860         MOVE AU-STATUS TO ERR-FILE-STATUS                        01686001
016865         PERFORM 9000-ERR-PARA                                    01686501
016870      END-IF.                                                     01687001
016875      CALL 'AUDSEAL' USING BY CONTENT 'H' 'RETAKE  '              01687501
016880                           BY REFERENCE AU-AUDIT-REC.             01688001
016885      WRITE AU-AUDIT-REC.                                         01688501
016900      EXIT.                                                       01690000
017000 3000-PRCS-RECS.                                                  01700000
017100      READ IP-FILE.                                               01710000
017200      EVALUATE TRUE                                               01720000
017300         WHEN IP-READ-OK                                          01730000
017400            ADD 1 TO IP-CNTR                                      01740000
017500            PERFORM 3100-WORK-ONE-REQ THRU 3100-WORK-EXIT         01750001
017600         WHEN IP-EOF                                              01760000
017700            CONTINUE                                              01770000
017800         WHEN OTHER                                               01780000
021800         MOVE SPACES TO ROSTADD-REC                               02180000
021900         MOVE IP-SID TO RA-SID                                    02190000
022000         MOVE SM-STUD-NAME TO RA-NAME                             02200000
022010         MOVE IP-EXM TO RA-EXM                                    02201002
022100         WRITE ROSTADD-REC                                        02210000
022110         PERFORM 3400-RAISE-FEE                                   02211001
022200         MOVE SPACES TO RPT-REC                                   02220000
022300         STRING 'REGISTERED: ' IP-SID ' ' IP-EXM                  02230000
022400                ' ATTEMPT ' WS-ATT-CNT ' OF '                     02240000
026500      MOVE IP-REC TO SU-ORIG-REC.                                 02650000
026600      WRITE SU-SUSP-REC.                                          02660000
026700      EXIT.                                                       02670000
026701 3400-RAISE-FEE.                                                  02670101
026702      IF IP-CYCLE NUMERIC                                         02670201
026703         MOVE IP-CYCLE TO WS-CYCLE                                02670301
026704      ELSE                                                        02670401
026705         MOVE WS-TODAY(1:6) TO WS-CYCLE                           02670501
026706      END-IF.                                                     02670601
026707      MOVE IP-SID TO FL-STUD-ID.                                  02670701
026708      MOVE WS-CYCLE TO FL-CYCLE.                                  02670801
026709      READ FEE-FILE.                                              02670901
026710      EVALUATE TRUE                                               02671001
026711         WHEN FL-READ-OK                                          02671101
026712            PERFORM 3410-IMAGE-FEE                                02671201
026713            MOVE WS-FEE-IMAGE TO AU-OLD-VALUE                     02671301
026714            MOVE 'U' TO AU-ACTION                                 02671401
026715         WHEN FL-KEYNF                                            02671501
026716            MOVE SPACES TO FL-FEE-REC                             02671601
026717            MOVE IP-SID TO FL-STUD-ID                             02671701
026718            MOVE WS-CYCLE TO FL-CYCLE                             02671801
026719            MOVE ZEROS TO FL-FEE-DUE FL-PAID FL-WAIVED            02671901
026720                          FL-RETAKE-CNT                           02672001
026721            MOVE SPACES TO AU-OLD-VALUE                           02672101
026722            MOVE 'A' TO AU-ACTION                                 02672201
026723         WHEN OTHER                                               02672301
026724            MOVE '3400-RAISE-FEE' TO ERR-PARA                     02672401
026725            MOVE 'FEE-FILE' TO ERR-FILE-ID                        02672501
026726            MOVE FL-STATUS TO ERR-FILE-STATUS                     02672601
026727            PERFORM 9000-ERR-PARA                                 02672701
026728      END-EVALUATE.                                               02672801
026729      ADD WS-RETAKE-FEE TO FL-FEE-DUE.                            02672901
026730      ADD 1 TO FL-RETAKE-CNT.                                     02673001
026731      MOVE WS-TODAY TO FL-LAST-POST-DATE.                         02673101
026732      MOVE WS-OPER-ID TO FL-LAST-OPER.                            02673201
026733      MOVE SPACES TO FL-LAST-REF.                                 02673301
026734      STRING 'RETAKE ' IP-EXM DELIMITED BY SIZE INTO FL-LAST-REF  02673401
026735      END-STRING.                                                 02673501
026736      IF AU-ACTION = 'A'                                          02673601
026737         WRITE FL-FEE-REC                                         02673701
026738      ELSE                                                        02673801
026739         REWRITE FL-FEE-REC                                       02673901
026740      END-IF.                                                     02674001
026741      IF NOT FL-WRITE-OK                                          02674101
026742         MOVE '3400-RAISE-FEE' TO ERR-PARA                        02674201
026743         MOVE 'FEE-FILE' TO ERR-FILE-ID                           02674301
026744         MOVE FL-STATUS TO ERR-FILE-STATUS                        02674401
026745         PERFORM 9000-ERR-PARA                                    02674501
026746      END-IF.                                                     02674601
026747      ADD 1 TO FEE-CNTR.                                          02674701
026748      PERFORM 3410-IMAGE-FEE.                                     02674801
026749      MOVE WS-FEE-IMAGE TO AU-NEW-VALUE.                          02674901
026750      MOVE 'FEELEDGR' TO AU-FILE-ID.                              02675001
026751      MOVE FL-STUD-ID TO AU-REC-KEY(1:5).                         02675101
026752      MOVE '/' TO AU-REC-KEY(6:1).                                02675201
026753      MOVE FL-CYCLE(3:4) TO AU-REC-KEY(7:4).                      02675301
026754      MOVE 'FEE-DUE' TO AU-FIELD-ID.                              02675401
026755      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02675501
026756      ACCEPT AU-CHG-TIME FROM TIME.                               02675601
026757      CALL 'OPERSUB' USING AU-OPER-ID.                            02675701
026758      CALL 'AUDSEAL' USING BY CONTENT 'D' 'RETAKE  '              02675801
026759                           BY REFERENCE AU-AUDIT-REC.             02675901
026760      WRITE AU-AUDIT-REC.                                         02676001
026761      IF NOT AU-WRITE-OK                                          02676101
026762         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02676201
026763      END-IF.                                                     02676301
026764      EXIT.                                                       02676401
026765 3410-IMAGE-FEE.                                                  02676501
026766      MOVE FL-FEE-DUE TO WS-IMG-DUE.                              02676601
026767      MOVE FL-PAID TO WS-IMG-PAID.                                02676701
026768      MOVE FL-WAIVED TO WS-IMG-WAIVED.                            02676801
026769      EXIT.                                                       02676901
026800 4000-CLOSE-PARA.                                                 02680000
026900      MOVE SPACES TO RPT-REC.                                     02690000
027000      STRING 'REQUESTS=' IP-CNTR                                  02700000
027100             ' REGISTERED=' ADDED-CNTR                            02710000
027200             ' OVER LIMIT=' OVER-CNTR                             02720000
027300             ' BAD STUDENT=' NOSTU-CNTR                           02730000
027310             ' FEES RAISED=' FEE-CNTR                             02731001
027400         DELIMITED BY SIZE INTO RPT-REC                           02740000
027500      END-STRING.                                                 02750000
027600      WRITE RPT-REC.                                              02760000
027610      CALL 'AUDSEAL' USING BY CONTENT 'T' 'RETAKE  '              02761001
027620                           BY REFERENCE AU-AUDIT-REC.             02762001
027630      WRITE AU-AUDIT-REC.                                         02763001
027700      CLOSE IP-FILE HIST-FILE STUDMST ROSTADD                     02770000
027800            SUSPFILE RPTFILE FEE-FILE AUDIT-FILE.                 02780001
027900      DISPLAY 'REQUESTS READ   : ' IP-CNTR.                       02790000
028000      DISPLAY 'REGISTERED      : ' ADDED-CNTR.                    02800000
028100      DISPLAY 'OVER LIMIT      : ' OVER-CNTR.                     02810000
028200      DISPLAY 'BAD STUDENT IDS : ' NOSTU-CNTR.                    02820000
028210      DISPLAY 'FEES RAISED     : ' FEE-CNTR.                      02821001
028300      IF OVER-CNTR > 0 OR NOSTU-CNTR > 0                          02830000
028400         MOVE 4 TO RETURN-CODE                                    02840000
028500      END-IF.                                                     02850000
