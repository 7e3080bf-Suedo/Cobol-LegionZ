000400* INPUT FILE  : CLASS ROSTER (DDROSTER, FROM THE DDCLASS LOAD)    00040000
000500*               AND THE RESULTS FILE (DDRESULT, D8STD OUTPUT      00050000
000600*               SHAPE) - BOTH IN STUDENT-ID SEQUENCE              00060000
000610*               AND THE EXAM-DAY ATTENDANCE KSDS (DDATTEND)       00061002
000700* OUTPUT FILE : ENROLLED-WITHOUT-RESULT EXCEPTIONS (DDNORES),     00070000
000800*               RESULT-WITHOUT-ROSTER EXCEPTIONS (DDNOROST)       00080000
000900* PRG DESC    : COMPLETENESS CHECK BETWEEN THE CLASS ROSTER AND   00090000
001000*               THE RESULTS FILE.  ENROLLED STUDENTS WITH NO      00100000
001100*               RESULT AND RESULT RECORDS WITH NO ROSTER ENTRY    00110000
001200*               EACH GO TO THEIR OWN EXCEPTION FILE WITH COUNTS.  00120000
001210*               AN ENROLLED STUDENT THE INVIGILATORS MARKED       00121002
001220*               ABSENT, OR CAUGHT IN MALPRACTICE, FOR THE EXAM    00122002
001230*               CYCLE (ASKED FOR AT THE CONSOLE, BLANK IS THE RUN 00123002
001240*               MONTH) IS COUNTED AS SUCH AND NOT REPORTED AS     00124002
001250*               MISSING MARKS.                                    00125002
001300* AUTHOR      : GIRIDHAR                                          00130000
001400* CREATED ON  : 04 AUG 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - ABSENT AND MALPRACTICE STUDENTS NO  00141002
001420*               LONGER REPORTED AS ENROLLED WITHOUT RESULT        00142002
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
003500      ORGANIZATION IS SEQUENTIAL                                  00350000
003600      ACCESS MODE IS SEQUENTIAL                                   00360000
003700      FILE STATUS N2-STATUS.                                      00370000
003710*                                                                 00371002
003720      SELECT ATND-FILE ASSIGN TO DDATTEND                         00372002
003730      ORGANIZATION IS INDEXED                                     00373002
003740      ACCESS MODE IS RANDOM                                       00374002
003750      RECORD KEY IS AT-ATTEND-KEY                                 00375002
003760      FILE STATUS AT-STATUS.                                      00376002
003800*                                                                 00380000
003900 DATA DIVISION.                                                   00390000
004000 FILE SECTION.                                                    00400000
005200 01 NORES-REC PIC X(80).                                          00520000
005300 FD NOROSTFILE RECORDING MODE F.                                  00530000
005400 01 NOROST-REC PIC X(80).                                         00540000
005410 FD ATND-FILE.                                                    00541002
005420 COPY ATNDREC REPLACING ==:ATN:== BY ==AT==.                      00542002
005500 WORKING-STORAGE SECTION.                                         00550000
005600 01 WS-FILE-STATUSES.                                             00560000
005700     05 RO-STATUS PIC XX.                                         00570000
006600     88 N1-OPEN-OK VALUE '00'.                                    00660000
006700     05 N2-STATUS PIC XX.                                         00670000
006800     88 N2-OPEN-OK VALUE '00'.                                    00680000
006805     05 AT-STATUS PIC XX.                                         00680502
006810     88 AT-OPEN-OK VALUE '00'.                                    00681002
006815     88 AT-READ-OK VALUE '00'.                                    00681502
006820     88 AT-KEYNF   VALUE '23'.                                    00682002
006825 01 WS-ATND-FIELDS.                                               00682502
006830     05 WS-TODAY    PIC 9(8) VALUE ZEROS.                         00683002
006835     05 WS-CYCLE    PIC X(6) VALUE SPACES.                        00683502
006840     05 WS-CYCLE-IN PIC X(6) VALUE SPACES.                        00684002
006845     05 WS-AT-SW    PIC X VALUE 'N'.                              00684502
006850     88 ATND-OPEN   VALUE 'Y'.                                    00685002
006900 01 WS-SIDE-KEYS.                                                 00690000
007000     05 WS-RO-KEY PIC X(5).                                       00700000
007100     88 RO-SIDE-EOF VALUE HIGH-VALUES.                            00710000
007700     05 MATCH-CNTR  PIC 9(6) VALUE ZEROS.                         00770000
007800     05 NORES-CNTR  PIC 9(6) VALUE ZEROS.                         00780000
007900     05 NOROST-CNTR PIC 9(6) VALUE ZEROS.                         00790000
007910     05 ABSENT-CNTR PIC 9(6) VALUE ZEROS.                         00791002
007920     05 MALPR-CNTR  PIC 9(6) VALUE ZEROS.                         00792002
008000 01 WS-ERR-DESC.                                                  00800000
008100     05  FILLER               PIC X(10) VALUE "ERROR IN ".        00810000
008200     05  ERR-PARA             PIC X(30).                          00820000
011000         MOVE N1-STATUS TO ERR-FILE-STATUS                        01100000
011100         PERFORM 9000-ERR-PARA                                    01110000
011200      END-IF.                                                     01120000
011205      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01120502
011210      MOVE WS-TODAY(1:6) TO WS-CYCLE.                             01121002
011215      DISPLAY 'EXAM CYCLE YYYYMM (BLANK = ' WS-CYCLE ') :'.       01121502
011220      ACCEPT WS-CYCLE-IN.                                         01122002
011225      IF WS-CYCLE-IN NUMERIC                                      01122502
011230         MOVE WS-CYCLE-IN TO WS-CYCLE                             01123002
011235      ELSE                                                        01123502
011240         IF WS-CYCLE-IN NOT = SPACES                              01124002
011245            DISPLAY 'INVALID EXAM CYCLE ' WS-CYCLE-IN             01124502
011250               ' - RUN MONTH ASSUMED'                             01125002
011255         END-IF                                                   01125502
011260      END-IF.                                                     01126002
011265      OPEN INPUT ATND-FILE.                                       01126502
011270      IF AT-OPEN-OK                                               01127002
011275         MOVE 'Y' TO WS-AT-SW                                     01127502
011280      ELSE                                                        01128002
011285         DISPLAY 'NO ATTENDANCE FILE - ABSENCES NOT EXCLUDED'     01128502
011290      END-IF.                                                     01129002
011300      EXIT.                                                       01130000
011400 2100-READ-ROSTER.                                                01140000
011500      READ ROSTFILE.                                              01150000
015200            PERFORM 2100-READ-ROSTER                              01520000
015300            PERFORM 2200-READ-RESULT                              01530000
015400         WHEN WS-RO-KEY < WS-RE-KEY                               01540000
015500            PERFORM 3100-CHECK-ATTEND THRU 3100-ATTEND-EXIT       01550002
016200            PERFORM 2100-READ-ROSTER                              01620000
016300         WHEN OTHER                                               01630000
016400            ADD 1 TO NOROST-CNTR                                  01640000
017000            PERFORM 2200-READ-RESULT                              01700000
017100      END-EVALUATE.                                               01710000
017200      EXIT.                                                       01720000
017201 3100-CHECK-ATTEND.                                               01720102
017202*     ONLY AN ENROLLED STUDENT WHO SAT THE EXAM, OR WHOSE         01720202
017203*     ATTENDANCE NEVER CAME BACK, IS MISSING MARKS.               01720302
017204      IF ATND-OPEN                                                01720402
017205         MOVE WS-CYCLE TO AT-CYCLE                                01720502
017206         MOVE WS-RO-KEY TO AT-STUD-ID                             01720602
017207         READ ATND-FILE                                           01720702
017208         EVALUATE TRUE                                            01720802
017209            WHEN AT-READ-OK AND AT-ABSENT                         01720902
017210               ADD 1 TO ABSENT-CNTR                               01721002
017211               GO TO 3100-ATTEND-EXIT                             01721102
017212            WHEN AT-READ-OK AND AT-MALPRACTICE                    01721202
017213               ADD 1 TO MALPR-CNTR                                01721302
017214               GO TO 3100-ATTEND-EXIT                             01721402
017215            WHEN AT-READ-OK OR AT-KEYNF                           01721502
017216               CONTINUE                                           01721602
017217            WHEN OTHER                                            01721702
017218               MOVE '3100-CHECK-ATTEND' TO ERR-PARA               01721802
017219               MOVE 'ATND-FILE' TO ERR-FILE-ID                    01721902
017220               MOVE AT-STATUS TO ERR-FILE-STATUS                  01722002
017221               PERFORM 9000-ERR-PARA                              01722102
017222         END-EVALUATE                                             01722202
017223      END-IF.                                                     01722302
017224      ADD 1 TO NORES-CNTR.                                        01722402
017225      MOVE SPACES TO NORES-REC.                                   01722502
017226      STRING WS-RO-KEY ' ' RO-NAME                                01722602
017227             ' ENROLLED BUT NO RESULT'                            01722702
017228         DELIMITED BY SIZE INTO NORES-REC                         01722802
017229      END-STRING.                                                 01722902
017230      WRITE NORES-REC.                                            01723002
017231 3100-ATTEND-EXIT.                                                01723102
017232      EXIT.                                                       01723202
017300 4000-CLOSE-PARA.                                                 01730000
017400      CLOSE ROSTFILE RESFILE NORESFILE NOROSTFILE.                01740000
017410      IF ATND-OPEN                                                01741002
017420         CLOSE ATND-FILE                                          01742002
017430      END-IF.                                                     01743002
017500      DISPLAY 'ROSTER ENTRIES      : ' ROST-CNTR.                 01750000
017600      DISPLAY 'RESULT RECORDS      : ' RES-CNTR.                  01760000
017700      DISPLAY 'MATCHED             : ' MATCH-CNTR.                01770000
017800      DISPLAY 'ENROLLED, NO RESULT : ' NORES-CNTR.                01780000
017900      DISPLAY 'RESULT, NO ROSTER   : ' NOROST-CNTR.               01790000
017910      DISPLAY 'ABSENT (NO MARKS)   : ' ABSENT-CNTR.               01791002
017920      DISPLAY 'MALPRACTICE CASES   : ' MALPR-CNTR.                01792002
018000      IF NORES-CNTR > 0 OR NOROST-CNTR > 0                        01800000
018100         MOVE 4 TO RETURN-CODE                                    01810000
018200      END-IF.                                                     01820000
