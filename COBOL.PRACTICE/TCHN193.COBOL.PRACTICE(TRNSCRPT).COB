000500*               NDMPQ2 RESULTS (DDNDQ2) - ALL IN STUDENT ORDER    00050000
000600* OUTPUT FILE : CONSOLIDATED TRANSCRIPTS (DDTRANS) AND AN         00060000
000700*               EXCEPTION LIST OF PART-MISSING STUDENTS (DDEXCP)  00070000
000710*               AND A CERTIFICATE ELIGIBILITY EXTRACT FOR CERTISS 00071004
000720*               (DDCERTX, CRTXREC - OPTIONAL)                     00072004
000800* PRG DESC    : MATCHES THE EXAM PROGRAMS' OUTPUTS ON STUDENT ID  00080000
000900*               AND PRINTS ONE TRANSCRIPT PER STUDENT - D8STD     00090000
001000*               PERCENTAGE WITH THE STDSUB LETTER GRADE, THE      00100000
001100*               MOCKQUES REMARKS AND THE NDMPQ2 MCQ/LAB SPLIT.    00110000
001200*               STUDENTS FOUND IN ONE SOURCE BUT NOT ANOTHER GO   00120000
001300*               TO THE EXCEPTION LIST.                            00130000
001310*               A STUDENT NDMPQ2 REPORTS ABSENT GETS AN ABSENT    00131003
001320*               EXAM LINE (ZERO FOR THE EXAM PART) INSTEAD OF AN  00132003
001330*               EXCEPTION; A MALPRACTICE CASE HAS THE OVERALL     00133003
001340*               RESULT WITHHELD.                                  00134003
001400* AUTHOR      : GIRIDHAR                                          00140000
001500* CREATED ON  : 04 AUG 2026                                       00150000
001510* MODIFIED ON : 15 OCT 2026 - ABSENT AND MALPRACTICE RESULTS FROM 00151003
001520*               EXAM-DAY ATTENDANCE                               00152003
001530* MODIFIED ON : 15 OCT 2026 - CERTIFICATE ELIGIBILITY EXTRACT     00153004
001540*               WRITTEN FOR CERTISS                               00154004
001550* MODIFIED ON : 15 OCT 2026 - EXTRACT NAME TAKEN FROM D8STD OR    00155005
001560*               MOCKQUES WHEN THE NDMPQ2 NAME IS BLANK            00156005
001600***************************************************************** 00160000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
004100      ORGANIZATION IS SEQUENTIAL                                  00410000
004200      ACCESS MODE IS SEQUENTIAL                                   00420000
004300      FILE STATUS EX-STATUS.                                      00430000
004310*                                                                 00431004
004320      SELECT CERTXFILE ASSIGN TO DDCERTX                          00432004
004330      ORGANIZATION IS SEQUENTIAL                                  00433004
004340      ACCESS MODE IS SEQUENTIAL                                   00434004
004350      FILE STATUS XT-STATUS.                                      00435004
004400*                                                                 00440000
004500 DATA DIVISION.                                                   00450000
004600 FILE SECTION.                                                    00460000
008100      05 ND-PER          PIC X(5).                                00810000
008200      05 ND-EXM          PIC X(7).                                00820000
008300      05 ND-REVISED      PIC X(7).                                00830001
008310      05 ND-ATTEND       PIC X(7).                                00831003
008320      05 FILLER          PIC X(15).                               00832003
008400 FD TRANSFILE RECORDING MODE F.                                   00840000
008500 01 TRANS-REC PIC X(80).                                          00850000
008600 FD EXCPFILE RECORDING MODE F.                                    00860000
008700 01 EXCP-REC PIC X(80).                                           00870000
008701 FD CERTXFILE RECORDING MODE F.                                   00870104
008702 COPY CRTXREC REPLACING ==:CTX:== BY ==CX==.                      00870204
008710 FD WGHTFILE RECORDING MODE F.                                    00871002
008720 01 WGHT-REC.                                                     00872002
008730      05 WG-SOURCE       PIC X(8).                                00873002
010520     88 WG-OPEN-OK VALUE '00'.                                    01052002
010530     88 WG-READ-OK VALUE '00'.                                    01053002
010540     88 WG-EOF     VALUE '10'.                                    01054002
010550     05 XT-STATUS PIC XX.                                         01055004
010560     88 XT-OPEN-OK VALUE '00'.                                    01056004
010570     05 WS-CERTX-SW PIC X VALUE 'N'.                              01057004
010580     88 CERTX-OPEN VALUE 'Y'.                                     01058004
010600 01 WS-SIDE-KEYS.                                                 01060000
010700     05 WS-D8-KEY PIC X(5).                                       01070000
010800     88 D8-SIDE-EOF VALUE HIGH-VALUES.                            01080000
012091     05 WS-P-ND     PIC 999V99 VALUE ZEROS.                       01209102
012092     05 WS-PARTS-SW PIC XXX VALUE 'NNN'.                          01209202
012093     88 ALL-PARTS-IN VALUE 'YYY'.                                 01209302
012094     05 WS-MALPR-SW PIC X VALUE 'N'.                              01209403
012095     88 MALPR-CASE  VALUE 'Y'.                                    01209503
012096     05 WS-OVERALL  PIC 999V99 VALUE ZEROS.                       01209602
012097     05 WS-OVR-ED   PIC ZZ9.99.                                   01209702
012098     05 WS-CLASS    PIC X(12) VALUE SPACES.                       01209802
012100 01 WS-CNTRS.                                                     01210000
012200     05 TRANS-CNTR PIC 9(6) VALUE ZEROS.                          01220000
012300     05 EXCP-CNTR  PIC 9(6) VALUE ZEROS.                          01230000
013100 PROCEDURE DIVISION.                                              01310000
013200 0000-MAIN-PARA.                                                  01320000
013300      PERFORM 1000-OPEN-FILES.                                    01330000
013310      PERFORM 1500-LOAD-WEIGHTS THRU 1500-LOAD-EXIT.              01331003
013400      PERFORM 2100-READ-D8.                                       01340000
013500      PERFORM 2200-READ-MOCK.                                     01350000
013600      PERFORM 2300-READ-NDQ.                                      01360000
015400         MOVE TR-STATUS TO ERR-FILE-STATUS                        01540000
015500         PERFORM 9000-ERR-PARA                                    01550000
015600      END-IF.                                                     01560000
015610      OPEN OUTPUT CERTXFILE.                                      01561004
015620      IF XT-OPEN-OK                                               01562004
015630         MOVE 'Y' TO WS-CERTX-SW                                  01563004
015640      ELSE                                                        01564004
015650         DISPLAY 'NO CERTIFICATE EXTRACT - DDCERTX NOT WRITTEN'   01565004
015660      END-IF.                                                     01566004
015700      EXIT.                                                       01570000
015710 1500-LOAD-WEIGHTS.                                               01571002
015720      OPEN INPUT WGHTFILE.                                        01572002
021700      EXIT.                                                       02170000
021800 3100-ONE-STUDENT.                                                02180000
021810      MOVE 'NNN' TO WS-PARTS-SW.                                  02181002
021820      MOVE 'N' TO WS-MALPR-SW.                                    02182003
021900      ADD 1 TO TRANS-CNTR.                                        02190000
022000      MOVE SPACES TO TRANS-REC.                                   02200000
022100      STRING 'TRANSCRIPT FOR STUDENT ' WS-CURR-KEY                02210000
023300         PERFORM 3520-EXCP-LINE-MO                                02330000
023400      END-IF.                                                     02340000
023500      IF WS-ND-KEY = WS-CURR-KEY                                  02350000
023600         PERFORM 3130-NDQ-LINES THRU 3130-NDQ-EXIT                02360003
023700      ELSE                                                        02370000
023800         PERFORM 3530-EXCP-LINE-ND                                02380000
023900      END-IF.                                                     02390000
023910      PERFORM 3400-OVERALL-LINE THRU 3400-OVERALL-EXIT.           02391003
023920      PERFORM 3450-CERT-EXTRACT.                                  02392004
024000      MOVE SPACES TO TRANS-REC.                                   02400000
024100      MOVE '------------------------------------------------'     02410000
024200         TO TRANS-REC.                                            02420000
027300      WRITE TRANS-REC.                                            02730000
027400      EXIT.                                                       02740000
027500 3130-NDQ-LINES.                                                  02750000
027505      IF ND-ATTEND = 'ABSENT '                                    02750503
027510         MOVE ZEROS TO WS-P-ND                                    02751003
027515         MOVE 'Y' TO WS-PARTS-SW(3:1)                             02751503
027520         MOVE SPACES TO TRANS-REC                                 02752003
027525         MOVE 'EXAM RESULT  : ABSENT' TO TRANS-REC                02752503
027530         WRITE TRANS-REC                                          02753003
027535         GO TO 3130-NDQ-EXIT                                      02753503
027540      END-IF.                                                     02754003
027545      IF ND-ATTEND = 'MALPRAC'                                    02754503
027550         MOVE 'Y' TO WS-MALPR-SW                                  02755003
027555      END-IF.                                                     02755503
027560      COMPUTE WS-P-ND = FUNCTION NUMVAL(ND-PER).                  02756002
027565      MOVE 'Y' TO WS-PARTS-SW(3:1).                               02756502
027600      MOVE SPACES TO TRANS-REC.                                   02760000
027700      STRING 'EXAM ' ND-EXM ' : MCQ ' ND-MCQ ' LAB ' ND-LAB       02770000
027800             ' TOT ' ND-TOT ' PCT ' ND-PER                        02780001
027810             ' ' ND-REVISED ' ' ND-ATTEND                         02781003
027900         DELIMITED BY SIZE INTO TRANS-REC                         02790000
028000      END-STRING.                                                 02800000
028100      WRITE TRANS-REC.                                            02810000
028110 3130-NDQ-EXIT.                                                   02811003
028200      EXIT.                                                       02820000
028210 3400-OVERALL-LINE.                                               02821002
028211      IF MALPR-CASE                                               02821103
028212         MOVE SPACES TO TRANS-REC                                 02821203
028213         MOVE 'OVERALL WITHHELD - MALPRACTICE CASE' TO TRANS-REC  02821303
028214         WRITE TRANS-REC                                          02821403
028215         GO TO 3400-OVERALL-EXIT                                  02821503
028216      END-IF.                                                     02821603
028220      IF NOT ALL-PARTS-IN                                         02822002
028230         MOVE SPACES TO TRANS-REC                                 02823002
028240         MOVE 'OVERALL NOT COMPUTED - PART MISSING'               02824002
028305      WRITE TRANS-REC.                                            02830502
028306 3400-OVERALL-EXIT.                                               02830602
028307      EXIT.                                                       02830702
028308 3450-CERT-EXTRACT.                                               02830804
028309      IF CERTX-OPEN                                               02830904
028310         MOVE SPACES TO CX-CERTX-REC                              02831004
028311         MOVE WS-CURR-KEY TO CX-STUD-ID                           02831104
028312         MOVE ZEROS TO CX-OVERALL                                 02831204
028313         IF WS-ND-KEY = WS-CURR-KEY                               02831305
028314            MOVE ND-SNAME TO CX-STUD-NAME                         02831405
028315            MOVE ND-REVISED TO CX-REVISED                         02831505
028316         END-IF                                                   02831605
028317         IF CX-STUD-NAME = SPACES                                 02831705
028318            EVALUATE TRUE                                         02831805
028319               WHEN WS-D8-KEY = WS-CURR-KEY                       02831905
028320                  STRING D8-FNAME DELIMITED BY SPACE ' '          02832005
028321                         D8-LNAME DELIMITED BY SIZE               02832105
028322                     INTO CX-STUD-NAME                            02832205
028323                  END-STRING                                      02832305
028324               WHEN WS-MO-KEY = WS-CURR-KEY                       02832405
028325                  MOVE MO-NAME TO CX-STUD-NAME                    02832505
028326            END-EVALUATE                                          02832605
028327         END-IF                                                   02832705
028328         EVALUATE TRUE                                            02832804
028329            WHEN MALPR-CASE                                       02832904
028330               MOVE 'WITHHELD' TO CX-STATUS                       02833004
028331            WHEN NOT ALL-PARTS-IN                                 02833104
028332               MOVE 'PARTMISS' TO CX-STATUS                       02833204
028333            WHEN OTHER                                            02833304
028334               MOVE 'COMPLETE' TO CX-STATUS                       02833404
028335               MOVE WS-OVERALL TO CX-OVERALL                      02833504
028336               MOVE WS-CLASS TO CX-CLASS                          02833604
028337         END-EVALUATE                                             02833704
028338         WRITE CX-CERTX-REC                                       02833804
028339      END-IF.                                                     02833904
028340      EXIT.                                                       02834004
028300 3510-EXCP-LINE-D8.                                               02830000
028400      ADD 1 TO EXCP-CNTR.                                         02840000
028500      MOVE SPACES TO EXCP-REC.                                    02850000
031200      END-STRING.                                                 03120000
031300      WRITE TRANS-REC.                                            03130000
031400      CLOSE D8FILE MOCKFILE NDQFILE TRANSFILE EXCPFILE.           03140000
031410      IF CERTX-OPEN                                               03141004
031420         CLOSE CERTXFILE                                          03142004
031430      END-IF.                                                     03143004
031500      DISPLAY 'TRANSCRIPTS PRODUCED : ' TRANS-CNTR.               03150000
031600      DISPLAY 'EXCEPTION LINES      : ' EXCP-CNTR.                03160000
031700      IF EXCP-CNTR > 0                                            03170000
