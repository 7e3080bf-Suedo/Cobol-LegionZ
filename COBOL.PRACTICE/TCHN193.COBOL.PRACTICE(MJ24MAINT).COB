001022*                               TRANSACTIONS                *     00102253
001023*                               - MAKER/CHECKER HOLD ON     *     00102354
001024*                               DELETES AND TERMINATIONS    *     00102454
001025*                               - HIRE DATE SET ON ADD AND  *     00102555
001026*                               RESTARTED ON REHIRE         *     00102655
001027*                               - LEAVE CALENDAR KEYED BY   *     00102756
001028*                               ASSOID AND START DATE SO    *     00102856
001029*                               EVERY LEAVE STAYS ON FILE   *     00102956
001030*                               - LEAVE DEBITED FROM THE    *     00103057
001031*                               ENTITLEMENT LEDGER, SHORT   *     00103157
001032*                               BALANCE TO SUSPENSE         *     00103257
001042*                               - REPORTS OF A TERMINATED   *     00104258
001052*                               OR DELETED MANAGER FLAGGED  *     00105258
001062*                               ORPHAN ON THE REPORTING-LINE*     00106258
001072*                               KSDS                        *     00107258
001073*                               - REHIRE OF A PURGED ID     *     00107366
001074*                               RESTORES IT FROM THE        *     00107466
001075*                               RETENTION ARCHIVE           *     00107566
001076*                               - TRANSACTION OPERATOR      *     00107666
001077*                               STAMPED ON EVERY AUDIT      *     00107766
001078*                               RECORD                      *     00107866
001079*                               - EVERY INQUIRY LOGGED TO   *     00107966
001080*                               THE READ-ACCESS LOG         *     00108066
001081*                               - AUDIT LOG SEALED WITH A   *     00108166
001082*                               HEADER, ENTRY SEQUENCE AND  *     00108266
001083*                               HASH-TOTAL TRAILER          *     00108366
001084*                               - CRITERIA-DRIVEN MASS      *     00108466
001085*                               CHANGE, PREVIEWED FIRST AND *     00108566
001086*                               APPLIED ON A SECOND         *     00108666
001087*                               OPERATOR'S APPROVAL OF THE  *     00108766
001088*                               PREVIEW COUNT               *     00108866
001089*                               - LEAVE REASON VALIDATED    *     00108966
001090*                               AGAINST THE SHARED CODE     *     00109066
001091*                               TABLE                       *     00109166
001092*                               - EXTENDED MASTER STATUS    *     00109266
001093*                               AND HIRE DATE REFRESHED ON  *     00109366
001094*                               ADD AND REHIRE              *     00109466
001095*                               - LEAVE BOOKED AHEAD        *     00109566
001096*                               LEAVES THE STATUS ALONE     *     00109666
001097*                               UNTIL IT STARTS; LVRETURN   *     00109766
001098*                               THEN SETS STATUS L          *     00109866
001099*                               - AUDIT CREDITS THE CHECKER *     00109967
001100*  DATE WRITTEN         :       11/05/2015                  *     00110001
001200*  DATE MODIFIED        :       10/15/2026                  *     00120055
001300*  AUTHOR               :       GIRIDHAR                    *     00130001
001400*----------------------------------------------------------*      00140001
001500 PROGRAM-ID.   MJ24MAINT.                                         00150001
002500                                                                  00250001
002600       SELECT KSDS-FILE ASSIGN TO DDKSDS                          00260001
002700       ORGANIZATION IS INDEXED                                    00270001
002710       ACCESS MODE IS DYNAMIC                                     00271063
002900       RECORD KEY IS INASSOID                                     00290001
003000       FILE STATUS IN-STATUS.                                     00300001
003100                                                                  00310001
004203                                                                  00420352
004204       SELECT LEAVE-FILE ASSIGN TO DDLVKSDS                       00420452
004205       ORGANIZATION IS INDEXED                                    00420552
004206       ACCESS MODE IS DYNAMIC                                     00420656
004207       RECORD KEY IS LE-LEAVE-KEY                                 00420756
004208       FILE STATUS LV-STATUS.                                     00420852
004209                                                                  00420966
004210       SELECT LVBAL-FILE ASSIGN TO DDLVBKS                        00421066
004211       ORGANIZATION IS INDEXED                                    00421166
004212       ACCESS MODE IS RANDOM                                      00421266
004213       RECORD KEY IS LB-BAL-KEY                                   00421366
004214       FILE STATUS LB-STATUS.                                     00421466
004215                                                                  00421566
004216       SELECT SUSPFILE ASSIGN TO DDSUSP                           00421666
004217       ORGANIZATION IS SEQUENTIAL                                 00421766
004218       ACCESS MODE IS SEQUENTIAL                                  00421866
004219       FILE STATUS SP-STATUS.                                     00421966
004220*                                                                 00422066
004221       SELECT RPTL-FILE ASSIGN TO DDRLKS                          00422166
004222       ORGANIZATION IS INDEXED                                    00422266
004223       ACCESS MODE IS DYNAMIC                                     00422366
004224       RECORD KEY IS RL-ASSOID                                    00422466
004225       ALTERNATE RECORD KEY IS RL-MGR-ASSOID WITH DUPLICATES      00422566
004226       FILE STATUS RL-STATUS.                                     00422666
004227                                                                  00422766
004228*                                                                 00422866
004229       SELECT ARCH-FILE ASSIGN TO DDRETAR                         00422966
004230       ORGANIZATION IS SEQUENTIAL                                 00423066
004231       ACCESS MODE IS SEQUENTIAL                                  00423166
004232       FILE STATUS RA-STATUS.                                     00423266
004233*                                                                 00423366
004234       SELECT EMP-FILE ASSIGN TO DDEKSDS                          00423466
004235       ORGANIZATION IS INDEXED                                    00423566
004236       ACCESS MODE IS DYNAMIC                                     00423666
004237       RECORD KEY IS EK-ASSOID                                    00423766
004238       FILE STATUS EK-STATUS.                                     00423866
004239       SELECT HOLD-IN ASSIGN TO DDHOLDI                           00423966
004240       ORGANIZATION IS SEQUENTIAL                                 00424066
004241       ACCESS MODE IS SEQUENTIAL                                  00424166
004242       FILE STATUS HD-STATUS.                                     00424266
004243                                                                  00424366
004244       SELECT HOLD-OUT ASSIGN TO DDHOLDO                          00424466
004245       ORGANIZATION IS SEQUENTIAL                                 00424566
004246       ACCESS MODE IS SEQUENTIAL                                  00424666
004247       FILE STATUS HW-STATUS.                                     00424766
004248                                                                  00424866
004249       SELECT DEACT-FILE ASSIGN TO DDDEACT                        00424966
004250       ORGANIZATION IS SEQUENTIAL                                 00425066
004251       ACCESS MODE IS SEQUENTIAL                                  00425166
004252       FILE STATUS DA-STATUS.                                     00425266
004260                                                                  00426049
004270       SELECT DEALOG-FILE ASSIGN TO DDDEALOG                      00427049
004280       ORGANIZATION IS SEQUENTIAL                                 00428049
007150    05 AUTH-OPER        PIC X(8).                                 00715046
007160    05 FILLER           PIC X.                                    00716046
007170    05 AUTH-OPS         PIC X(5).                                 00717050
007175    05 FILLER           PIC X.                                    00717560
007180    05 AUTH-ASSOID      PIC X(7).                                 00718060
007185    05 FILLER           PIC X(58).                                00718560
007190 FD PEND-IN RECORDING MODE IS F.                                  00719047
007210 01 PIN-REC PIC X(80).                                            00721047
007220 FD PEND-OUT RECORDING MODE IS F.                                 00722047
007362 COPY DEPNREC REPLACING ==:DEP:== BY ==DP==.                      00736251
007363 FD LEAVE-FILE.                                                   00736352
007364 COPY LEAVEREC REPLACING ==:LVE:== BY ==LE==.                     00736452
007366 FD LVBAL-FILE.                                                   00736666
007368 COPY LVBALREC REPLACING ==:LVB:== BY ==LB==.                     00736866
007370 FD SUSPFILE RECORDING MODE IS F.                                 00737066
007372 COPY SUSPREC REPLACING ==:SUS:== BY ==SP==.                      00737266
007374 FD RPTL-FILE.                                                    00737466
007376 COPY RPTLREC REPLACING ==:RPL:== BY ==RL==.                      00737666
007378 FD ARCH-FILE RECORDING MODE IS F.                                00737866
007380 COPY RETAREC REPLACING ==:RTA:== BY ==RA==.                      00738066
007382 FD EMP-FILE.                                                     00738266
007384 COPY MJ24REC REPLACING ==:MJ24:== BY ==EK==.                     00738466
007386 FD HOLD-IN RECORDING MODE IS F.                                  00738666
007388 01 HIN-REC PIC X(80).                                            00738866
007390 FD HOLD-OUT RECORDING MODE IS F.                                 00739066
007392 01 HOUT-REC PIC X(80).                                           00739266
007394 WORKING-STORAGE SECTION.                                         00739466
007399 01 WS-FILE-STATUSES.                                             00739901
007400    05 IP-STATUS PIC XX.                                          00740001
007500    88 IP-OPEN-OK VALUE '00'.                                     00750001
008120    88 IN-DELETE-OK  VALUE '00'.                                  00812043
008200    88 IN-KEYNF    VALUE '23'.                                    00820001
008300    88 IN-DUPKEY   VALUE '22'.                                    00830001
008310    88 IN-START-OK VALUE '00'.                                    00831063
008400    05 AU-STATUS PIC XX.                                          00840001
008500    88 AU-OPEN-OK  VALUE '00'.                                    00850001
008510    88 AU-WRITE-OK VALUE '00'.                                    00851036
008943    05 LV-STATUS PIC XX.                                          00894352
008944    88 LV-OPEN-OK    VALUE '00'.                                  00894452
008945    88 LV-WRITE-OK   VALUE '00'.                                  00894552
008946    88 LV-START-OK   VALUE '00'.                                  00894666
008947    88 LV-READ-OK    VALUE '00'.                                  00894766
008948    88 LV-REWRITE-OK VALUE '00'.                                  00894866
008949    88 LV-DUPKEY     VALUE '22'.                                  00894966
008950    05 LB-STATUS PIC XX.                                          00895066
008951    88 LB-OPEN-OK    VALUE '00'.                                  00895166
008952    88 LB-READ-OK    VALUE '00'.                                  00895266
008953    88 LB-REWRITE-OK VALUE '00'.                                  00895366
008954    88 LB-KEYNF      VALUE '23'.                                  00895466
008955    05 SP-STATUS PIC XX.                                          00895566
008956    88 SP-OPEN-OK    VALUE '00'.                                  00895666
008957    88 SP-WRITE-OK   VALUE '00'.                                  00895766
008958    05 RL-STATUS PIC XX.                                          00895866
008959    88 RL-OPEN-OK    VALUE '00'.                                  00895966
008960    88 RL-START-OK   VALUE '00'.                                  00896066
008961    88 RL-READ-OK    VALUE '00'.                                  00896166
008962    88 RL-REWRITE-OK VALUE '00'.                                  00896266
008963    05 HD-STATUS PIC XX.                                          00896366
008964    88 HD-OPEN-OK  VALUE '00'.                                    00896466
008965    88 HD-READ-OK  VALUE '00'.                                    00896566
008966    88 HD-EOF      VALUE '10'.                                    00896666
008967    05 HW-STATUS PIC XX.                                          00896766
008968    88 HW-OPEN-OK  VALUE '00'.                                    00896866
008969    88 HW-WRITE-OK VALUE '00'.                                    00896966
008970    05 RA-STATUS PIC XX.                                          00897066
008971    88 RA-OPEN-OK  VALUE '00'.                                    00897166
008972    88 RA-READ-OK  VALUE '00'.                                    00897266
008973    88 RA-EOF      VALUE '10'.                                    00897366
008974    05 EK-STATUS PIC XX.                                          00897466
008975    88 EK-OPEN-OK  VALUE '00'.                                    00897566
008976    88 EK-WRITE-OK VALUE '00'.                                    00897666
008977    88 EK-START-OK   VALUE '00'.                                  00897766
008978    88 EK-READ-OK    VALUE '00'.                                  00897866
008979    88 EK-REWRITE-OK VALUE '00'.                                  00897966
008980 01 WS-TRAN-REC.                                                  00898066
008998    05 WS-OP PIC X(1).                                            00899801
009000    88 OP-ADD     VALUE 'A'.                                      00900001
009100    88 OP-UPDATE  VALUE 'U'.                                      00910001
009320    88 OP-LEAVE   VALUE 'V'.                                      00932052
009330    88 OP-REHIRE  VALUE 'R'.                                      00933053
009340    88 OP-APPROVE VALUE 'P'.                                      00934054
009350    88 OP-MASS    VALUE 'M'.                                      00935063
009400    05 WS-ASSOID  PIC X(7).                                       00940001
009500    05 WS-NAME    PIC X(30).                                      00950001
009600    05 WS-BGROUP  PIC X(10).                                      00960001
010483    05 NOAPPR-CNTR    PIC 9(6) VALUE ZEROS.                       01048354
010484    05 EXPIRED-CNTR   PIC 9(6) VALUE ZEROS.                       01048454
010485    05 STILLHELD-CNTR PIC 9(6) VALUE ZEROS.                       01048554
010487    05 LVSUSP-CNTR    PIC 9(6) VALUE ZEROS.                       01048766
010489    05 ORPHAN-CNTR    PIC 9(6) VALUE ZEROS.                       01048966
010491    05 ARCHPULL-CNTR  PIC 9(6) VALUE ZEROS.                       01049166
010493    05 ACCLOG-CNTR    PIC 9(6) VALUE ZEROS.                       01049366
010495    05 MASSPREV-CNTR  PIC 9(6) VALUE ZEROS.                       01049566
010497    05 MASSCHG-CNTR   PIC 9(6) VALUE ZEROS.                       01049766
010499    05 MASSREF-CNTR   PIC 9(6) VALUE ZEROS.                       01049966
010500 01 WS-ERR-DESC.                                                  01050001
010600    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01060001
010700    05  ERR-PARA             PIC X(30).                           01070001
011360       10 WS-ENT-OPS  PIC X(5).                                   01136050
011370 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01137047
011380 01 WS-DEACT-ACTION PIC X(1).                                     01138049
011381 01 WS-EXT-REASON PIC X(10).                                      01138166
011382 01 WS-ARCHFND-SW PIC X VALUE 'N'.                                01138266
011383    88 ARCH-FOUND    VALUE 'Y'.                                   01138366
011384 COPY RETAREC REPLACING ==:RTA:== BY ==AH==.                      01138466
011385 COPY ACCLREC REPLACING ==:ACL:== BY ==AC==.                      01138566
011386 COPY CODEPARM REPLACING ==:CLK:== BY ==CQ==.                     01138666
011387 01 WS-STATEDIT-SW PIC X VALUE 'N'.                               01138766
011388    88 STATUS-EDIT-OK VALUE 'Y'.                                  01138866
011389 01 WS-DEPWARN-SW PIC X VALUE 'N'.                                01138966
011390    88 DEPNS-EXIST VALUE 'Y'.                                     01139066
011391 01 WS-DEPSCAN-SW PIC X VALUE 'N'.                                01139166
011392    88 DEPN-SCAN-DONE VALUE 'Y'.                                  01139266
011393 01 WS-RLSCAN-SW PIC X VALUE 'N'.                                 01139366
011394    88 RPTL-SCAN-DONE VALUE 'Y'.                                  01139466
011395 01 WS-XREF-ID PIC X(7) VALUE SPACES.                             01139566
011396 01 WS-XREF-SW PIC X VALUE 'N'.                                   01139666
011397    88 XREF-RESOLVED VALUE 'Y'.                                   01139766
011398 01 WS-LVCLASH-SW PIC X VALUE 'N'.                                01139866
011399    88 LEAVE-CLASH VALUE 'Y'.                                     01139966
011400 01 WS-LVSCAN-SW PIC X VALUE 'N'.                                 01140066
011401    88 LEAVE-SCAN-DONE VALUE 'Y'.                                 01140166
011402 01 WS-LV-LEDGER.                                                 01140266
011403    05 WS-LV-FROM     PIC 9(8).                                   01140366
011404    05 WS-LV-FROM-R REDEFINES WS-LV-FROM.                         01140466
011405       10 WS-LV-YEAR  PIC 9(4).                                   01140566
011406       10 FILLER      PIC 9(4).                                   01140666
011407    05 WS-LV-TO       PIC 9(8).                                   01140766
011408    05 WS-LV-DAYS     PIC 9(5).                                   01140866
011409    05 WS-LV-BAL-ED   PIC ZZ9.99.                                 01140966
011410    05 WS-SUSP-REASON PIC X(10).                                  01141066
011411 01 WS-LVFUND-SW PIC X VALUE 'N'.                                 01141166
011412    88 LEAVE-FUNDED VALUE 'Y'.                                    01141266
011413 01 WS-HOLD-CTLS.                                                 01141366
011414    05 WS-HOLD-CNT   PIC 9(2) VALUE ZEROS.                        01141466
011415    05 WS-HOLD-IDX   PIC 9(2) VALUE ZEROS.                        01141566
011416    05 WS-HOLD-FND   PIC 9(2) VALUE ZEROS.                        01141666
011417    05 WS-HOLD-LIMIT PIC 9(3) VALUE 005.                          01141766
011418 01 WS-HOLD-TABLE.                                                01141866
011419    05 WS-HOLD-ENT OCCURS 50 TIMES.                               01141966
011420       10 HT-TXN  PIC X(80).                                      01142066
011421       10 HT-AGE  PIC 9(3).                                       01142166
011422       10 HT-FLAG PIC X.                                          01142266
011423 01 WS-APPR-OPER PIC X(8) VALUE SPACES.                           01142366
011424 01 WS-EKOPEN-SW PIC X VALUE 'N'.                                 01142466
011425    88 EK-FILE-OPEN  VALUE 'Y'.                                   01142566
011426 01 WS-MASS-CHG.                                                  01142666
011427    05 WS-MC-FIELD    PIC X(2).                                   01142766
011428    88 MC-FLD-EMAIL   VALUE 'EM'.                                 01142866
011429    88 MC-FLD-CONTACT VALUE 'CT'.                                 01142966
011430    88 MC-FLD-EMERG   VALUE 'EC'.                                 01143066
011431    88 MC-FLD-BGROUP  VALUE 'BG'.                                 01143166
011432    05 WS-MC-OPER     PIC X(2).                                   01143266
011433    88 MC-OP-EQ       VALUE 'EQ'.                                 01143366
011434    88 MC-OP-SW       VALUE 'SW'.                                 01143466
011435    88 MC-OP-EW       VALUE 'EW'.                                 01143566
011436    88 MC-OP-CO       VALUE 'CO'.                                 01143666
011437    05 WS-MC-VALUE    PIC X(20).                                  01143766
011438    05 WS-MC-XFORM    PIC X(1).                                   01143866
011439    88 MC-XF-REPLACE  VALUE 'R'.                                  01143966
011440    88 MC-XF-SET      VALUE 'S'.                                  01144066
011441    05 WS-MC-NEWVAL   PIC X(20).                                  01144166
011442    05 WS-MC-PREV-IN  PIC X(6).                                   01144266
011443    05 WS-MC-PREV-CNT REDEFINES WS-MC-PREV-IN PIC 9(6).           01144366
011444    05 WS-MC-APPR-IN  PIC X(6).                                   01144466
011445    05 WS-MC-APPR-CNT REDEFINES WS-MC-APPR-IN PIC 9(6).           01144566
011446    05 WS-MC-MODE     PIC X(1).                                   01144666
011447    88 MC-PREVIEW     VALUE 'P'.                                  01144766
011448    88 MC-COUNT-ONLY  VALUE 'C'.                                  01144866
011449    88 MC-APPLY       VALUE 'A'.                                  01144966
011450    05 WS-MC-FILE-ID  PIC X(8).                                   01145066
011451    05 WS-MC-FIELD-NM PIC X(10).                                  01145166
011452    05 WS-MC-LABEL    PIC X(8).                                   01145266
011453    05 WS-MC-KEY      PIC X(7).                                   01145366
011454    05 WS-MC-CUR      PIC X(40).                                  01145466
011455    05 WS-MC-AFTER    PIC X(40).                                  01145566
011456    05 WS-MC-FLEN     PIC 9(3).                                   01145666
011457    05 WS-MC-VLEN     PIC 9(3).                                   01145766
011458    05 WS-MC-NLEN     PIC 9(3).                                   01145866
011459    05 WS-MC-USED     PIC 9(3).                                   01145966
011460    05 WS-MC-MPOS     PIC 9(3).                                   01146066
011461    05 WS-MC-OPTR     PIC 9(3).                                   01146166
011462    05 WS-MC-TALLY    PIC 9(3).                                   01146266
011463    05 WS-MC-TAIL     PIC S9(3).                                  01146366
011464    05 WS-MC-SEL-CNT  PIC 9(6).                                   01146466
011465    05 WS-MC-LONG-CNT PIC 9(6).                                   01146566
011466 01 WS-MC-EDIT-SW PIC X VALUE 'N'.                                01146666
011467    88 MC-EDIT-OK    VALUE 'Y'.                                   01146766
011468 01 WS-MC-SEL-SW PIC X VALUE 'N'.                                 01146866
011469    88 MC-SELECTED   VALUE 'Y'.                                   01146966
011470 01 WS-MC-LONG-SW PIC X VALUE 'N'.                                01147066
011471    88 MC-TOO-LONG   VALUE 'Y'.                                   01147166
011472 01 WS-MC-EOF-SW PIC X VALUE 'N'.                                 01147266
011473    88 MC-SCAN-DONE  VALUE 'Y'.                                   01147366
011474                                                                  01147466
011475 PROCEDURE DIVISION.                                              01147566
011476 0000-MAIN-PARA.                                                  01147666
011500        PERFORM 1000-INIT-FLDS.                                   01150001
011600        PERFORM 2000-OPEN-FILES.                                  01160001
011610        PERFORM 2100-LOAD-AUTH.                                   01161046
012702     IF NOT LV-OPEN-OK                                            01270252
012703        DISPLAY 'LEAVE CALENDAR OPEN FAILED ' LV-STATUS           01270352
012704     END-IF.                                                      01270452
012705        OPEN I-O LVBAL-FILE.                                      01270557
012706     IF NOT LB-OPEN-OK                                            01270657
012707        DISPLAY 'LEAVE LEDGER OPEN FAILED ' LB-STATUS             01270757
012708     END-IF.                                                      01270857
012709        OPEN EXTEND SUSPFILE.                                     01270957
012710     IF NOT SP-OPEN-OK                                            01271057
012711        DISPLAY 'SUSPENSE OPEN FAILED ' SP-STATUS                 01271157
012712     END-IF.                                                      01271258
012713        OPEN I-O RPTL-FILE.                                       01271358
012714     IF NOT RL-OPEN-OK                                            01271458
012715        DISPLAY 'REPORTING LINE OPEN FAILED ' RL-STATUS           01271558
012716     END-IF.                                                      01271659
012717        OPEN I-O EMP-FILE.                                        01271759
012718     IF NOT EK-OPEN-OK                                            01271859
012719        DISPLAY 'EXTENDED MASTER OPEN FAILED ' EK-STATUS          01271959
012729     END-IF.                                                      01272966
012739     IF EK-OPEN-OK                                                01273966
012749        MOVE 'Y' TO WS-EKOPEN-SW                                  01274966
012759     END-IF.                                                      01275966
012769        OPEN INPUT IP-FILE.                                       01276966
012800     EVALUATE TRUE                                                01280001
012900        WHEN IP-OPEN-OK                                           01290001
013000        OPEN I-O KSDS-FILE                                        01300001
013900                    MOVE RP-STATUS TO ERR-FILE-STATUS             01390001
014000                    PERFORM 9000-ERR-PARA                         01400001
014100                 END-IF                                           01410001
014110                 CALL 'AUDSEAL' USING BY CONTENT 'H' 'MJ24MANT'   01411062
014120                                      BY REFERENCE AU-AUDIT-REC   01412062
014130                 WRITE AU-AUDIT-REC                               01413062
014200              ELSE                                                01420001
014300                 MOVE '2000-OPEN-FILES' TO ERR-PARA               01430001
014400                 MOVE 'AUDIT-FILE' TO ERR-FILE-ID                 01440001
016741           MOVE HD-STATUS TO ERR-FILE-STATUS                      01674154
016742           PERFORM 9000-ERR-PARA                                  01674254
016743     END-EVALUATE.                                                01674354
016745        EXIT.                                                     01674566
016747 3000-PRCS-RECS.                                                  01674766
016749     PERFORM UNTIL IP-EOF                                         01674966
016751        READ IP-FILE                                              01675166
016753        EVALUATE TRUE                                             01675366
016754           WHEN IP-READ-OK                                        01675401
016764           ADD 1 TO IP-CNTR                                       01676401
016774           PERFORM 3001-PARSE-PARA                                01677401
017025     MOVE IP-REC(9:8)  TO WS-LV-START.                            01702552
017026     MOVE IP-REC(17:8) TO WS-LV-END.                              01702652
017027     MOVE IP-REC(25:10) TO WS-LV-REASON.                          01702752
017028     MOVE IP-REC(9:2)  TO WS-MC-FIELD.                            01702863
017029     MOVE IP-REC(11:2) TO WS-MC-OPER.                             01702963
017030     MOVE IP-REC(13:20) TO WS-MC-VALUE.                           01703063
017031     MOVE IP-REC(33:1) TO WS-MC-XFORM.                            01703163
017032     MOVE IP-REC(34:20) TO WS-MC-NEWVAL.                          01703263
017033     MOVE IP-REC(54:6) TO WS-MC-PREV-IN.                          01703363
017034     IF WS-EFF-DATE = SPACES OR LOW-VALUES                        01703447
017044        MOVE WS-TODAY TO WS-EFF-DATE                              01704447
017054     END-IF.                                                      01705447
017477        WRITE RPT-REC                                             01747750
017478     END-IF.                                                      01747850
017479        EXIT.                                                     01747950
017481 3100-DISPATCH-TXN.                                               01748166
017483           PERFORM 3050-CHECK-AUTH                                01748366
017484           IF NOT OPER-AUTH-OK                                    01748447
017494              PERFORM 3060-AUTH-REJECT                            01749447
017504           ELSE                                                   01750447
017564              WHEN OP-DELETE                                      01756447
017574                 PERFORM 3094-HOLD-TXN                            01757454
017584              WHEN OP-INQUIRE                                     01758447
017594                 PERFORM 3005-INQUIRE-KSDS THRU 3005-INQUIRE-EXIT 01759465
017604              WHEN OP-SETSTAT                                     01760448
017606                 PERFORM 3075-EDIT-STATUS                         01760650
017608                 IF STATUS-EDIT-OK                                01760850
017615                    END-IF                                        01761554
017616                 END-IF                                           01761650
017618              WHEN OP-LEAVE                                       01761852
017619                 PERFORM 3085-LEAVE-KSDS THRU 3085-LEAVE-EXIT     01761959
017621              WHEN OP-REHIRE                                      01762153
017622                 PERFORM 3090-REHIRE-KSDS                         01762253
017623              WHEN OP-APPROVE                                     01762354
017625                 PERFORM 3095-APPROVE-TXN THRU 3095-APPROVE-EXIT  01762566
017627              WHEN OP-MASS                                        01762766
017629                 PERFORM 3120-MASS-PREVIEW                        01762966
017631                    THRU 3120-MASS-PREVIEW-EXIT                   01763166
017633              WHEN OTHER                                          01763366
017634                 DISPLAY ' INVALID OPERATION : ' WS-OP            01763447
017644                 ADD 1 TO REJ-CNTR                                01764447
017654           END-EVALUATE                                           01765447
017724        MOVE WS-DOB TO INDOB.                                     01772401
017734        MOVE 'A' TO INSTATUS.                                     01773448
017744        MOVE SPACES TO INTERMDT.                                  01774448
017745        MOVE WS-EFF-DATE TO INHIREDT.                             01774555
017754        WRITE INREC.                                              01775401
017764     EVALUATE TRUE                                                01776401
017774        WHEN IN-WRITE-OK                                          01777401
017824           MOVE WS-BGROUP TO WS-AUD-NEW-BGROUP                    01782445
017834           MOVE WS-DOB TO WS-AUD-NEW-DOB                          01783445
017844           PERFORM 3006-AUDIT-WRITE                               01784401
017845           IF EK-FILE-OPEN                                        01784565
017846              MOVE 'ADD' TO WS-EXT-REASON                         01784665
017847              PERFORM 3097-REFRESH-EXT                            01784765
017848           END-IF                                                 01784865
017854        WHEN IN-DUPKEY                                            01785401
017864           DISPLAY 'KEY : ' WS-ASSOID                             01786401
017874              ' ALREADY EXISTS - NOT ADDED'                       01787401
018434                 PERFORM 3006-AUDIT-WRITE                         01843443
018444                 MOVE 'D' TO WS-DEACT-ACTION                      01844449
018454                 PERFORM 3008-DEACT-WRITE                         01845449
018459                 PERFORM 3010-FLAG-ORPHANS                        01845958
018464              WHEN OTHER                                          01846443
018474                 DISPLAY 'KEY : ' WS-ASSOID                       01847443
018484                    ' NOT DELETED, STATUS = ' IN-STATUS           01848443
018654           ADD 1 TO INQ-CNTR                                      01865401
018664           MOVE SPACES TO RPT-REC                                 01866401
018674           STRING INASSOID ' ' INNAME ' ' INBGROUP ' ' INDOB      01867401
018675              ' ' INHIREDT                                        01867555
018684              DELIMITED BY SIZE INTO RPT-REC                      01868401
018694           END-STRING                                             01869401
018704           WRITE RPT-REC                                          01870401
018705           MOVE SPACES TO AC-ACCESS-REC                           01870561
018706           MOVE 'NBDS' TO AC-GROUPS                               01870661
018707           PERFORM 3056-LOG-ACCESS                                01870761
018714        WHEN IN-KEYNF                                             01871401
018715           CALL 'XREFSUB' USING WS-ASSOID WS-XREF-ID              01871551
018716              WS-XREF-SW                                          01871651
018851        WHEN IN-READ-OK                                           01885151
018852           MOVE SPACES TO RPT-REC                                 01885251
018853           STRING WS-ASSOID ' RESOLVED TO ' INASSOID ' '          01885351
018855              INNAME ' ' INBGROUP ' ' INDOB                       01885567
018856              DELIMITED BY SIZE INTO RPT-REC                      01885667
018857           END-STRING                                             01885767
018858           WRITE RPT-REC                                          01885867
018859           MOVE SPACES TO AC-ACCESS-REC                           01885967
018860           MOVE 'NBD' TO AC-GROUPS                                01886067
018861           PERFORM 3056-LOG-ACCESS                                01886167
018862        WHEN OTHER                                                01886267
018863           DISPLAY 'XREF TARGET ' WS-XREF-ID ' UNREADABLE'        01886367
018864           ADD 1 TO REJ-CNTR                                      01886467
018865     END-EVALUATE.                                                01886567
018866        EXIT.                                                     01886667
018867 3056-LOG-ACCESS.                                                 01886767
018868        MOVE 'MJ24MANT' TO AC-PGM-ID.                             01886867
018869        MOVE 'MJ24KSDS' TO AC-FILE-ID.                            01886967
018870        MOVE INASSOID TO AC-REC-KEY.                              01887067
018871        MOVE WS-OPER-ID TO AC-OPER-ID.                            01887167
018872        CALL 'ACCLSUB' USING AC-ACCESS-REC.                       01887267
018873        ADD 1 TO ACCLOG-CNTR.                                     01887367
018874        EXIT.                                                     01887467
018875 3085-LEAVE-KSDS.                                                 01887567
018876     IF WS-LV-START NOT NUMERIC OR WS-LV-END NOT NUMERIC          01887667
018877        OR WS-LV-END < WS-LV-START                                01887767
018878        ADD 1 TO REJ-CNTR                                         01887867
018879        DISPLAY 'INVALID LEAVE DATES ' WS-LV-START ' '            01887967
018880           WS-LV-END ' ON KEY ' WS-ASSOID                         01888067
018881        GO TO 3085-LEAVE-EXIT                                     01888167
018882     END-IF.                                                      01888267
018883     MOVE 'L' TO CQ-FUNC.                                         01888367
018884     MOVE 'LVREASON' TO CQ-TABLE-ID.                              01888467
018885     MOVE WS-LV-REASON TO CQ-CODE.                                01888567
018886     MOVE WS-LV-START TO CQ-ASOF-DATE.                            01888667
018887     CALL 'CODESUB' USING CQ-CODE-PARM.                           01888767
018888     IF NOT CQ-CODE-OK                                            01888867
018889        ADD 1 TO REJ-CNTR                                         01888967
018890        DISPLAY 'INVALID LEAVE REASON ' WS-LV-REASON              01889067
018891           ' (' CQ-RESULT ') ON KEY ' WS-ASSOID                   01889167
018892        GO TO 3085-LEAVE-EXIT                                     01889267
018893     END-IF.                                                      01889367
018894        PERFORM 3087-CHECK-CALENDAR.                              01889467
018895     IF LEAVE-CLASH                                               01889567
018896        ADD 1 TO REJ-CNTR                                         01889667
018897        GO TO 3085-LEAVE-EXIT                                     01889767
018898     END-IF.                                                      01889867
018899        MOVE WS-ASSOID TO INASSOID.                               01889967
018900        READ KSDS-FILE.                                           01890067
018901     EVALUATE TRUE                                                01890167
018902        WHEN IN-READ-OK                                           01890267
018903           PERFORM 3081-CHECK-BALANCE                             01890367
018904           IF NOT LEAVE-FUNDED                                    01890467
018905              GO TO 3085-LEAVE-EXIT                               01890567
018906           END-IF                                                 01890667
018907           IF WS-LV-START > WS-TODAY                              01890767
018908              ADD 1 TO LEAVE-CNTR                                 01890867
018909              PERFORM 3086-CALENDAR-WRITE                         01890967
018910              DISPLAY 'KEY : ' WS-ASSOID ' LEAVE BOOKED FROM '    01891067
018911                 WS-LV-START ', STATUS L SET WHEN IT STARTS'      01891167
018912              GO TO 3085-LEAVE-EXIT                               01891267
018913           END-IF                                                 01891367
018914           MOVE SPACES TO AU-AUDIT-REC                            01891467
018915           MOVE 'MJ24KSDS' TO AU-FILE-ID                          01891567
018916           MOVE WS-ASSOID TO AU-REC-KEY                           01891667
018917           MOVE 'U' TO AU-ACTION                                  01891767
018918           MOVE 'LEAVE' TO AU-FIELD-ID                            01891867
018919           MOVE INSTATUS TO AU-OLD-VALUE                          01891967
018920           MOVE 'L' TO INSTATUS                                   01892067
018921           STRING 'L ' WS-LV-START ' ' WS-LV-END                  01892167
018922              DELIMITED BY SIZE INTO AU-NEW-VALUE                 01892267
018923           END-STRING                                             01892367
018924           REWRITE INREC                                          01892467
018925           IF IN-REWRITE-OK                                       01892567
018926              ADD 1 TO LEAVE-CNTR                                 01892667
018927              ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD               01892767
018928              ACCEPT AU-CHG-TIME FROM TIME                        01892867
018929              MOVE WS-OPER-ID TO AU-OPER-ID                       01892967
018930              IF AU-OPER-ID = SPACES                              01893067
018931                 CALL 'OPERSUB' USING AU-OPER-ID                  01893167
018932              END-IF                                              01893267
018933              CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'      01893367
018934                                   BY REFERENCE AU-AUDIT-REC      01893467
018935              WRITE AU-AUDIT-REC                                  01893567
018936              PERFORM 3086-CALENDAR-WRITE                         01893667
018937           ELSE                                                   01893767
018938              DISPLAY 'KEY : ' WS-ASSOID                          01893867
018939                 ' LEAVE NOT SET, STATUS = ' IN-STATUS            01893967
018940              ADD 1 TO REJ-CNTR                                   01894067
018941           END-IF                                                 01894167
018942        WHEN IN-KEYNF                                             01894267
018943           DISPLAY 'KEY : ' WS-ASSOID ' NOT FOUND '               01894367
018944           ADD 1 TO REJ-CNTR                                      01894467
018945        WHEN OTHER                                                01894567
018946           DISPLAY 'KEY : ' WS-ASSOID                             01894667
018947              ' LEAVE ERROR, STATUS = ' IN-STATUS                 01894767
018948           ADD 1 TO REJ-CNTR                                      01894867
018949     END-EVALUATE.                                                01894967
018950 3085-LEAVE-EXIT.                                                 01895067
018951        EXIT.                                                     01895167
018952 3086-CALENDAR-WRITE.                                             01895267
018953        MOVE SPACES TO LE-LEAVE-REC.                              01895367
018954        MOVE WS-ASSOID TO LE-ASSOID.                              01895467
018955        MOVE WS-LV-START TO LE-LEAVE-START.                       01895567
018956        MOVE WS-LV-END TO LE-LEAVE-END.                           01895667
018957        MOVE WS-LV-REASON TO LE-LEAVE-REASON.                     01895767
018958        MOVE 'A' TO LE-LEAVE-STATUS.                              01895867
018959        MOVE ZEROS TO LE-RETURN-DATE.                             01895967
018960        WRITE LE-LEAVE-REC.                                       01896067
018961     EVALUATE TRUE                                                01896167
018962        WHEN LV-WRITE-OK                                          01896267
018963           PERFORM 3082-DEBIT-BALANCE                             01896367
018964        WHEN LV-DUPKEY                                            01896467
018965           DISPLAY 'LEAVE ALREADY ON CALENDAR ' WS-ASSOID         01896567
018966              ' ' WS-LV-START                                     01896667
018967        WHEN OTHER                                                01896767
018968           DISPLAY 'LEAVE CAL WRITE FAILED ' LV-STATUS            01896867
018969     END-EVALUATE.                                                01896967
018970        EXIT.                                                     01897067
018971 3087-CHECK-CALENDAR.                                             01897167
018972        MOVE 'N' TO WS-LVCLASH-SW.                                01897267
018973        MOVE 'N' TO WS-LVSCAN-SW.                                 01897367
018974        MOVE WS-ASSOID TO LE-ASSOID.                              01897467
018975        MOVE ZEROS TO LE-LEAVE-START.                             01897567
018976        START LEAVE-FILE KEY NOT LESS THAN LE-LEAVE-KEY.          01897667
018977     IF LV-START-OK                                               01897767
018978        PERFORM 3088-READ-CALENDAR UNTIL LEAVE-SCAN-DONE          01897867
018979     END-IF.                                                      01897967
018980        EXIT.                                                     01898067
018981 3088-READ-CALENDAR.                                              01898167
018982        READ LEAVE-FILE NEXT.                                     01898267
018983     EVALUATE TRUE                                                01898367
018984        WHEN LV-READ-OK AND LE-ASSOID = WS-ASSOID                 01898467
018985           IF LE-LEAVE-START NOT > WS-LV-END                      01898567
018986              AND LE-LEAVE-END NOT < WS-LV-START                  01898667
018987              MOVE 'Y' TO WS-LVCLASH-SW                           01898767
018988              MOVE 'Y' TO WS-LVSCAN-SW                            01898867
018989              DISPLAY 'KEY : ' WS-ASSOID ' LEAVE ' WS-LV-START    01898967
018990                 ' OVERLAPS LEAVE ' LE-LEAVE-START '-'            01899067
018991                 LE-LEAVE-END                                     01899167
018992           END-IF                                                 01899267
018993        WHEN OTHER                                                01899367
018994           MOVE 'Y' TO WS-LVSCAN-SW                               01899467
018995     END-EVALUATE.                                                01899567
018996        EXIT.                                                     01899667
018997*  THE WHOLE LEAVE IS CHARGED TO THE LEDGER YEAR IT STARTS IN.    01899767
018998 3081-CHECK-BALANCE.                                              01899867
018999        MOVE 'N' TO WS-LVFUND-SW.                                 01899967
019000        MOVE WS-LV-START TO WS-LV-FROM.                           01900067
019001        MOVE WS-LV-END TO WS-LV-TO.                               01900167
019002        COMPUTE WS-LV-DAYS =                                      01900267
019003           FUNCTION INTEGER-OF-DATE(WS-LV-TO) -                   01900367
019004           FUNCTION INTEGER-OF-DATE(WS-LV-FROM) + 1.              01900467
019005        MOVE WS-ASSOID TO LB-ASSOID.                              01900567
019006        MOVE WS-LV-YEAR TO LB-LEAVE-YEAR.                         01900667
019007        READ LVBAL-FILE.                                          01900767
019008     EVALUATE TRUE                                                01900867
019009        WHEN LB-READ-OK                                           01900967
019010           IF WS-LV-DAYS > LB-BALANCE                             01901067
019011              MOVE LB-BALANCE TO WS-LV-BAL-ED                     01901167
019012              DISPLAY 'KEY : ' WS-ASSOID ' LEAVE OF ' WS-LV-DAYS  01901267
019013                 ' DAYS EXCEEDS BALANCE ' WS-LV-BAL-ED            01901367
019014              MOVE 'LV BALANCE' TO WS-SUSP-REASON                 01901467
019015              PERFORM 3083-LEAVE-SUSPENSE                         01901567
019016           ELSE                                                   01901667
019017              MOVE 'Y' TO WS-LVFUND-SW                            01901767
019018           END-IF                                                 01901867
019019        WHEN LB-KEYNF                                             01901967
019020           DISPLAY 'KEY : ' WS-ASSOID ' NO LEAVE BALANCE FOR '    01902067
019021              WS-LV-YEAR                                          01902167
019022           MOVE 'NO LV BAL' TO WS-SUSP-REASON                     01902267
019023           PERFORM 3083-LEAVE-SUSPENSE                            01902367
019024        WHEN OTHER                                                01902467
019025           DISPLAY 'KEY : ' WS-ASSOID                             01902567
019026              ' LEAVE LEDGER READ ERROR, STATUS = ' LB-STATUS     01902667
019027           ADD 1 TO REJ-CNTR                                      01902767
019028     END-EVALUATE.                                                01902867
019029        EXIT.                                                     01902967
019030 3082-DEBIT-BALANCE.                                              01903067
019031        ADD WS-LV-DAYS TO LB-TAKEN.                               01903167
019032        SUBTRACT WS-LV-DAYS FROM LB-BALANCE.                      01903267
019033        MOVE WS-TODAY TO LB-LAST-UPD-DATE.                        01903367
019034        REWRITE LB-LVBAL-REC.                                     01903467
019035     IF NOT LB-REWRITE-OK                                         01903567
019036        DISPLAY 'LEAVE LEDGER REWRITE FAILED ' LB-STATUS          01903667
019037           ' ON KEY ' WS-ASSOID                                   01903767
019038     END-IF.                                                      01903867
019039        EXIT.                                                     01903967
019040 3083-LEAVE-SUSPENSE.                                             01904067
019041        ADD 1 TO LVSUSP-CNTR.                                     01904167
019042        ADD 1 TO REJ-CNTR.                                        01904267
019043        MOVE SPACES TO SP-SUSP-REC.                               01904367
019044        MOVE 'MJ24MANT' TO SP-SRC-PGM.                            01904467
019045        MOVE WS-SUSP-REASON TO SP-REASON-CD.                      01904567
019046        ACCEPT SP-ADD-DATE FROM DATE YYYYMMDD.                    01904667
019047        MOVE ZEROS TO SP-AGE-CTR.                                 01904767
019048        MOVE 'N' TO SP-SUSP-STATUS.                               01904867
019049        MOVE IP-REC TO SP-ORIG-REC.                               01904967
019050        WRITE SP-SUSP-REC.                                        01905067
019051     IF NOT SP-WRITE-OK                                           01905167
019052        DISPLAY 'SUSPENSE WRITE FAILED ' SP-STATUS                01905267
019053     END-IF.                                                      01905367
019054        MOVE SPACES TO RPT-REC.                                   01905467
019055        STRING 'LEAVE SUSPENDED: ' WS-ASSOID ' ' WS-LV-START      01905567
019056           '-' WS-LV-END ' ' WS-SUSP-REASON                       01905667
019057           DELIMITED BY SIZE INTO RPT-REC                         01905767
019058        END-STRING.                                               01905867
019059        WRITE RPT-REC.                                            01905967
019060        EXIT.                                                     01906067
019061 3090-REHIRE-KSDS.                                                01906167
019062        MOVE WS-ASSOID TO INASSOID.                               01906267
019063        READ KSDS-FILE.                                           01906367
019064     EVALUATE TRUE                                                01906467
019065        WHEN IN-READ-OK AND INSTATUS = 'T'                        01906567
019066           MOVE SPACES TO AU-AUDIT-REC                            01906667
019067           MOVE 'MJ24KSDS' TO AU-FILE-ID                          01906767
019068           MOVE WS-ASSOID TO AU-REC-KEY                           01906867
019069           MOVE 'U' TO AU-ACTION                                  01906967
019070           MOVE 'REHIRE' TO AU-FIELD-ID                           01907067
019071           STRING 'T ' INTERMDT ' ' INHIREDT                      01907167
019072              DELIMITED BY SIZE INTO AU-OLD-VALUE                 01907267
019073           END-STRING                                             01907367
019074           MOVE 'A' TO INSTATUS                                   01907467
019075           MOVE SPACES TO INTERMDT                                01907567
019076           MOVE WS-EFF-DATE TO INHIREDT                           01907667
019077           STRING 'A ' INHIREDT                                   01907767
019078              DELIMITED BY SIZE INTO AU-NEW-VALUE                 01907867
019079           END-STRING                                             01907967
019080           REWRITE INREC                                          01908067
019081           IF IN-REWRITE-OK                                       01908167
019082              ADD 1 TO REHIRE-CNTR                                01908267
019083              ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD               01908367
019084              ACCEPT AU-CHG-TIME FROM TIME                        01908467
019085              MOVE WS-OPER-ID TO AU-OPER-ID                       01908567
019086              IF AU-OPER-ID = SPACES                              01908667
019087                 CALL 'OPERSUB' USING AU-OPER-ID                  01908767
019088              END-IF                                              01908867
019089              CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'      01908967
019090                                   BY REFERENCE AU-AUDIT-REC      01909067
019091              WRITE AU-AUDIT-REC                                  01909167
019092              MOVE 'R' TO WS-DEACT-ACTION                         01909267
019093              PERFORM 3008-DEACT-WRITE                            01909367
019094              IF EK-FILE-OPEN                                     01909467
019095                 MOVE 'REHIRE' TO WS-EXT-REASON                   01909567
019096                 PERFORM 3097-REFRESH-EXT                         01909667
019097              END-IF                                              01909767
019098           ELSE                                                   01909867
019099              DISPLAY 'KEY : ' WS-ASSOID                          01909967
019100                 ' NOT REHIRED, STATUS = ' IN-STATUS              01910067
019101              ADD 1 TO REJ-CNTR                                   01910167
019102           END-IF                                                 01910267
019103        WHEN IN-READ-OK                                           01910367
019104           DISPLAY 'KEY : ' WS-ASSOID                             01910467
019105              ' NOT TERMINATED - REHIRE IGNORED'                  01910567
019106           ADD 1 TO REJ-CNTR                                      01910667
019107        WHEN IN-KEYNF                                             01910767
019108           PERFORM 3091-REHIRE-ARCHIVE                            01910867
019109              THRU 3091-REHIRE-ARCHIVE-EXIT                       01910967
019110        WHEN OTHER                                                01911067
019111           DISPLAY 'KEY : ' WS-ASSOID                             01911167
019112              ' REHIRE ERROR, STATUS = ' IN-STATUS                01911267
019113           ADD 1 TO REJ-CNTR                                      01911367
019114     END-EVALUATE.                                                01911467
019115        EXIT.                                                     01911567
019116*    A REHIRE WHOSE ID IS NO LONGER ON THE KSDS MAY HAVE BEEN     01911667
019117*    PURGED BY RETARCH - PULL THE LATEST ARCHIVED IMAGE BACK      01911767
019118*    ONTO THE MASTERS, ACTIVE WITH THE NEW HIRE DATE.             01911867
019119 3091-REHIRE-ARCHIVE.                                             01911967
019120        MOVE 'N' TO WS-ARCHFND-SW.                                01912067
019121        OPEN INPUT ARCH-FILE.                                     01912167
019122     IF NOT RA-OPEN-OK                                            01912267
019123        DISPLAY 'KEY : ' WS-ASSOID ' NOT FOUND '                  01912367
019124        ADD 1 TO REJ-CNTR                                         01912467
019125        GO TO 3091-REHIRE-ARCHIVE-EXIT                            01912567
019126     END-IF.                                                      01912667
019127        PERFORM 3092-READ-ARCH UNTIL RA-EOF.                      01912767
019128        CLOSE ARCH-FILE.                                          01912867
019129     IF NOT ARCH-FOUND                                            01912967
019130        DISPLAY 'KEY : ' WS-ASSOID ' NOT FOUND - NOT IN ARCHIVE'  01913067
019131        ADD 1 TO REJ-CNTR                                         01913167
019132        GO TO 3091-REHIRE-ARCHIVE-EXIT                            01913267
019133     END-IF.                                                      01913367
019134     IF AH-MST-FLAG NOT = 'Y'                                     01913467
019135        DISPLAY 'KEY : ' WS-ASSOID ' ARCHIVE HAS NO KSDS IMAGE'   01913567
019136        ADD 1 TO REJ-CNTR                                         01913667
019137        GO TO 3091-REHIRE-ARCHIVE-EXIT                            01913767
019138     END-IF.                                                      01913867
019139        MOVE AH-MST-IMAGE TO INREC.                               01913967
019140        MOVE SPACES TO AU-AUDIT-REC.                              01914067
019141        MOVE 'MJ24KSDS' TO AU-FILE-ID.                            01914167
019142        MOVE WS-ASSOID TO AU-REC-KEY.                             01914267
019143        MOVE 'U' TO AU-ACTION.                                    01914367
019144        MOVE 'REHIRE' TO AU-FIELD-ID.                             01914467
019145        STRING 'T ' INTERMDT ' ' INHIREDT ' ARCHIVED '            01914567
019146               AH-ARCH-DATE                                       01914667
019147           DELIMITED BY SIZE INTO AU-OLD-VALUE                    01914767
019148        END-STRING.                                               01914867
019149        MOVE 'A' TO INSTATUS.                                     01914967
019150        MOVE SPACES TO INTERMDT.                                  01915067
019151        MOVE WS-EFF-DATE TO INHIREDT.                             01915167
019152        STRING 'A ' INHIREDT ' RESTORED FROM ARCHIVE'             01915267
019153           DELIMITED BY SIZE INTO AU-NEW-VALUE                    01915367
019154        END-STRING.                                               01915467
019155        WRITE INREC.                                              01915567
019156     IF NOT IN-WRITE-OK                                           01915667
019157        DISPLAY 'KEY : ' WS-ASSOID                                01915767
019158           ' NOT RESTORED, STATUS = ' IN-STATUS                   01915867
019159        ADD 1 TO REJ-CNTR                                         01915967
019160        GO TO 3091-REHIRE-ARCHIVE-EXIT                            01916067
019161     END-IF.                                                      01916167
019162        ADD 1 TO REHIRE-CNTR.                                     01916267
019163        ADD 1 TO ARCHPULL-CNTR.                                   01916367
019164        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                    01916467
019165        ACCEPT AU-CHG-TIME FROM TIME.                             01916567
019166        MOVE WS-OPER-ID TO AU-OPER-ID.                            01916667
019167     IF AU-OPER-ID = SPACES                                       01916767
019168           CALL 'OPERSUB' USING AU-OPER-ID                        01916867
019169     END-IF.                                                      01916967
019170        CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'            01917067
019171                             BY REFERENCE AU-AUDIT-REC.           01917167
019172        WRITE AU-AUDIT-REC.                                       01917267
019173        MOVE 'R' TO WS-DEACT-ACTION.                              01917367
019174        PERFORM 3008-DEACT-WRITE.                                 01917467
019175     IF AH-EXT-FLAG = 'Y' AND EK-FILE-OPEN                        01917567
019176        PERFORM 3093-RESTORE-EXT                                  01917667
019177     END-IF.                                                      01917767
019178 3091-REHIRE-ARCHIVE-EXIT.                                        01917867
019179        EXIT.                                                     01917967
019180 3092-READ-ARCH.                                                  01918067
019181        READ ARCH-FILE.                                           01918167
019182     IF RA-READ-OK AND RA-IS-DTL AND RA-ASSOID = WS-ASSOID        01918267
019183        MOVE RA-ARCH-REC TO AH-ARCH-REC                           01918367
019184        MOVE 'Y' TO WS-ARCHFND-SW                                 01918467
019185     END-IF.                                                      01918567
019186     IF NOT RA-READ-OK AND NOT RA-EOF                             01918667
019187        DISPLAY 'ARCHIVE READ FAILED ' RA-STATUS                  01918767
019188        MOVE '10' TO RA-STATUS                                    01918867
019189     END-IF.                                                      01918967
019190        EXIT.                                                     01919067
019191 3093-RESTORE-EXT.                                                01919167
019192        MOVE AH-EXT-IMAGE TO EK-EMP-DATA-REC.                     01919267
019193        MOVE SPACES TO AU-AUDIT-REC.                              01919367
019194        MOVE 'MJ24EKSD' TO AU-FILE-ID.                            01919467
019195        MOVE WS-ASSOID TO AU-REC-KEY.                             01919567
019196        MOVE 'U' TO AU-ACTION.                                    01919667
019197        MOVE 'REHIRE' TO AU-FIELD-ID.                             01919767
019198        STRING EK-EMP-STATUS ' ' EK-TERM-DATE ' ' EK-HIRE-DATE    01919867
019199           DELIMITED BY SIZE INTO AU-OLD-VALUE                    01919967
019200        END-STRING.                                               01920067
019201        MOVE 'A' TO EK-EMP-STATUS.                                01920167
019202        MOVE SPACES TO EK-TERM-DATE.                              01920267
019203        MOVE WS-EFF-DATE TO EK-HIRE-DATE.                         01920367
019204        STRING 'A ' EK-HIRE-DATE ' RESTORED FROM ARCHIVE'         01920467
019205           DELIMITED BY SIZE INTO AU-NEW-VALUE                    01920567
019206        END-STRING.                                               01920667
019207        WRITE EK-EMP-DATA-REC.                                    01920767
019208     IF EK-WRITE-OK                                               01920867
019209        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD                     01920967
019210        ACCEPT AU-CHG-TIME FROM TIME                              01921067
019211        MOVE WS-OPER-ID TO AU-OPER-ID                             01921167
019212        IF AU-OPER-ID = SPACES                                    01921267
019213           CALL 'OPERSUB' USING AU-OPER-ID                        01921367
019214        END-IF                                                    01921467
019215        CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'            01921567
019216                             BY REFERENCE AU-AUDIT-REC            01921667
019217        WRITE AU-AUDIT-REC                                        01921767
019218     ELSE                                                         01921867
019219        DISPLAY 'KEY : ' WS-ASSOID                                01921967
019220           ' EXTENDED MASTER NOT RESTORED, STATUS = ' EK-STATUS   01922067
019221     END-IF.                                                      01922167
019222        EXIT.                                                     01922267
019223*    AN ADD OR REHIRE ALSO RESTARTS THE EXTENDED MASTER ENTRY -   01922367
019224*    ACTIVE, NO TERMINATION DATE, THE NEW HIRE DATE - SO THE HR   01922467
019225*    EXTRACT DOES NOT CARRY THE OLD STATUS AND HIRE DATE.  AN ID  01922567
019226*    WITH NO EXTENDED ENTRY IS LEFT ALONE.                        01922667
019227 3097-REFRESH-EXT.                                                01922767
019228        MOVE WS-ASSOID TO EK-ASSOID.                              01922867
019229        READ EMP-FILE.                                            01922967
019230     EVALUATE TRUE                                                01923067
019231        WHEN EK-READ-OK                                           01923167
019232           PERFORM 3098-REWRITE-EXT                               01923267
019233        WHEN EK-STATUS = '23'                                     01923367
019234           CONTINUE                                               01923467
019235        WHEN OTHER                                                01923567
019236           DISPLAY 'KEY : ' WS-ASSOID                             01923667
019237              ' EXTENDED MASTER READ FAILED, STATUS = ' EK-STATUS 01923767
019238     END-EVALUATE.                                                01923867
019239        EXIT.                                                     01923967
019240 3098-REWRITE-EXT.                                                01924067
019241        MOVE SPACES TO AU-AUDIT-REC.                              01924167
019242        MOVE 'MJ24EKSD' TO AU-FILE-ID.                            01924267
019243        MOVE WS-ASSOID TO AU-REC-KEY.                             01924367
019244        MOVE 'U' TO AU-ACTION.                                    01924467
019245        MOVE WS-EXT-REASON TO AU-FIELD-ID.                        01924567
019246        STRING EK-EMP-STATUS ' ' EK-TERM-DATE ' ' EK-HIRE-DATE    01924667
019247           DELIMITED BY SIZE INTO AU-OLD-VALUE                    01924767
019248        END-STRING.                                               01924867
019249        MOVE 'A' TO EK-EMP-STATUS.                                01924967
019250        MOVE SPACES TO EK-TERM-DATE.                              01925067
019251        MOVE WS-EFF-DATE TO EK-HIRE-DATE.                         01925167
019252        STRING 'A ' EK-HIRE-DATE                                  01925267
019253           DELIMITED BY SIZE INTO AU-NEW-VALUE                    01925367
019254        END-STRING.                                               01925467
019255        REWRITE EK-EMP-DATA-REC.                                  01925567
019256     IF EK-REWRITE-OK                                             01925667
019257        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD                     01925767
019258        ACCEPT AU-CHG-TIME FROM TIME                              01925867
019259        MOVE WS-OPER-ID TO AU-OPER-ID                             01925967
019260        IF AU-OPER-ID = SPACES                                    01926067
019261           CALL 'OPERSUB' USING AU-OPER-ID                        01926167
019262        END-IF                                                    01926267
019263        CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'            01926367
019264                             BY REFERENCE AU-AUDIT-REC            01926467
019265        WRITE AU-AUDIT-REC                                        01926567
019266     ELSE                                                         01926667
019267        DISPLAY 'KEY : ' WS-ASSOID                                01926767
019268           ' EXTENDED MASTER NOT REFRESHED, STATUS = ' EK-STATUS  01926867
019269     END-IF.                                                      01926967
019270        EXIT.                                                     01927067
019271 3094-HOLD-TXN.                                                   01927167
019272     IF WS-HOLD-CNT < 50                                          01927267
019273        ADD 1 TO WS-HOLD-CNT                                      01927367
019274        MOVE IP-REC TO HT-TXN(WS-HOLD-CNT)                        01927467
019275        MOVE ZEROS TO HT-AGE(WS-HOLD-CNT)                         01927567
019276        MOVE 'H' TO HT-FLAG(WS-HOLD-CNT)                          01927667
019277        ADD 1 TO HELD-CNTR                                        01927767
019278        MOVE SPACES TO RPT-REC                                    01927867
019279        STRING 'HELD FOR APPROVAL: ' WS-OP ' ' WS-ASSOID          01927967
019280           ' MAKER ' WS-OPER-ID                                   01928067
019281           DELIMITED BY SIZE INTO RPT-REC                         01928167
019282        END-STRING                                                01928267
019283        WRITE RPT-REC                                             01928367
019284     ELSE                                                         01928467
019285        DISPLAY 'HOLD TABLE FULL - TXN REJECTED ' WS-ASSOID       01928567
019286        ADD 1 TO REJ-CNTR                                         01928667
019287     END-IF.                                                      01928767
019288        EXIT.                                                     01928867
019289 3095-APPROVE-TXN.                                                01928967
019290        MOVE WS-OPER-ID TO WS-APPR-OPER.                          01929067
019291        MOVE IP-REC(9:6) TO WS-MC-APPR-IN.                        01929167
019292        MOVE 0 TO WS-HOLD-FND.                                    01929267
019293        PERFORM 3096-SCAN-HOLDS                                   01929367
019294           VARYING WS-HOLD-IDX FROM 1 BY 1                        01929467
019295           UNTIL WS-HOLD-IDX > WS-HOLD-CNT.                       01929567
019296     IF WS-HOLD-FND = 0                                           01929667
019297        ADD 1 TO NOAPPR-CNTR                                      01929767
019298        DISPLAY 'NO HELD TXN FOR KEY ' WS-ASSOID                  01929867
019299        GO TO 3095-APPROVE-EXIT                                   01929967
019300     END-IF.                                                      01930067
019301     IF HT-TXN(WS-HOLD-FND)(60:8) = WS-APPR-OPER                  01930167
019302        ADD 1 TO NOAPPR-CNTR                                      01930267
019303        DISPLAY 'APPROVER SAME AS MAKER - KEY ' WS-ASSOID         01930367
019304        MOVE SPACES TO RPT-REC                                    01930467
019305        STRING 'APPROVAL REFUSED: ' WS-ASSOID                     01930567
019306           ' MAKER AND CHECKER BOTH ' WS-APPR-OPER                01930667
019307           DELIMITED BY SIZE INTO RPT-REC                         01930767
019308        END-STRING                                                01930867
019309        WRITE RPT-REC                                             01930967
019310        GO TO 3095-APPROVE-EXIT                                   01931067
019311     END-IF.                                                      01931167
019312        ADD 1 TO APPROVED-CNTR.                                   01931267
019313        MOVE HT-TXN(WS-HOLD-FND) TO IP-REC.                       01931367
019314        MOVE 'X' TO HT-FLAG(WS-HOLD-FND).                         01931467
019315        PERFORM 3001-PARSE-PARA.                                  01931567
019316        MOVE WS-APPR-OPER TO WS-OPER-ID.                          01931667
019317     EVALUATE TRUE                                                01931766
019318        WHEN OP-DELETE                                            01931866
019319           PERFORM 3004-DELETE-KSDS                               01931966
019320        WHEN OP-SETSTAT                                           01932066
019321           PERFORM 3075-EDIT-STATUS                               01932166
019322           IF STATUS-EDIT-OK                                      01932266
019323              PERFORM 3007-STATUS-KSDS                            01932366
019324           END-IF                                                 01932466
019325        WHEN OP-MASS                                              01932566
019326           PERFORM 3131-MASS-APPROVE                              01932666
019327              THRU 3131-MASS-APPROVE-EXIT                         01932766
019328        WHEN OTHER                                                01932866
019329           DISPLAY 'HELD TXN HAS BAD OP ' WS-OP                   01932966
019330           ADD 1 TO REJ-CNTR                                      01933066
019331     END-EVALUATE.                                                01933166
019332 3095-APPROVE-EXIT.                                               01933266
019333        EXIT.                                                     01933366
019334 3096-SCAN-HOLDS.                                                 01933466
019335     IF HT-FLAG(WS-HOLD-IDX) = 'H'                                01933566
019336        AND HT-TXN(WS-HOLD-IDX)(2:7) = WS-ASSOID                  01933666
019337        MOVE WS-HOLD-IDX TO WS-HOLD-FND                           01933766
019338     END-IF.                                                      01933866
019339        EXIT.                                                     01933966
019340*    MASS CHANGE (OP M) - ONE CARD NAMES A SELECTION AND A        01934066
019341*    TRANSFORMATION FOR ONE FIELD:                                01934166
019342*      2-8   CHANGE ID (MCNNNNN)    9-10  FIELD EM/CT/EC/BG       01934266
019343*      11-12 TEST EQ/SW/EW/CO       13-32 TEST VALUE              01934366
019344*      33    R = REPLACE THE MATCHED TEXT, S = SET THE FIELD      01934466
019345*      34-53 NEW TEXT OR VALUE      54-59 PREVIEW COUNT           01934566
019346*    EM/CT/EC ARE EMAIL-ID, CONTACT AND EMERG-CONTACT ON THE      01934666
019347*    EXTENDED MASTER; BG IS BGROUP ON THE KSDS.  THE M CARD ONLY  01934766
019348*    EVER PREVIEWS - EACH SELECTED ASSOID IS LISTED BEFORE AND    01934866
019349*    AFTER WITH A COUNT, AND THE CARD IS HELD CARRYING THAT       01934966
019350*    COUNT.  A P CARD FOR THE CHANGE ID FROM A SECOND OPERATOR,   01935066
019351*    QUOTING THE COUNT IN 9-14, APPLIES IT IF THE MASTER STILL    01935166
019352*    SELECTS THE SAME NUMBER; ONE AUDIT ENTRY PER RECORD.         01935266
019353 3120-MASS-PREVIEW.                                               01935366
019354        PERFORM 3121-MASS-EDIT.                                   01935466
019355     IF NOT MC-EDIT-OK                                            01935566
019356        GO TO 3120-MASS-PREVIEW-EXIT                              01935666
019357     END-IF.                                                      01935766
019358        MOVE 'P' TO WS-MC-MODE.                                   01935866
019359        MOVE 'PREVIEW' TO WS-MC-LABEL.                            01935966
019360        MOVE SPACES TO RPT-REC.                                   01936066
019361        STRING 'MASS PREVIEW: ' WS-ASSOID ' ' WS-MC-FIELD-NM      01936166
019362           ' ' WS-MC-OPER ' ' WS-MC-VALUE ' ' WS-MC-XFORM         01936266
019363           ' ' WS-MC-NEWVAL                                       01936366
019364           DELIMITED BY SIZE INTO RPT-REC                         01936466
019365        END-STRING.                                               01936566
019366        WRITE RPT-REC.                                            01936666
019367        PERFORM 3122-MASS-SCAN.                                   01936766
019368        ADD 1 TO MASSPREV-CNTR.                                   01936866
019369        MOVE SPACES TO RPT-REC.                                   01936966
019370        STRING 'MASS PREVIEW: ' WS-ASSOID ' SELECTED '            01937066
019371           WS-MC-SEL-CNT ' TOO LONG ' WS-MC-LONG-CNT              01937166
019372           DELIMITED BY SIZE INTO RPT-REC                         01937266
019373        END-STRING.                                               01937366
019374        WRITE RPT-REC.                                            01937466
019375     IF WS-MC-SEL-CNT = ZEROS                                     01937566
019376        MOVE SPACES TO RPT-REC                                    01937666
019377        STRING 'MASS PREVIEW: ' WS-ASSOID                         01937766
019378           ' NOTHING SELECTED - NOT HELD'                         01937866
019379           DELIMITED BY SIZE INTO RPT-REC                         01937966
019380        END-STRING                                                01938066
019381        WRITE RPT-REC                                             01938166
019382        GO TO 3120-MASS-PREVIEW-EXIT                              01938266
019383     END-IF.                                                      01938366
019384        MOVE WS-MC-SEL-CNT TO IP-REC(54:6).                       01938466
019385        PERFORM 3094-HOLD-TXN.                                    01938566
019386 3120-MASS-PREVIEW-EXIT.                                          01938666
019387        EXIT.                                                     01938766
019388 3121-MASS-EDIT.                                                  01938866
019389        MOVE 'Y' TO WS-MC-EDIT-SW.                                01938966
019390        MOVE ZEROS TO WS-MC-FLEN.                                 01939066
019391        MOVE SPACES TO WS-MC-FILE-ID WS-MC-FIELD-NM.              01939166
019392     EVALUATE TRUE                                                01939266
019393        WHEN MC-FLD-EMAIL                                         01939366
019394           MOVE 40 TO WS-MC-FLEN                                  01939466
019395           MOVE 'MJ24EKSD' TO WS-MC-FILE-ID                       01939566
019396           MOVE 'EMAIL-ID' TO WS-MC-FIELD-NM                      01939666
019397        WHEN MC-FLD-CONTACT                                       01939766
019398           MOVE 12 TO WS-MC-FLEN                                  01939866
019399           MOVE 'MJ24EKSD' TO WS-MC-FILE-ID                       01939966
019400           MOVE 'CONTACT' TO WS-MC-FIELD-NM                       01940066
019401        WHEN MC-FLD-EMERG                                         01940166
019402           MOVE 12 TO WS-MC-FLEN                                  01940266
019403           MOVE 'MJ24EKSD' TO WS-MC-FILE-ID                       01940366
019404           MOVE 'EMERG-CON' TO WS-MC-FIELD-NM                     01940466
019405        WHEN MC-FLD-BGROUP                                        01940566
019406           MOVE 10 TO WS-MC-FLEN                                  01940666
019407           MOVE 'MJ24KSDS' TO WS-MC-FILE-ID                       01940766
019408           MOVE 'BGROUP' TO WS-MC-FIELD-NM                        01940866
019409        WHEN OTHER                                                01940966
019410           MOVE 'N' TO WS-MC-EDIT-SW                              01941066
019411     END-EVALUATE.                                                01941166
019412        MOVE ZEROS TO WS-MC-TALLY.                                01941266
019413        INSPECT FUNCTION REVERSE(WS-MC-VALUE)                     01941366
019414           TALLYING WS-MC-TALLY FOR LEADING SPACES.               01941466
019415        COMPUTE WS-MC-VLEN = 20 - WS-MC-TALLY.                    01941566
019416        MOVE ZEROS TO WS-MC-TALLY.                                01941666
019417        INSPECT FUNCTION REVERSE(WS-MC-NEWVAL)                    01941766
019418           TALLYING WS-MC-TALLY FOR LEADING SPACES.               01941866
019419        COMPUTE WS-MC-NLEN = 20 - WS-MC-TALLY.                    01941966
019420     IF WS-ASSOID(1:2) NOT = 'MC'                                 01942066
019421        OR NOT (MC-OP-EQ OR MC-OP-SW OR MC-OP-EW OR MC-OP-CO)     01942166
019422        OR NOT (MC-XF-REPLACE OR MC-XF-SET)                       01942266
019423        OR (WS-MC-VLEN = ZEROS AND NOT MC-OP-EQ)                  01942366
019424        OR WS-MC-NLEN > WS-MC-FLEN                                01942466
019425        MOVE 'N' TO WS-MC-EDIT-SW                                 01942566
019426     END-IF.                                                      01942666
019427     IF WS-MC-FILE-ID = 'MJ24EKSD' AND NOT EK-FILE-OPEN           01942766
019428        DISPLAY 'EXTENDED MASTER NOT OPEN - MASS CHANGE '         01942866
019429           WS-ASSOID                                              01942966
019430        MOVE 'N' TO WS-MC-EDIT-SW                                 01943066
019431     END-IF.                                                      01943166
019432     IF NOT MC-EDIT-OK                                            01943266
019433        ADD 1 TO REJ-CNTR                                         01943366
019434        DISPLAY 'INVALID MASS CHANGE ' WS-ASSOID ' '              01943466
019435           IP-REC(9:45)                                           01943566
019436        MOVE SPACES TO RPT-REC                                    01943666
019437        STRING 'INVALID MASS CHANGE: ' WS-ASSOID ' '              01943766
019438           IP-REC(9:45)                                           01943866
019439           DELIMITED BY SIZE INTO RPT-REC                         01943966
019440        END-STRING                                                01944066
019441        WRITE RPT-REC                                             01944166
019442     END-IF.                                                      01944266
019443        EXIT.                                                     01944366
019444 3122-MASS-SCAN.                                                  01944466
019445        MOVE ZEROS TO WS-MC-SEL-CNT WS-MC-LONG-CNT.               01944566
019446        MOVE 'N' TO WS-MC-EOF-SW.                                 01944666
019447     IF MC-FLD-BGROUP                                             01944766
019448        MOVE LOW-VALUES TO INASSOID                               01944866
019449        START KSDS-FILE KEY NOT LESS THAN INASSOID                01944966
019450        IF IN-START-OK                                            01945066
019451           PERFORM 3123-MASS-READ-KS UNTIL MC-SCAN-DONE           01945166
019452        END-IF                                                    01945266
019453     ELSE                                                         01945366
019454        MOVE LOW-VALUES TO EK-ASSOID                              01945466
019455        START EMP-FILE KEY NOT LESS THAN EK-ASSOID                01945566
019456        IF EK-START-OK                                            01945666
019457           PERFORM 3124-MASS-READ-EK UNTIL MC-SCAN-DONE           01945766
019458        END-IF                                                    01945866
019459     END-IF.                                                      01945966
019460        EXIT.                                                     01946066
019461 3123-MASS-READ-KS.                                               01946166
019462        READ KSDS-FILE NEXT.                                      01946266
019463     IF NOT IN-READ-OK                                            01946366
019464        MOVE 'Y' TO WS-MC-EOF-SW                                  01946466
019465        IF IN-STATUS NOT = '10'                                   01946566
019466           DISPLAY 'MASS CHANGE KSDS READ FAILED ' IN-STATUS      01946666
019467        END-IF                                                    01946766
019468     ELSE                                                         01946866
019469        MOVE INASSOID TO WS-MC-KEY                                01946966
019470        MOVE INBGROUP TO WS-MC-CUR                                01947066
019471        PERFORM 3125-MASS-MATCH                                   01947166
019472        IF MC-SELECTED AND MC-APPLY                               01947266
019473           PERFORM 3128-MASS-APPLY-KS                             01947366
019474        END-IF                                                    01947466
019475     END-IF.                                                      01947566
019476        EXIT.                                                     01947666
019477 3124-MASS-READ-EK.                                               01947766
019478        READ EMP-FILE NEXT.                                       01947866
019479     IF NOT EK-READ-OK                                            01947966
019480        MOVE 'Y' TO WS-MC-EOF-SW                                  01948066
019481        IF EK-STATUS NOT = '10'                                   01948166
019482           DISPLAY 'MASS CHANGE EXT READ FAILED ' EK-STATUS       01948266
019483        END-IF                                                    01948366
019484     ELSE                                                         01948466
019485        MOVE EK-ASSOID TO WS-MC-KEY                               01948566
019486        EVALUATE TRUE                                             01948666
019487           WHEN MC-FLD-EMAIL                                      01948766
019488              MOVE EK-EMAIL-ID TO WS-MC-CUR                       01948866
019489           WHEN MC-FLD-CONTACT                                    01948966
019490              MOVE EK-CONTACT TO WS-MC-CUR                        01949066
019491           WHEN OTHER                                             01949166
019492              MOVE EK-EMERG-CONTACT TO WS-MC-CUR                  01949266
019493        END-EVALUATE                                              01949366
019494        PERFORM 3125-MASS-MATCH                                   01949466
019495        IF MC-SELECTED AND MC-APPLY                               01949566
019496           PERFORM 3129-MASS-APPLY-EK                             01949666
019497        END-IF                                                    01949766
019498     END-IF.                                                      01949866
019499        EXIT.                                                     01949966
019500*    MPOS IS WHERE THE TEST VALUE SITS IN THE FIELD; ZERO IS NO   01950066
019501*    MATCH.  A RECORD IS SELECTED ONLY IF THE RESULT DIFFERS      01950166
019502*    FROM THE CURRENT VALUE AND STILL FITS THE FIELD.             01950266
019503 3125-MASS-MATCH.                                                 01950366
019504        MOVE 'N' TO WS-MC-SEL-SW.                                 01950466
019505        MOVE 'N' TO WS-MC-LONG-SW.                                01950566
019506        MOVE ZEROS TO WS-MC-MPOS WS-MC-TALLY.                     01950666
019507        INSPECT FUNCTION REVERSE(WS-MC-CUR(1:WS-MC-FLEN))         01950766
019508           TALLYING WS-MC-TALLY FOR LEADING SPACES.               01950866
019509        COMPUTE WS-MC-USED = WS-MC-FLEN - WS-MC-TALLY.            01950966
019510     EVALUATE TRUE                                                01951066
019511        WHEN MC-OP-EQ                                             01951166
019512           IF WS-MC-CUR = WS-MC-VALUE                             01951266
019513              MOVE 1 TO WS-MC-MPOS                                01951366
019514           END-IF                                                 01951466
019515        WHEN WS-MC-USED < WS-MC-VLEN                              01951566
019516           CONTINUE                                               01951666
019517        WHEN MC-OP-SW                                             01951766
019518           IF WS-MC-CUR(1:WS-MC-VLEN) =                           01951866
019519              WS-MC-VALUE(1:WS-MC-VLEN)                           01951966
019520              MOVE 1 TO WS-MC-MPOS                                01952066
019521           END-IF                                                 01952166
019522        WHEN MC-OP-EW                                             01952266
019523           COMPUTE WS-MC-TAIL = WS-MC-USED - WS-MC-VLEN + 1       01952366
019524           IF WS-MC-CUR(WS-MC-TAIL:WS-MC-VLEN) =                  01952466
019525              WS-MC-VALUE(1:WS-MC-VLEN)                           01952566
019526              MOVE WS-MC-TAIL TO WS-MC-MPOS                       01952666
019527           END-IF                                                 01952766
019528        WHEN OTHER                                                01952866
019529           MOVE ZEROS TO WS-MC-TALLY                              01952966
019530           INSPECT WS-MC-CUR(1:WS-MC-USED) TALLYING WS-MC-TALLY   01953066
019531              FOR CHARACTERS                                      01953166
019532              BEFORE INITIAL WS-MC-VALUE(1:WS-MC-VLEN)            01953266
019533           IF WS-MC-TALLY < WS-MC-USED                            01953366
019534              COMPUTE WS-MC-MPOS = WS-MC-TALLY + 1                01953466
019535           END-IF                                                 01953566
019536     END-EVALUATE.                                                01953666
019537     IF WS-MC-MPOS > ZEROS                                        01953766
019538        PERFORM 3126-MASS-TRANSFORM                               01953866
019539     END-IF.                                                      01953966
019540     IF MC-SELECTED                                               01954066
019541        ADD 1 TO WS-MC-SEL-CNT                                    01954166
019542        IF MC-PREVIEW                                             01954266
019543           PERFORM 3127-MASS-LIST                                 01954366
019544        END-IF                                                    01954466
019545     END-IF.                                                      01954566
019546     IF MC-TOO-LONG                                               01954666
019547        ADD 1 TO WS-MC-LONG-CNT                                   01954766
019548        IF MC-PREVIEW                                             01954866
019549           MOVE 'TOO LONG' TO WS-MC-LABEL                         01954966
019550           PERFORM 3127-MASS-LIST                                 01955066
019551           MOVE 'PREVIEW' TO WS-MC-LABEL                          01955166
019552        END-IF                                                    01955266
019553     END-IF.                                                      01955366
019554        EXIT.                                                     01955466
019555 3126-MASS-TRANSFORM.                                             01955566
019556        MOVE SPACES TO WS-MC-AFTER.                               01955666
019557     IF MC-XF-SET OR MC-OP-EQ                                     01955766
019558        MOVE WS-MC-NEWVAL TO WS-MC-AFTER                          01955866
019559     ELSE                                                         01955966
019560        MOVE 1 TO WS-MC-OPTR                                      01956066
019561        IF WS-MC-MPOS > 1                                         01956166
019562           STRING WS-MC-CUR(1:WS-MC-MPOS - 1) DELIMITED BY SIZE   01956266
019563              INTO WS-MC-AFTER WITH POINTER WS-MC-OPTR            01956366
019564           END-STRING                                             01956466
019565        END-IF                                                    01956566
019566        IF WS-MC-NLEN > ZEROS                                     01956666
019567           STRING WS-MC-NEWVAL(1:WS-MC-NLEN) DELIMITED BY SIZE    01956766
019568              INTO WS-MC-AFTER WITH POINTER WS-MC-OPTR            01956866
019569              ON OVERFLOW                                         01956966
019570                 MOVE 'Y' TO WS-MC-LONG-SW                        01957066
019571           END-STRING                                             01957166
019572        END-IF                                                    01957266
019573        COMPUTE WS-MC-TAIL = WS-MC-USED - WS-MC-MPOS              01957366
019574                           - WS-MC-VLEN + 1                       01957466
019575        IF WS-MC-TAIL > ZEROS AND NOT MC-TOO-LONG                 01957566
019576           STRING WS-MC-CUR(WS-MC-MPOS + WS-MC-VLEN:WS-MC-TAIL)   01957666
019577              DELIMITED BY SIZE                                   01957766
019578              INTO WS-MC-AFTER WITH POINTER WS-MC-OPTR            01957866
019579              ON OVERFLOW                                         01957966
019580                 MOVE 'Y' TO WS-MC-LONG-SW                        01958066
019581           END-STRING                                             01958166
019582        END-IF                                                    01958266
019583     END-IF.                                                      01958366
019584        MOVE ZEROS TO WS-MC-TALLY.                                01958466
019585        INSPECT FUNCTION REVERSE(WS-MC-AFTER)                     01958566
019586           TALLYING WS-MC-TALLY FOR LEADING SPACES.               01958666
019587     IF 40 - WS-MC-TALLY > WS-MC-FLEN                             01958766
019588        MOVE 'Y' TO WS-MC-LONG-SW                                 01958866
019589     END-IF.                                                      01958966
019590     IF NOT MC-TOO-LONG AND WS-MC-AFTER NOT = WS-MC-CUR           01959066
019591        MOVE 'Y' TO WS-MC-SEL-SW                                  01959166
019592     END-IF.                                                      01959266
019593        EXIT.                                                     01959366
019594 3127-MASS-LIST.                                                  01959466
019595        MOVE SPACES TO RPT-REC.                                   01959566
019596        STRING WS-ASSOID ' ' WS-MC-LABEL ' ' WS-MC-KEY            01959666
019597           ' BEFORE: ' WS-MC-CUR                                  01959766
019598           DELIMITED BY SIZE INTO RPT-REC                         01959866
019599        END-STRING.                                               01959966
019600        WRITE RPT-REC.                                            01960066
019601        MOVE SPACES TO RPT-REC.                                   01960166
019602        STRING WS-ASSOID ' ' WS-MC-LABEL ' ' WS-MC-KEY            01960266
019603           '  AFTER: ' WS-MC-AFTER                                01960366
019604           DELIMITED BY SIZE INTO RPT-REC                         01960466
019605        END-STRING.                                               01960566
019606        WRITE RPT-REC.                                            01960666
019607        EXIT.                                                     01960766
019608 3128-MASS-APPLY-KS.                                              01960866
019609        MOVE WS-MC-AFTER TO INBGROUP.                             01960966
019610        REWRITE INREC.                                            01961066
019611     IF IN-REWRITE-OK                                             01961166
019612        PERFORM 3130-MASS-AUDIT                                   01961266
019613     ELSE                                                         01961366
019614        DISPLAY 'KEY : ' WS-MC-KEY                                01961466
019615           ' MASS CHANGE NOT REWRITTEN, STATUS = ' IN-STATUS      01961566
019616        ADD 1 TO REJ-CNTR                                         01961666
019617     END-IF.                                                      01961766
019618        EXIT.                                                     01961866
019619 3129-MASS-APPLY-EK.                                              01961966
019620     EVALUATE TRUE                                                01962066
019621        WHEN MC-FLD-EMAIL                                         01962166
019622           MOVE WS-MC-AFTER TO EK-EMAIL-ID                        01962266
019623        WHEN MC-FLD-CONTACT                                       01962366
019624           MOVE WS-MC-AFTER TO EK-CONTACT                         01962466
019625        WHEN OTHER                                                01962566
019626           MOVE WS-MC-AFTER TO EK-EMERG-CONTACT                   01962666
019627     END-EVALUATE.                                                01962766
019628        REWRITE EK-EMP-DATA-REC.                                  01962866
019629     IF EK-REWRITE-OK                                             01962966
019630        PERFORM 3130-MASS-AUDIT                                   01963066
019631     ELSE                                                         01963166
019632        DISPLAY 'KEY : ' WS-MC-KEY                                01963266
019633           ' MASS CHANGE NOT REWRITTEN, STATUS = ' EK-STATUS      01963366
019634        ADD 1 TO REJ-CNTR                                         01963466
019635     END-IF.                                                      01963566
019636        EXIT.                                                     01963666
019637 3130-MASS-AUDIT.                                                 01963766
019638        ADD 1 TO MASSCHG-CNTR.                                    01963866
019639        ADD 1 TO UPD-CNTR.                                        01963966
019640        MOVE SPACES TO AU-AUDIT-REC.                              01964066
019641        MOVE WS-MC-FILE-ID TO AU-FILE-ID.                         01964166
019642        MOVE WS-MC-KEY TO AU-REC-KEY.                             01964266
019643        MOVE 'U' TO AU-ACTION.                                    01964366
019644        MOVE WS-MC-FIELD-NM TO AU-FIELD-ID.                       01964466
019645        MOVE WS-MC-CUR TO AU-OLD-VALUE.                           01964566
019646        STRING WS-MC-AFTER ' ' WS-ASSOID                          01964666
019647           DELIMITED BY SIZE INTO AU-NEW-VALUE                    01964766
019648        END-STRING.                                               01964866
019649        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                    01964966
019650        ACCEPT AU-CHG-TIME FROM TIME.                             01965066
019651        MOVE WS-OPER-ID TO AU-OPER-ID.                            01965166
019652     IF AU-OPER-ID = SPACES                                       01965266
019653           CALL 'OPERSUB' USING AU-OPER-ID                        01965366
019654     END-IF.                                                      01965466
019655        CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'            01965566
019656                             BY REFERENCE AU-AUDIT-REC.           01965666
019657        WRITE AU-AUDIT-REC.                                       01965766
019658     IF NOT AU-WRITE-OK                                           01965866
019659        DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS        01965966
019660     END-IF.                                                      01966066
019661        PERFORM 3127-MASS-LIST.                                   01966166
019662        EXIT.                                                     01966266
019663*    THE CHECKER'S COUNT MUST MATCH THE HELD PREVIEW, AND A       01966366
019664*    COUNT-ONLY PASS MUST STILL SELECT THAT MANY, BEFORE THE      01966466
019665*    APPLY PASS REWRITES ANYTHING.                                01966566
019666 3131-MASS-APPROVE.                                               01966666
019667     IF WS-MC-APPR-IN NOT NUMERIC                                 01966766
019668        OR WS-MC-PREV-IN NOT NUMERIC                              01966866
019669        OR WS-MC-APPR-CNT NOT = WS-MC-PREV-CNT                    01966966
019670        ADD 1 TO MASSREF-CNTR                                     01967066
019671        ADD 1 TO REJ-CNTR                                         01967166
019672        MOVE SPACES TO RPT-REC                                    01967266
019673        STRING 'MASS CHANGE REFUSED: ' WS-ASSOID                  01967366
019674           ' APPROVED COUNT ' WS-MC-APPR-IN                       01967466
019675           ' PREVIEW COUNT ' WS-MC-PREV-IN                        01967566
019676           DELIMITED BY SIZE INTO RPT-REC                         01967666
019677        END-STRING                                                01967766
019678        WRITE RPT-REC                                             01967866
019679        GO TO 3131-MASS-APPROVE-EXIT                              01967966
019680     END-IF.                                                      01968066
019681        PERFORM 3121-MASS-EDIT.                                   01968166
019682     IF NOT MC-EDIT-OK                                            01968266
019683        ADD 1 TO MASSREF-CNTR                                     01968366
019684        GO TO 3131-MASS-APPROVE-EXIT                              01968466
019685     END-IF.                                                      01968566
019686        MOVE 'C' TO WS-MC-MODE.                                   01968666
019687        PERFORM 3122-MASS-SCAN.                                   01968766
019688     IF WS-MC-SEL-CNT NOT = WS-MC-PREV-CNT                        01968866
019689        ADD 1 TO MASSREF-CNTR                                     01968966
019690        ADD 1 TO REJ-CNTR                                         01969066
019691        MOVE SPACES TO RPT-REC                                    01969166
019692        STRING 'MASS CHANGE REFUSED: ' WS-ASSOID                  01969266
019693           ' NOW SELECTS ' WS-MC-SEL-CNT                          01969366
019694           ' NOT ' WS-MC-PREV-CNT ' - PREVIEW AGAIN'              01969466
019695           DELIMITED BY SIZE INTO RPT-REC                         01969566
019696        END-STRING                                                01969666
019697        WRITE RPT-REC                                             01969766
019698        GO TO 3131-MASS-APPROVE-EXIT                              01969866
019699     END-IF.                                                      01969966
019700        MOVE 'A' TO WS-MC-MODE.                                   01970066
019701        MOVE 'CHANGED' TO WS-MC-LABEL.                            01970166
019702        PERFORM 3122-MASS-SCAN.                                   01970266
019703        MOVE SPACES TO RPT-REC.                                   01970366
019704        STRING 'MASS CHANGE APPLIED: ' WS-ASSOID ' '              01970466
019705           WS-MC-SEL-CNT ' RECORDS, CHECKER ' WS-APPR-OPER        01970566
019706           DELIMITED BY SIZE INTO RPT-REC                         01970666
019707        END-STRING.                                               01970766
019708        WRITE RPT-REC.                                            01970866
019709 3131-MASS-APPROVE-EXIT.                                          01970966
019710        EXIT.                                                     01971066
019711 2700-FLUSH-HOLDS.                                                01971166
019712        OPEN OUTPUT HOLD-OUT.                                     01971266
019713     IF NOT HW-OPEN-OK                                            01971366
019714        DISPLAY 'HELD-TXN OUTPUT OPEN FAILED ' HW-STATUS          01971466
019715        GO TO 2700-FLUSH-EXIT                                     01971566
019716     END-IF.                                                      01971666
019717        PERFORM 2710-FLUSH-ONE                                    01971766
019718           VARYING WS-HOLD-IDX FROM 1 BY 1                        01971866
019719           UNTIL WS-HOLD-IDX > WS-HOLD-CNT.                       01971966
019720        CLOSE HOLD-OUT.                                           01972066
019721 2700-FLUSH-EXIT.                                                 01972166
019722        EXIT.                                                     01972266
019723 2710-FLUSH-ONE.                                                  01972366
019724     IF HT-FLAG(WS-HOLD-IDX) = 'H'                                01972466
019725        ADD 1 TO HT-AGE(WS-HOLD-IDX)                              01972566
019726        IF HT-AGE(WS-HOLD-IDX) > WS-HOLD-LIMIT                    01972666
019727           ADD 1 TO EXPIRED-CNTR                                  01972766
019728           MOVE SPACES TO RPT-REC                                 01972866
019729           STRING 'APPROVAL EXPIRED: '                            01972966
019730              HT-TXN(WS-HOLD-IDX)(1:1) ' '                        01973066
019731              HT-TXN(WS-HOLD-IDX)(2:7)                            01973166
019732              ' MAKER ' HT-TXN(WS-HOLD-IDX)(60:8)                 01973266
019733              DELIMITED BY SIZE INTO RPT-REC                      01973366
019734           END-STRING                                             01973466
019735           WRITE RPT-REC                                          01973566
019736        ELSE                                                      01973666
019737           ADD 1 TO STILLHELD-CNTR                                01973766
019738           MOVE HT-TXN(WS-HOLD-IDX) TO HOUT-REC                   01973866
019739           MOVE HT-AGE(WS-HOLD-IDX) TO HOUT-REC(77:3)             01973966
019740           WRITE HOUT-REC                                         01974066
019741        END-IF                                                    01974166
019742     END-IF.                                                      01974266
019743        EXIT.                                                     01974366
019744 3007-STATUS-KSDS.                                                01974466
019745        MOVE WS-ASSOID TO INASSOID.                               01974566
019746        READ KSDS-FILE.                                           01974666
019747     EVALUATE TRUE                                                01974766
019748        WHEN IN-READ-OK                                           01974866
019749           MOVE SPACES TO AU-AUDIT-REC                            01974966
019750           MOVE 'MJ24KSDS' TO AU-FILE-ID                          01975066
019751           MOVE WS-ASSOID TO AU-REC-KEY                           01975166
019752           MOVE 'U' TO AU-ACTION                                  01975266
019753           MOVE 'STATUS' TO AU-FIELD-ID                           01975366
019754           STRING INSTATUS ' ' INTERMDT                           01975466
019755              DELIMITED BY SIZE INTO AU-OLD-VALUE                 01975566
019756           END-STRING                                             01975666
019757           MOVE WS-NEW-STATUS TO INSTATUS                         01975766
019758           MOVE WS-NEW-TERMDT TO INTERMDT                         01975866
019759           STRING INSTATUS ' ' INTERMDT                           01975966
019760              DELIMITED BY SIZE INTO AU-NEW-VALUE                 01976066
019761           END-STRING                                             01976166
019762           REWRITE INREC                                          01976266
019763           EVALUATE TRUE                                          01976366
019764              WHEN IN-REWRITE-OK                                  01976466
019765                 ADD 1 TO UPD-CNTR                                01976566
019766                 ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD            01976666
019767                 ACCEPT AU-CHG-TIME FROM TIME                     01976766
019768                 MOVE WS-OPER-ID TO AU-OPER-ID                    01976866
019769                 IF AU-OPER-ID = SPACES                           01976966
019770                    CALL 'OPERSUB' USING AU-OPER-ID               01977066
019771                 END-IF                                           01977166
019772                 CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'   01977266
019773                                      BY REFERENCE AU-AUDIT-REC   01977366
019774                 WRITE AU-AUDIT-REC                               01977466
019775                 IF WS-NEW-STATUS = 'T'                           01977566
019776                    PERFORM 3009-CHECK-DEPNS                      01977666
019777                    MOVE 'T' TO WS-DEACT-ACTION                   01977766
019778                    PERFORM 3008-DEACT-WRITE                      01977866
019779                    PERFORM 3010-FLAG-ORPHANS                     01977966
019780                 END-IF                                           01978066
019781              WHEN OTHER                                          01978166
019782                 DISPLAY 'KEY : ' WS-ASSOID                       01978266
019783                    ' STATUS NOT SET, STATUS = ' IN-STATUS        01978366
019784                 ADD 1 TO REJ-CNTR                                01978466
019785           END-EVALUATE                                           01978566
019786        WHEN IN-KEYNF                                             01978666
019787           DISPLAY 'KEY : ' WS-ASSOID ' NOT FOUND '               01978766
019788           ADD 1 TO REJ-CNTR                                      01978866
019789        WHEN OTHER                                                01978966
019790           DISPLAY 'KEY : ' WS-ASSOID                             01979066
019791              ' STATUS ERROR, STATUS = ' IN-STATUS                01979166
019792           ADD 1 TO REJ-CNTR                                      01979266
019793     END-EVALUATE.                                                01979366
019794        EXIT.                                                     01979466
019795 3008-DEACT-WRITE.                                                01979566
019796        ADD 1 TO DEACT-CNTR.                                      01979666
019797        MOVE SPACES TO DEACT-REC.                                 01979766
019798        MOVE WS-ASSOID TO DA-ASSOID.                              01979866
019799        MOVE INNAME TO DA-NAME.                                   01979966
019800        MOVE WS-DEACT-ACTION TO DA-ACTION.                        01980066
019801        MOVE WS-TODAY TO DA-EFF-DATE.                             01980166
019802        WRITE DEACT-REC.                                          01980266
019803     IF NOT DA-WRITE-OK                                           01980366
019804        DISPLAY 'DEACT FEED WRITE FAILED ' DA-STATUS              01980466
019805     END-IF.                                                      01980566
019806        WRITE DEALOG-REC FROM DEACT-REC.                          01980666
019807     IF NOT DL-WRITE-OK                                           01980766
019808        DISPLAY 'DEACT LOG WRITE FAILED ' DL-STATUS               01980866
019809     END-IF.                                                      01980966
019810        EXIT.                                                     01981066
019811 3009-CHECK-DEPNS.                                                01981166
019812        MOVE 'N' TO WS-DEPWARN-SW.                                01981266
019813        MOVE 'N' TO WS-DEPSCAN-SW.                                01981366
019814        MOVE WS-ASSOID TO DP-ASSOID.                              01981466
019815        MOVE '00' TO DP-DEP-SEQ.                                  01981566
019816        START DEPN-FILE KEY NOT LESS THAN DP-DEP-KEY.             01981666
019817     IF DP-START-OK                                               01981766
019818        PERFORM 3019-READ-DEPN UNTIL DEPN-SCAN-DONE               01981866
019819     END-IF.                                                      01981966
019820     IF DEPNS-EXIST                                               01982066
019821        ADD 1 TO DEPWARN-CNTR                                     01982166
019822        DISPLAY 'WARNING: ' WS-ASSOID                             01982266
019823           ' STILL HAS ACTIVE DEPENDENTS'                         01982366
019824        MOVE SPACES TO RPT-REC                                    01982466
019825        STRING 'DEPENDENT WARNING: ' WS-ASSOID                    01982566
019826           ' HAS ACTIVE DEPENDENTS ON FILE'                       01982666
019827           DELIMITED BY SIZE INTO RPT-REC                         01982766
019828        END-STRING                                                01982866
019829        WRITE RPT-REC                                             01982966
019830     END-IF.                                                      01983066
019831        EXIT.                                                     01983166
019832 3019-READ-DEPN.                                                  01983266
019833        READ DEPN-FILE NEXT.                                      01983366
019834     EVALUATE TRUE                                                01983466
019835        WHEN DP-READ-OK AND DP-ASSOID = WS-ASSOID                 01983566
019836           IF DP-DEP-STATUS = 'A'                                 01983666
019837              MOVE 'Y' TO WS-DEPWARN-SW                           01983766
019838              MOVE 'Y' TO WS-DEPSCAN-SW                           01983866
019839           END-IF                                                 01983966
019840        WHEN OTHER                                                01984066
019841           MOVE 'Y' TO WS-DEPSCAN-SW                              01984166
019842     END-EVALUATE.                                                01984266
019843        EXIT.                                                     01984366
019844 3010-FLAG-ORPHANS.                                               01984466
019845        MOVE 'N' TO WS-RLSCAN-SW.                                 01984566
019846        MOVE WS-ASSOID TO RL-MGR-ASSOID.                          01984666
019847        START RPTL-FILE KEY EQUAL RL-MGR-ASSOID.                  01984766
019848     IF RL-START-OK                                               01984866
019849        PERFORM 3012-READ-REPORT                                  01984966
019850           THRU 3012-READ-REPORT-EXIT UNTIL RPTL-SCAN-DONE        01985066
019851     END-IF.                                                      01985166
019852        EXIT.                                                     01985266
019853 3012-READ-REPORT.                                                01985366
019854        READ RPTL-FILE NEXT.                                      01985466
019855     IF NOT RL-READ-OK OR RL-MGR-ASSOID NOT = WS-ASSOID           01985566
019856        MOVE 'Y' TO WS-RLSCAN-SW                                  01985666
019857        GO TO 3012-READ-REPORT-EXIT                               01985766
019858     END-IF.                                                      01985866
019859     IF RL-ORPHAN-FLAG = 'Y'                                      01985966
019860        GO TO 3012-READ-REPORT-EXIT                               01986066
019861     END-IF.                                                      01986166
019862        MOVE SPACES TO AU-AUDIT-REC.                              01986266
019863        MOVE RL-ORPHAN-FLAG TO AU-OLD-VALUE.                      01986366
019864        MOVE 'Y' TO RL-ORPHAN-FLAG.                               01986466
019865        MOVE WS-TODAY TO RL-LAST-UPD-DATE.                        01986566
019866        REWRITE RL-RPTL-REC.                                      01986666
019867     IF NOT RL-REWRITE-OK                                         01986766
019868        DISPLAY 'KEY : ' RL-ASSOID                                01986866
019869           ' ORPHAN NOT SET, STATUS = ' RL-STATUS                 01986966
019870        GO TO 3012-READ-REPORT-EXIT                               01987066
019871     END-IF.                                                      01987166
019872        ADD 1 TO ORPHAN-CNTR.                                     01987266
019873        MOVE 'RLKSDS' TO AU-FILE-ID.                              01987366
019874        MOVE RL-ASSOID TO AU-REC-KEY.                             01987466
019875        MOVE 'U' TO AU-ACTION.                                    01987566
019876        MOVE 'ORPHAN' TO AU-FIELD-ID.                             01987666
019877        STRING 'Y MGR ' WS-ASSOID                                 01987766
019878           DELIMITED BY SIZE INTO AU-NEW-VALUE                    01987866
019879        END-STRING.                                               01987966
019880        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                    01988066
019881        ACCEPT AU-CHG-TIME FROM TIME.                             01988166
019882        MOVE WS-OPER-ID TO AU-OPER-ID.                            01988266
019883     IF AU-OPER-ID = SPACES                                       01988366
019884           CALL 'OPERSUB' USING AU-OPER-ID                        01988466
019885     END-IF.                                                      01988566
019886        CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'            01988666
019887                             BY REFERENCE AU-AUDIT-REC.           01988766
019888        WRITE AU-AUDIT-REC.                                       01988866
019889     IF NOT AU-WRITE-OK                                           01988966
019890        DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS        01989066
019891     END-IF.                                                      01989166
019892        MOVE SPACES TO RPT-REC.                                   01989266
019893        STRING 'ORPHANED REPORT: ' RL-ASSOID                      01989366
019894           ' MANAGER ' WS-ASSOID ' REMOVED'                       01989466
019895           DELIMITED BY SIZE INTO RPT-REC                         01989566
019896        END-STRING.                                               01989666
019897        WRITE RPT-REC.                                            01989766
019898 3012-READ-REPORT-EXIT.                                           01989866
019899        EXIT.                                                     01989966
019900 3006-AUDIT-WRITE.                                                01990066
019901        MOVE SPACES TO AU-AUDIT-REC.                              01990166
019902        MOVE 'MJ24KSDS' TO AU-FILE-ID.                            01990266
019903        MOVE WS-ASSOID TO AU-REC-KEY.                             01990366
019904        MOVE WS-AUD-ACTION TO AU-ACTION.                          01990466
019905        MOVE 'NM-BG-DOB ' TO AU-FIELD-ID.                         01990566
019906        MOVE WS-AUD-OLD TO AU-OLD-VALUE.                          01990666
019907        MOVE WS-AUD-NEW TO AU-NEW-VALUE.                          01990766
019908        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                    01990866
019909        ACCEPT AU-CHG-TIME FROM TIME.                             01990966
019910        MOVE WS-OPER-ID TO AU-OPER-ID.                            01991066
019911     IF AU-OPER-ID = SPACES                                       01991166
019912           CALL 'OPERSUB' USING AU-OPER-ID                        01991266
019913     END-IF.                                                      01991366
019914        CALL 'AUDSEAL' USING BY CONTENT 'D' 'MJ24MANT'            01991466
019915                             BY REFERENCE AU-AUDIT-REC.           01991566
019916        WRITE AU-AUDIT-REC.                                       01991666
019917     IF NOT AU-WRITE-OK                                           01991766
019918        DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS        01991866
019919     END-IF.                                                      01991966
019920        EXIT.                                                     01992066
019921 4000-CLOSE-PARA.                                                 01992166
019922        PERFORM 2700-FLUSH-HOLDS THRU 2700-FLUSH-EXIT.            01992266
019923        PERFORM 4100-WRITE-SUMM.                                  01992366
019924        CALL 'AUDSEAL' USING BY CONTENT 'T' 'MJ24MANT'            01992466
019925                             BY REFERENCE AU-AUDIT-REC.           01992566
019926        WRITE AU-AUDIT-REC.                                       01992666
019927        CLOSE IP-FILE KSDS-FILE AUDIT-FILE RPT-FILE               01992766
019928              PEND-OUT DEACT-FILE DEALOG-FILE DEPN-FILE           01992866
019929              LEAVE-FILE LVBAL-FILE SUSPFILE RPTL-FILE            01992966
019930              EMP-FILE.                                           01993066
019931        DISPLAY 'RECORDS READ      : ' IP-CNTR.                   01993166
019932        DISPLAY 'RECORDS ADDED     : ' ADD-CNTR.                  01993266
019933        DISPLAY 'RECORDS UPDATED   : ' UPD-CNTR.                  01993366
019934        DISPLAY 'RECORDS DELETED   : ' DEL-CNTR.                  01993466
019935        DISPLAY 'RECORDS INQUIRED  : ' INQ-CNTR.                  01993566
019936        DISPLAY 'RECORDS REJECTED  : ' REJ-CNTR.                  01993666
019937        DISPLAY 'AUTH REJECTS      : ' AUTH-REJ-CNTR.             01993766
019938        DISPLAY 'TXNS PARKED       : ' PARKED-CNTR.               01993866
019939        DISPLAY 'PENDING APPLIED   : ' PENDAPP-CNTR.              01993966
019940        DISPLAY 'STILL PENDING     : ' STILLP-CNTR.               01994066
019941        DISPLAY 'DEACTIVATIONS SENT: ' DEACT-CNTR.                01994166
019942        DISPLAY 'DEPENDENT WARNINGS: ' DEPWARN-CNTR.              01994266
019943        DISPLAY 'LEAVES RECORDED   : ' LEAVE-CNTR.                01994366
019944        DISPLAY 'REHIRES APPLIED   : ' REHIRE-CNTR.               01994466
019945        DISPLAY 'TXNS HELD         : ' HELD-CNTR.                 01994566
019946        DISPLAY 'APPROVALS APPLIED : ' APPROVED-CNTR.             01994666
019947        DISPLAY 'APPROVALS REFUSED : ' NOAPPR-CNTR.               01994766
019948        DISPLAY 'APPROVALS EXPIRED : ' EXPIRED-CNTR.              01994866
019949        DISPLAY 'STILL AWAITING    : ' STILLHELD-CNTR.            01994966
019950        DISPLAY 'LEAVE TO SUSPENSE : ' LVSUSP-CNTR.               01995066
019951        DISPLAY 'REPORTS ORPHANED  : ' ORPHAN-CNTR.               01995166
019952        DISPLAY 'ARCHIVE REHIRES   : ' ARCHPULL-CNTR.             01995266
019953        DISPLAY 'INQUIRIES LOGGED  : ' ACCLOG-CNTR.               01995366
019954        DISPLAY 'MASS PREVIEWS     : ' MASSPREV-CNTR.             01995466
019955        DISPLAY 'MASS CHANGED RECS : ' MASSCHG-CNTR.              01995566
019956        DISPLAY 'MASS APPLY REFUSED: ' MASSREF-CNTR.              01995666
019957     IF REJ-CNTR > 0                                              01995766
019958        MOVE 4 TO RETURN-CODE                                     01995866
019959     END-IF.                                                      01995966
019960        PERFORM 4200-WRITE-RUNSTAT.                               01996066
019961        EXIT.                                                     01996166
019962 4100-WRITE-SUMM.                                                 01996266
019963     MOVE SPACES TO RPT-REC                                       01996366
019964     STRING 'RECORDS READ      : ' DELIMITED BY SIZE              01996466
019965           IP-CNTR DELIMITED BY SIZE                              01996566
019966        INTO RPT-REC                                              01996666
019967     END-STRING.                                                  01996766
019968     WRITE RPT-REC.                                               01996866
019969     MOVE SPACES TO RPT-REC                                       01996966
019970     STRING 'RECORDS ADDED     : ' DELIMITED BY SIZE              01997066
019971           ADD-CNTR DELIMITED BY SIZE                             01997166
019972        INTO RPT-REC                                              01997266
019973     END-STRING.                                                  01997366
019974     WRITE RPT-REC.                                               01997466
019975     MOVE SPACES TO RPT-REC                                       01997566
019976     STRING 'RECORDS UPDATED   : ' DELIMITED BY SIZE              01997666
019977           UPD-CNTR DELIMITED BY SIZE                             01997766
019978        INTO RPT-REC                                              01997866
019979     END-STRING.                                                  01997966
019980     WRITE RPT-REC.                                               01998066
019984     MOVE SPACES TO RPT-REC                                       01998401
019994     STRING 'RECORDS DELETED   : ' DELIMITED BY SIZE              01999401
020004           DEL-CNTR DELIMITED BY SIZE                             02000401
