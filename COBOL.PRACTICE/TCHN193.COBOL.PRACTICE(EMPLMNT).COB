000500*               MASTER KSDS (DDKSDS), BUSINESS MASTER KSDS        00050000
000600*               (DDBUSKSD)                                        00060000
000700* OUTPUT FILE : EMPLOYER LINK KSDS (DDLNKKS, I-O), AUDIT LOG      00070000
000710*               (DDAUDIT), RUN REPORT (DDRPT), LINK HISTORY       00071001
000720*               KSDS (DDLNKHKS, I-O)                              00072001
000900* PRG DESC    : MAINTAINS THE ASSOID-TO-BUS-KEY EMPLOYER LINK     00090000
001000*               DATASET.  A = LINK, U = CHANGE EMPLOYER, D =      00100000
001100*               REMOVE LINK (SOFT, STATUS X).  EVERY              00110000
001200*               TRANSACTION IS VALIDATED - THE ASSOCIATE MUST     00120000
001300*               EXIST AND NOT BE TERMINATED AND THE BUSINESS      00130000
001310*               MUST EXIST, NOT BE INACTIVE AND NOT BE FLAGGED    00131005
001320*               RENEWAL OVERDUE BY BUSRENEW - AND EVERY           00132005
001500*               CHANGE WRITES AN AUDIT ENTRY IN THE SHARED        00150000
001600*               AUDITREC SHAPE.                                   00160000
001610*               EVERY CHANGE IS ALSO KEPT ON THE LINK HISTORY     00161001
001620*               FILE BY ASSOID AND EFFECTIVE DATE (COLS 12-19 OF  00162001
001630*               THE TRANSACTION, BLANK = TODAY) SO A TRANSFER     00163001
001640*               NEVER LOSES THE FORMER EMPLOYER.                  00164001
001700* AUTHOR      : GIRIDHAR                                          00170000
001800* CREATED ON  : 02 SEP 2026                                       00180000
001810* MODIFIED ON : 15 OCT 2026 - LINK HISTORY AND EFFECTIVE DATE     00181001
001820* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00182003
001830* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00183004
001840* MODIFIED ON : 15 OCT 2026 - NO NEW LINKS TO RENEWAL-OVERDUE BUS 00184005
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
004700      ORGANIZATION IS SEQUENTIAL                                  00470000
004800      ACCESS MODE IS SEQUENTIAL                                   00480000
004900      FILE STATUS AU-STATUS.                                      00490000
004910*                                                                 00491001
004920      SELECT HIST-FILE ASSIGN TO DDLNKHKS                         00492001
004930      ORGANIZATION IS INDEXED                                     00493001
004940      ACCESS MODE IS RANDOM                                       00494001
004950      RECORD KEY IS LH-HIST-KEY                                   00495001
004960      FILE STATUS LH-STATUS.                                      00496001
005000*                                                                 00500000
005100      SELECT RPTFILE ASSIGN TO DDRPT                              00510000
005200      ORGANIZATION IS SEQUENTIAL                                  00520000
006600 COPY BUSREC REPLACING ==:BUS:== BY ==BU==.                       00660000
006700 FD AUDIT-FILE RECORDING MODE IS F.                               00670000
006800 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00680000
006810 FD HIST-FILE.                                                    00681001
006820 COPY LNKHREC REPLACING ==:LKH:== BY ==LH==.                      00682001
006900 FD RPTFILE RECORDING MODE F.                                     00690000
007000 01 RPT-REC PIC X(80).                                            00700000
007100 WORKING-STORAGE SECTION.                                         00710000
009200    05 AU-STATUS PIC XX.                                          00920000
009300    88 AU-OPEN-OK  VALUE '00'.                                    00930000
009400    88 AU-WRITE-OK VALUE '00'.                                    00940000
009410    05 LH-STATUS PIC XX.                                          00941001
009420    88 LH-OPEN-OK    VALUE '00'.                                  00942001
009430    88 LH-READ-OK    VALUE '00'.                                  00943001
009440    88 LH-WRITE-OK   VALUE '00'.                                  00944001
009450    88 LH-REWRITE-OK VALUE '00'.                                  00945001
009460    88 LH-KEYNF      VALUE '23'.                                  00946001
009470    88 LH-DUPKEY     VALUE '22'.                                  00947001
009500    05 RP-STATUS PIC XX.                                          00950000
009600    88 RP-OPEN-OK VALUE '00'.                                     00960000
009700 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00970000
010200    88 OP-UNLINK VALUE 'D'.                                       01020000
010300    05 WS-ASSOID  PIC X(7).                                       01030000
010400    05 WS-BUS-KEY PIC X(3).                                       01040000
010410    05 WS-EFF-DATE PIC X(8).                                      01041001
010420    05 WS-EFF-DATE-N REDEFINES WS-EFF-DATE PIC 9(8).              01042001
010430 01 WS-HIST-FLDS.                                                 01043001
010440    05 WS-OLD-BUS-KEY  PIC X(3).                                  01044001
010450    05 WS-OLD-STATUS   PIC X(1).                                  01045001
010460    05 WS-HIST-FROM    PIC X(3).                                  01046001
010470    05 WS-HIST-TO      PIC X(3).                                  01047001
010480    05 WS-HIST-ACTION  PIC X(1).                                  01048001
010500 01 WS-EDIT-FLDS.                                                 01050000
010600    05 WS-EDIT-SW PIC X VALUE 'N'.                                01060000
010700    88 TXN-EDIT-OK VALUE 'Y'.                                     01070000
011100    05 LINK-CNTR PIC 9(6) VALUE ZEROS.                            01110000
011200    05 CHG-CNTR  PIC 9(6) VALUE ZEROS.                            01120000
011300    05 UNLK-CNTR PIC 9(6) VALUE ZEROS.                            01130000
011310    05 HIST-CNTR PIC 9(6) VALUE ZEROS.                            01131001
011400    05 REJ-CNTR  PIC 9(6) VALUE ZEROS.                            01140000
011500 01 WS-ERR-DESC.                                                  01150000
011600    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01160000
016400         MOVE AU-STATUS TO ERR-FILE-STATUS                        01640000
016500         PERFORM 9000-ERR-PARA                                    01650000
016600      END-IF.                                                     01660000
016601      CALL 'AUDSEAL' USING BY CONTENT 'H' 'EMPLMNT '              01660104
016602                           BY REFERENCE AU-AUDIT-REC.             01660204
016603      WRITE AU-AUDIT-REC.                                         01660304
016610      OPEN I-O HIST-FILE.                                         01661001
016620      IF NOT LH-OPEN-OK                                           01662001
016630         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01663001
016640         MOVE 'HIST-FILE' TO ERR-FILE-ID                          01664001
016650         MOVE LH-STATUS TO ERR-FILE-STATUS                        01665001
016660         PERFORM 9000-ERR-PARA                                    01666001
016670      END-IF.                                                     01667001
016700      OPEN OUTPUT RPTFILE.                                        01670000
016800      IF NOT RP-OPEN-OK                                           01680000
016900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01690000
018100            MOVE IP-REC(1:1) TO WS-OP                             01810000
018200            MOVE IP-REC(2:7) TO WS-ASSOID                         01820000
018300            MOVE IP-REC(9:3) TO WS-BUS-KEY                        01830000
018310            MOVE IP-REC(12:8) TO WS-EFF-DATE                      01831001
018320            IF WS-EFF-DATE = SPACES                               01832001
018330               MOVE WS-TODAY TO WS-EFF-DATE-N                     01833001
018340            END-IF                                                01834001
018400            PERFORM 3010-EDIT-TXN THRU 3010-EDIT-EXIT             01840002
018500            IF TXN-EDIT-OK                                        01850000
018600               PERFORM 3100-DISPATCH-TXN                          01860000
018700            ELSE                                                  01870000
019900 3010-EDIT-TXN.                                                   01990000
020000      MOVE 'Y' TO WS-EDIT-SW.                                     02000000
020100      MOVE SPACES TO WS-EDIT-REASON.                              02010000
020105      IF WS-EFF-DATE NOT NUMERIC                                  02010501
020110         MOVE 'N' TO WS-EDIT-SW                                   02011001
020115         MOVE 'EFF DATE INVALID' TO WS-EDIT-REASON                02011501
020120         GO TO 3010-EDIT-EXIT                                     02012001
020125      END-IF.                                                     02012501
020130      IF WS-EFF-DATE-N > WS-TODAY                                 02013001
020135         MOVE 'N' TO WS-EDIT-SW                                   02013501
020140         MOVE 'EFF DATE IN FUTURE' TO WS-EDIT-REASON              02014001
020145         GO TO 3010-EDIT-EXIT                                     02014501
020150      END-IF.                                                     02015001
020200      MOVE WS-ASSOID TO MAASSOID.                                 02020000
020300      READ KSDS-FILE.                                             02030000
020400      EVALUATE TRUE                                               02040000
022500                  MOVE 'N' TO WS-EDIT-SW                          02250000
022600                  MOVE 'BUSINESS INACTIVE' TO WS-EDIT-REASON      02260000
022700               END-IF                                             02270000
022710               IF BU-BUS-STATUS NOT = 'I' AND BU-RENEW-FLAG = 'O' 02271005
022720                  MOVE 'N' TO WS-EDIT-SW                          02272005
022730                  MOVE 'RENEWAL OVERDUE' TO WS-EDIT-REASON        02273005
022740               END-IF                                             02274005
022800            WHEN BU-KEYNF                                         02280000
022900               MOVE 'N' TO WS-EDIT-SW                             02290000
023000               MOVE 'BUSINESS NOT FOUND' TO WS-EDIT-REASON        02300000
023500               PERFORM 9000-ERR-PARA                              02350000
023600         END-EVALUATE                                             02360000
023700      END-IF.                                                     02370000
023710 3010-EDIT-EXIT.                                                  02371001
023800      EXIT.                                                       02380000
023900 3020-EDIT-REJECT.                                                02390000
024000      ADD 1 TO REJ-CNTR.                                          02400000
025400         WHEN OP-CHANGE                                           02540000
025500            PERFORM 3300-LINK-CHANGE                              02550000
025600         WHEN OP-UNLINK                                           02560000
025700            PERFORM 3400-LINK-REMOVE THRU 3400-LINK-REMOVE-EXIT   02570002
025800         WHEN OTHER                                               02580000
025900            DISPLAY ' INVALID OPERATION : ' WS-OP                 02590000
026000            ADD 1 TO REJ-CNTR                                     02600000
026400      MOVE SPACES TO LK-LINK-REC.                                 02640000
026500      MOVE WS-ASSOID TO LK-ASSOID.                                02650000
026600      MOVE WS-BUS-KEY TO LK-BUS-KEY.                              02660000
026610      MOVE WS-EFF-DATE-N TO LK-LINK-DATE.                         02661001
026800      MOVE 'A' TO LK-LINK-STATUS.                                 02680000
026900      WRITE LK-LINK-REC.                                          02690000
027000      EVALUATE TRUE                                               02700000
027300            MOVE 'A' TO AU-ACTION                                 02730000
027400            MOVE SPACES TO AU-OLD-VALUE                           02740000
027500            PERFORM 3600-AUDIT-WRITE                              02750000
027510            MOVE SPACES TO WS-HIST-FROM                           02751001
027520            MOVE WS-BUS-KEY TO WS-HIST-TO                         02752001
027530            MOVE 'A' TO WS-HIST-ACTION                            02753001
027540            PERFORM 3700-HIST-WRITE THRU 3700-HIST-WRITE-EXIT     02754002
027600         WHEN LK-DUPKEY                                           02760000
027700            DISPLAY 'KEY : ' WS-ASSOID                            02770000
027800               ' ALREADY LINKED - USE U'                          02780000
028800      READ LINK-FILE.                                             02880000
028900      EVALUATE TRUE                                               02890000
029000         WHEN LK-READ-OK                                          02900000
029010            IF WS-EFF-DATE-N < LK-LINK-DATE                       02901001
029020               DISPLAY 'KEY : ' WS-ASSOID                         02902001
029030                  ' EFF DATE BEFORE CURRENT LINK'                 02903001
029040               ADD 1 TO REJ-CNTR                                  02904001
029050            ELSE                                                  02905001
029060               PERFORM 3310-CHANGE-APPLY                          02906001
029070            END-IF                                                02907001
030600         WHEN LK-KEYNF                                            03060000
030700            DISPLAY 'KEY : ' WS-ASSOID ' NOT LINKED YET'          03070000
030800            ADD 1 TO REJ-CNTR                                     03080000
031200            ADD 1 TO REJ-CNTR                                     03120000
031300      END-EVALUATE.                                               03130000
031400      EXIT.                                                       03140000
031401 3310-CHANGE-APPLY.                                               03140101
031402      PERFORM 3710-HIST-OPENING THRU 3710-HIST-OPENING-EXIT.      03140202
031403      MOVE LK-BUS-KEY TO WS-OLD-BUS-KEY.                          03140301
031404      MOVE LK-LINK-STATUS TO WS-OLD-STATUS.                       03140401
031405      MOVE SPACES TO AU-OLD-VALUE.                                03140501
031406      MOVE LK-BUS-KEY TO AU-OLD-VALUE.                            03140601
031407      MOVE WS-BUS-KEY TO LK-BUS-KEY.                              03140701
031408      MOVE WS-EFF-DATE-N TO LK-LINK-DATE.                         03140801
031409      MOVE 'A' TO LK-LINK-STATUS.                                 03140901
031410      REWRITE LK-LINK-REC.                                        03141001
031411      IF LK-REWRITE-OK                                            03141101
031412         ADD 1 TO CHG-CNTR                                        03141201
031413         MOVE 'U' TO AU-ACTION                                    03141301
031414         PERFORM 3600-AUDIT-WRITE                                 03141401
031415         IF WS-OLD-STATUS = 'X'                                   03141501
031416            MOVE SPACES TO WS-HIST-FROM                           03141601
031417            MOVE 'A' TO WS-HIST-ACTION                            03141701
031418         ELSE                                                     03141801
031419            MOVE WS-OLD-BUS-KEY TO WS-HIST-FROM                   03141901
031420            MOVE 'U' TO WS-HIST-ACTION                            03142001
031421         END-IF                                                   03142101
031422         MOVE WS-BUS-KEY TO WS-HIST-TO                            03142201
031423         PERFORM 3700-HIST-WRITE THRU 3700-HIST-WRITE-EXIT        03142302
031424      ELSE                                                        03142401
031425         DISPLAY 'KEY : ' WS-ASSOID                               03142501
031426            ' NOT CHANGED, STATUS = ' LK-STATUS                   03142601
031427         ADD 1 TO REJ-CNTR                                        03142701
031428      END-IF.                                                     03142801
031429      EXIT.                                                       03142901
031500 3400-LINK-REMOVE.                                                03150000
031600      MOVE WS-ASSOID TO LK-ASSOID.                                03160000
031700      READ LINK-FILE.                                             03170000
031800      EVALUATE TRUE                                               03180000
031900         WHEN LK-READ-OK                                          03190000
031910            IF WS-EFF-DATE-N < LK-LINK-DATE                       03191001
031920               DISPLAY 'KEY : ' WS-ASSOID                         03192001
031930                  ' EFF DATE BEFORE CURRENT LINK'                 03193001
031940               ADD 1 TO REJ-CNTR                                  03194001
031950               GO TO 3400-LINK-REMOVE-EXIT                        03195001
031960            END-IF                                                03196001
031970            PERFORM 3710-HIST-OPENING THRU 3710-HIST-OPENING-EXIT 03197002
032000            MOVE SPACES TO AU-OLD-VALUE                           03200000
032100            MOVE LK-BUS-KEY TO AU-OLD-VALUE                       03210000
032200            MOVE 'X' TO LK-LINK-STATUS                            03220000
032500               ADD 1 TO UNLK-CNTR                                 03250000
032600               MOVE 'D' TO AU-ACTION                              03260000
032700               PERFORM 3600-AUDIT-WRITE                           03270000
032710               MOVE LK-BUS-KEY TO WS-HIST-FROM                    03271001
032720               MOVE SPACES TO WS-HIST-TO                          03272001
032730               MOVE 'D' TO WS-HIST-ACTION                         03273001
032740               PERFORM 3700-HIST-WRITE THRU 3700-HIST-WRITE-EXIT  03274002
032800            ELSE                                                  03280000
032900               DISPLAY 'KEY : ' WS-ASSOID                         03290000
033000                  ' NOT REMOVED, STATUS = ' LK-STATUS             03300000
033800               ' LINK ERROR, STATUS = ' LK-STATUS                 03380000
033900            ADD 1 TO REJ-CNTR                                     03390000
034000      END-EVALUATE.                                               03400000
034010 3400-LINK-REMOVE-EXIT.                                           03401001
034020      EXIT.                                                       03402001
034200 3600-AUDIT-WRITE.                                                03420000
034300      MOVE 'LINKKSDS' TO AU-FILE-ID.                              03430000
034400      MOVE WS-ASSOID TO AU-REC-KEY.                               03440000
034700      MOVE WS-BUS-KEY TO AU-NEW-VALUE.                            03470000
034800      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      03480000
034900      ACCEPT AU-CHG-TIME FROM TIME.                               03490000
034910      CALL 'OPERSUB' USING AU-OPER-ID.                            03491003
034920      CALL 'AUDSEAL' USING BY CONTENT 'D' 'EMPLMNT '              03492004
034930                           BY REFERENCE AU-AUDIT-REC.             03493004
035000      WRITE AU-AUDIT-REC.                                         03500000
035100      IF NOT AU-WRITE-OK                                          03510000
035200         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       03520000
035300      END-IF.                                                     03530000
035400      EXIT.                                                       03540000
035401*  ONE HISTORY RECORD PER ASSOCIATE PER EFFECTIVE DATE.  A        03540101
035402*  SECOND CHANGE ON THE SAME DAY REPLACES THE TO-BUSINESS; A      03540201
035403*  SAME-DAY LINK STAYS A LINK.                                    03540301
035404 3700-HIST-WRITE.                                                 03540401
035405      MOVE SPACES TO LH-HIST-REC.                                 03540501
035406      MOVE WS-ASSOID TO LH-ASSOID.                                03540601
035407      MOVE WS-EFF-DATE-N TO LH-EFF-DATE.                          03540701
035408      MOVE WS-HIST-FROM TO LH-FROM-BUS-KEY.                       03540801
035409      MOVE WS-HIST-TO TO LH-TO-BUS-KEY.                           03540901
035410      MOVE WS-HIST-ACTION TO LH-ACTION.                           03541001
035411      MOVE WS-TODAY TO LH-CHG-DATE.                               03541101
035412      WRITE LH-HIST-REC.                                          03541201
035413      IF LH-WRITE-OK                                              03541301
035414         ADD 1 TO HIST-CNTR                                       03541401
035415         GO TO 3700-HIST-WRITE-EXIT                               03541501
035416      END-IF.                                                     03541601
035417      IF NOT LH-DUPKEY                                            03541701
035418         DISPLAY 'KEY : ' WS-ASSOID                               03541801
035419            ' HISTORY NOT WRITTEN, STATUS = ' LH-STATUS           03541901
035420         GO TO 3700-HIST-WRITE-EXIT                               03542001
035421      END-IF.                                                     03542101
035422      READ HIST-FILE.                                             03542201
035423      IF LH-READ-OK                                               03542301
035424         MOVE WS-HIST-TO TO LH-TO-BUS-KEY                         03542401
035425         IF LH-ACTION NOT = 'A' OR WS-HIST-ACTION = 'D'           03542501
035426            MOVE WS-HIST-ACTION TO LH-ACTION                      03542601
035427         END-IF                                                   03542701
035428         MOVE WS-TODAY TO LH-CHG-DATE                             03542801
035429         REWRITE LH-HIST-REC                                      03542901
035430      END-IF.                                                     03543001
035431      IF NOT LH-READ-OK AND NOT LH-REWRITE-OK                     03543101
035432         DISPLAY 'KEY : ' WS-ASSOID                               03543201
035433            ' HISTORY NOT REPLACED, STATUS = ' LH-STATUS          03543301
035434      END-IF.                                                     03543401
035435 3700-HIST-WRITE-EXIT.                                            03543501
035436      EXIT.                                                       03543601
035437*  A LINK MADE BEFORE HISTORY WAS KEPT HAS NO RECORD AT ITS LINK  03543701
035438*  DATE - WRITE THE OPENING LINK BEFORE THE FIRST CHANGE.         03543801
035439 3710-HIST-OPENING.                                               03543901
035440      IF LK-LINK-STATUS = 'X'                                     03544001
035441         GO TO 3710-HIST-OPENING-EXIT                             03544101
035442      END-IF.                                                     03544201
035443      MOVE LK-ASSOID TO LH-ASSOID.                                03544301
035444      MOVE LK-LINK-DATE TO LH-EFF-DATE.                           03544401
035445      READ HIST-FILE.                                             03544501
035446      IF NOT LH-KEYNF                                             03544601
035447         GO TO 3710-HIST-OPENING-EXIT                             03544701
035448      END-IF.                                                     03544801
035449      MOVE SPACES TO LH-HIST-REC.                                 03544901
035450      MOVE LK-ASSOID TO LH-ASSOID.                                03545001
035451      MOVE LK-LINK-DATE TO LH-EFF-DATE.                           03545101
035452      MOVE SPACES TO LH-FROM-BUS-KEY.                             03545201
035453      MOVE LK-BUS-KEY TO LH-TO-BUS-KEY.                           03545301
035454      MOVE 'A' TO LH-ACTION.                                      03545401
035455      MOVE WS-TODAY TO LH-CHG-DATE.                               03545501
035456      WRITE LH-HIST-REC.                                          03545601
035457      IF LH-WRITE-OK                                              03545701
035458         ADD 1 TO HIST-CNTR                                       03545801
035459      ELSE                                                        03545901
035460         DISPLAY 'KEY : ' WS-ASSOID                               03546001
035461            ' OPENING HISTORY NOT WRITTEN ' LH-STATUS             03546101
035462      END-IF.                                                     03546201
035463 3710-HIST-OPENING-EXIT.                                          03546301
035464      EXIT.                                                       03546401
035500 4000-CLOSE-PARA.                                                 03550000
035600      MOVE SPACES TO RPT-REC.                                     03560000
035700      STRING 'READ=' IP-CNTR                                      03570000
036200         DELIMITED BY SIZE INTO RPT-REC                           03620000
036300      END-STRING.                                                 03630000
036400      WRITE RPT-REC.                                              03640000
036410      CALL 'AUDSEAL' USING BY CONTENT 'T' 'EMPLMNT '              03641004
036420                           BY REFERENCE AU-AUDIT-REC.             03642004
036430      WRITE AU-AUDIT-REC.                                         03643004
036500      CLOSE IP-FILE LINK-FILE KSDS-FILE BUSKSDS                   03650000
036510            AUDIT-FILE RPTFILE HIST-FILE.                         03651001
036700      DISPLAY 'TXNS READ     : ' IP-CNTR.                         03670000
036800      DISPLAY 'LINKS ADDED   : ' LINK-CNTR.                       03680000
036900      DISPLAY 'LINKS CHANGED : ' CHG-CNTR.                        03690000
037000      DISPLAY 'LINKS REMOVED : ' UNLK-CNTR.                       03700000
037010      DISPLAY 'HISTORY ROWS  : ' HIST-CNTR.                       03701001
037100      DISPLAY 'TXNS REJECTED : ' REJ-CNTR.                        03710000
037200      IF REJ-CNTR > 0                                             03720000
037300         MOVE 4 TO RETURN-CODE                                    03730000
