001663      ORGANIZATION IS SEQUENTIAL                                  00166301
001664      ACCESS MODE IS SEQUENTIAL                                   00166401
001665      FILE STATUS BK-STATUS.                                      00166501
001666                                                                  00166612
001667      SELECT DECL-FILE ASSIGN TO DDDECL                           00166712
001668      ORGANIZATION IS INDEXED                                     00166812
001669      ACCESS MODE IS DYNAMIC                                      00166912
001670      RECORD KEY IS DC-DECL-KEY                                   00167012
001671      FILE STATUS DC-STATUS.                                      00167112
001672                                                                  00167212
001673      SELECT XCAP-FILE ASSIGN TO DDXCAP                           00167312
001674      ORGANIZATION IS SEQUENTIAL                                  00167412
001675      ACCESS MODE IS SEQUENTIAL                                   00167512
001676      FILE STATUS XC-STATUS.                                      00167612
001700                                                                  00170000
001800 DATA DIVISION.                                                   00180000
001900 FILE SECTION.                                                    00190000
004400       05 OP-CNSAL           PIC 9(5)V9(2) USAGE COMP-3.          00440000
004410       05 FILLER             PIC X.                               00441000
004420       05 OP-BRACKET         PIC 9(3).                            00442000
004430       05 FILLER             PIC X.                               00443012
004440       05 OP-CTXSAL          PIC 9(5)V9(2) USAGE COMP-3.          00444012
004450       05 FILLER             PIC X.                               00445012
004460       05 OP-CEXMT           PIC 9(5)V9(2) USAGE COMP-3.          00446012
004470       05 FILLER             PIC X(26).                           00447012
004510 FD YTD-FILE.                                                     00451010
004520 COPY YTDREC REPLACING ==:YTD:== BY ==YTD==.                      00452011
004581 FD BRKT-FILE RECORDING MODE F.                                   00458101
004582 01 BRKT-REC.                                                     00458201
004583       05 BK-EFF-DATE        PIC 9(8).                            00458301
004586       05 FILLER             PIC X.                               00458601
004587       05 BK-RATE            PIC 9(3).                            00458701
004588       05 FILLER             PIC X(60).                           00458801
004589 FD DECL-FILE.                                                    00458912
004590 COPY DECLREC REPLACING ==:DCL:== BY ==DC==.                      00459012
004591 FD XCAP-FILE RECORDING MODE F.                                   00459112
004592 COPY XCAPREC REPLACING ==:XCP:== BY ==XC==.                      00459212
004600 WORKING-STORAGE SECTION.                                         00460000
004700 01 WS-XSAL      PIC X(8)       VALUE SPACES.                     00470000
004800 01 WS-SAL       PIC 9(5)V99    VALUE ZEROS.                      00480000
004900 01 WS-NSAL      PIC 9(5)V99    VALUE ZEROS.                      00490000
005000 01 WS-TAX       PIC 9(5)V9(3)  VALUE ZEROS.                      00500000
005001 01 WS-TXSAL    PIC 9(5)V99    VALUE ZEROS.                       00500112
005002 01 WS-EXMT     PIC 9(5)V99    VALUE ZEROS.                       00500212
005010 01 WS-BRACKET    PIC 9(3)       VALUE ZEROS.                     00500100
005015 01 WS-TAX-YEAR   PIC 9(4)       VALUE ZEROS.                     00501511
005021 01 WS-TODAY     PIC 9(8)      VALUE ZEROS.                       00502101
005022 01 WS-SET-DATE  PIC 9(8)      VALUE ZEROS.                       00502201
005023 01 BR-CNT       PIC 9(2)      VALUE 04.                          00502301
005035      05 WS-BR-ENT OCCURS 10 TIMES.                               00503501
005036         10 WS-BR-FLOOR PIC 9(7).                                 00503601
005037         10 WS-BR-RATE  PIC 9(3).                                 00503701
005040 01 XC-CNT       PIC 9(2)      VALUE ZEROS.                       00504012
005042 01 WS-XC-IDX    PIC 9(2)      VALUE ZEROS.                       00504212
005044 01 WS-XC-USE    PIC 9(2)      VALUE ZEROS.                       00504412
005046 01 WS-XCAP-TABLE.                                                00504612
005048      05 WS-XC-ENT OCCURS 20 TIMES.                               00504812
005050         10 WS-XC-TYPE PIC X(2).                                  00505012
005052         10 WS-XC-CAP  PIC 9(7)V99.                               00505212
005054 01 WS-DECL-SW      PIC X         VALUE 'N'.                      00505412
005056      88 DECL-OPEN                 VALUE 'Y'.                     00505612
005058 01 WS-DECL-END-SW  PIC X         VALUE 'N'.                      00505812
005060      88 DECL-DONE                 VALUE 'Y'.                     00506012
005062 01 WS-DECL-ALLOW   PIC 9(7)V99   VALUE ZEROS.                    00506212
005064 01 WS-DECL-LEFT    PIC S9(7)V99  VALUE ZEROS.                    00506412
005066 01 WS-DECL-PART    PIC 9(7)V99   VALUE ZEROS.                    00506612
005068 01 WS-PRIOR-EXMT   PIC 9(7)V99   VALUE ZEROS.                    00506812
005070 01 WS-PRIOR-MONTHS PIC 9(2)      VALUE ZEROS.                    00507012
005100 01 FILE-STATUS.                                                  00510000
005200      05 IP-STATUS     PIC XX.                                    00520000
005300      88 IP-SUCCESS    VALUE '00'.                                00530000
005941      05 BK-STATUS     PIC XX.                                    00594101
005942      88 BK-SUCCESS    VALUE '00'.                                00594201
005943      88 BK-EOF        VALUE '10'.                                00594301
005948      05 DC-STATUS     PIC XX.                                    00594812
005953      88 DC-SUCCESS    VALUE '00'.                                00595312
005958      88 DC-EOF        VALUE '10'.                                00595812
005963      05 XC-STATUS     PIC XX.                                    00596312
005968      88 XC-SUCCESS    VALUE '00'.                                00596812
005973      88 XC-EOF        VALUE '10'.                                00597312
006000 01 FILE-CNTRS.                                                   00600000
006100      05 IP-CNTR PIC 9(6) VALUE ZEROS.                            00610000
006200      05 OP-CNTR PIC 9(6) VALUE ZEROS.                            00620000
006210      05 DCL-CNTR   PIC 9(6) VALUE ZEROS.                         00621012
006220      05 DCLOK-CNTR PIC 9(6) VALUE ZEROS.                         00622012
006230      05 DCLNP-CNTR PIC 9(6) VALUE ZEROS.                         00623012
006240      05 DCLNC-CNTR PIC 9(6) VALUE ZEROS.                         00624012
006300 01 ERR-PLATE.                                                    00630000
006400      05 FILLER       PIC X(12) VALUE 'ERROR IN : '.              00640000
006500      05 ERR-PARA     PIC X(12).                                  00650000
007100 PROCEDURE DIVISION.                                              00710000
007200 0000-MAIN-PARA.                                                  00720000
007300      PERFORM 1000-OPEN-FILES.                                    00730000
007305      PERFORM 1200-CHECK-TAX-YEAR.                                00730511
007310      PERFORM 1500-LOAD-BRACKETS THRU 1500-LOAD-EXIT.             00731011
007320      PERFORM 1600-LOAD-CAPS THRU 1600-LOAD-EXIT.                 00732012
007330      PERFORM 1700-OPEN-DECLS THRU 1700-OPEN-EXIT.                00733012
007400      PERFORM 2000-READ-REC.                                      00740002
007410      PERFORM UNTIL IP-EOF                                        00741009
007420         PERFORM 3000-COMPUTE-PARA                                00742009
010100         PERFORM 9000-ERR-HANDLER                                 01010000
010200      END-EVALUATE.                                               01020000
010300      EXIT.                                                       01030000
010310 1200-CHECK-TAX-YEAR.                                             01031011
010320*     THE LOW-VALUES RECORD ON THE YTD KSDS HOLDS THE ONE TAX     01032011
010330*     YEAR OPEN FOR POSTING.  A RUN IN AN EARLIER YEAR IS         01033011
010340*     POSTING INTO A CLOSED YEAR; A RUN IN A LATER YEAR MUST      01034011
010350*     WAIT FOR YTDCLOSE TO CLOSE THE OPEN ONE.  EITHER WAY        01035011
010360*     NOTHING IS POSTED.                                          01036011
010370      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01037011
010380      MOVE WS-TODAY(1:4) TO WS-TAX-YEAR.                          01038011
010390      MOVE LOW-VALUES TO YTD-CID.                                 01039011
010400      READ YTD-FILE.                                              01040011
010410      EVALUATE TRUE                                               01041011
010420      WHEN YT-SUCCESS                                             01042011
010430         CONTINUE                                                 01043011
010440      WHEN YT-REC-NF                                              01044011
010450         MOVE LOW-VALUES TO YTD-CID                               01045011
010460         MOVE ZEROS TO YTD-CTL-DATA                               01046011
010470         MOVE WS-TAX-YEAR TO YTD-CTL-YEAR                         01047011
010480         MOVE WS-TODAY TO YTD-CTL-OPEN-DATE                       01048011
010490         WRITE YTD-REC                                            01049011
010500         IF NOT YT-SUCCESS                                        01050011
010510            MOVE '1200-CHK-YEAR' TO ERR-PARA                      01051011
010520            MOVE 'YTD-FILE' TO ERR-FILE                           01052011
010530            MOVE YT-STATUS TO ERR-STATUS                          01053011
010540            PERFORM 9000-ERR-HANDLER                              01054011
010550         END-IF                                                   01055011
010560         DISPLAY 'TAX YEAR CONTROL CREATED FOR ' WS-TAX-YEAR      01056011
010570      WHEN OTHER                                                  01057011
010580         MOVE '1200-CHK-YEAR' TO ERR-PARA                         01058011
010590         MOVE 'YTD-FILE' TO ERR-FILE                              01059011
010600         MOVE YT-STATUS TO ERR-STATUS                             01060011
010610         PERFORM 9000-ERR-HANDLER                                 01061011
010620      END-EVALUATE.                                               01062011
010630      IF YTD-CTL-YEAR NOT = WS-TAX-YEAR                           01063011
010640         IF WS-TAX-YEAR < YTD-CTL-YEAR                            01064011
010650            DISPLAY 'TAX YEAR ' WS-TAX-YEAR                       01065011
010660               ' IS CLOSED - NOTHING POSTED'                      01066011
010670         ELSE                                                     01067011
010680            DISPLAY 'TAX YEAR ' YTD-CTL-YEAR                      01068011
010690               ' NOT CLOSED - RUN YTDCLOSE BEFORE POSTING '       01069011
010700               WS-TAX-YEAR                                        01070011
010710         END-IF                                                   01071011
010720         CLOSE IP-FILE OP-FILE YTD-FILE                           01072011
010730         MOVE 8 TO RETURN-CODE                                    01073011
010740         STOP RUN                                                 01074011
010750      END-IF.                                                     01075011
010760      DISPLAY 'POSTING INTO TAX YEAR : ' WS-TAX-YEAR.             01076011
010770      EXIT.                                                       01077011
011000 1500-LOAD-BRACKETS.                                              01100001
011010*     THE BRACKET SETS ARE APPENDED IN EFFECTIVE-DATE             01101001
011020*     ORDER BY TAXBMNT, SO THE LAST SET DATED ON OR               01102001
011030*     BEFORE TODAY WINS.                                          01103001
011040      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01104001
011050      OPEN INPUT BRKT-FILE.                                       01105001
011060      IF NOT BK-SUCCESS                                           01106001
011070         DISPLAY 'NO BRACKET TABLE - BUILT-IN RATES USED'         01107001
011080         GO TO 1500-LOAD-EXIT                                     01108001
011090      END-IF.                                                     01109001
011100      PERFORM 1510-READ-BRACKET UNTIL BK-EOF.                     01110001
011110      CLOSE BRKT-FILE.                                            01111001
011120      DISPLAY 'BRACKET SET IN FORCE : ' WS-SET-DATE               01112001
011130         ' WITH ' BR-CNT ' BRACKETS'.                             01113001
011140 1500-LOAD-EXIT.                                                  01114001
011150      EXIT.                                                       01115001
011160 1510-READ-BRACKET.                                               01116001
011170      READ BRKT-FILE.                                             01117001
011180      EVALUATE TRUE                                               01118001
011190         WHEN BK-SUCCESS                                          01119001
011200            IF BK-EFF-DATE > WS-TODAY                             01120001
011210               CONTINUE                                           01121001
011220            ELSE                                                  01122001
011230               IF BK-EFF-DATE NOT = WS-SET-DATE                   01123001
011240                  MOVE BK-EFF-DATE TO WS-SET-DATE                 01124001
011250                  MOVE ZEROS TO BR-CNT                            01125001
011260               END-IF                                             01126001
011270               IF BR-CNT < 10                                     01127001
011280                  ADD 1 TO BR-CNT                                 01128001
011290                  MOVE BK-FLOOR TO WS-BR-FLOOR(BR-CNT)            01129001
011300                  MOVE BK-RATE TO WS-BR-RATE(BR-CNT)              01130001
011310               END-IF                                             01131001
011320            END-IF                                                01132001
011330         WHEN BK-EOF                                              01133001
011340            CONTINUE                                              01134001
011350         WHEN OTHER                                               01135001
011360            MOVE '1510-READ-BRK' TO ERR-PARA                      01136001
011370            MOVE 'BRKT-FILE' TO ERR-FILE                          01137001
011380            MOVE BK-STATUS TO ERR-STATUS                          01138001
011390            PERFORM 9000-ERR-HANDLER                              01139001
011400      END-EVALUATE.                                               01140001
011410      EXIT.                                                       01141001
011420 1600-LOAD-CAPS.                                                  01142012
011430*     ONE CARD PER DECLARATION TYPE.  WITHOUT THE CARDS NO        01143012
011440*     DECLARATION CAN BE HELD TO ITS CAP, SO NONE IS ALLOWED      01144012
011450*     AND THE FULL SALARY IS TAXED.                               01145012
011460      OPEN INPUT XCAP-FILE.                                       01146012
011470      IF NOT XC-SUCCESS                                           01147012
011480         DISPLAY 'NO EXEMPTION CAP CARDS - NO EXEMPTIONS ALLOWED' 01148012
011490         GO TO 1600-LOAD-EXIT                                     01149012
011500      END-IF.                                                     01150012
011510      PERFORM 1610-READ-CAP UNTIL XC-EOF.                         01151012
011520      CLOSE XCAP-FILE.                                            01152012
011530      DISPLAY 'EXEMPTION CAPS LOADED : ' XC-CNT.                  01153012
011540 1600-LOAD-EXIT.                                                  01154012
011550      EXIT.                                                       01155012
011560 1610-READ-CAP.                                                   01156012
011570      READ XCAP-FILE.                                             01157012
011580      EVALUATE TRUE                                               01158012
011590         WHEN XC-SUCCESS                                          01159012
011600            IF XC-CAP-REC(1:1) = '*'                              01160012
011610               CONTINUE                                           01161012
011620            ELSE                                                  01162012
011630               IF XC-TYPE = SPACES                                01163012
011640                  OR XC-ANNUAL-CAP NOT NUMERIC                    01164012
011650                  DISPLAY 'BAD CAP CARD SKIPPED : ' XC-CAP-REC    01165012
011660               ELSE                                               01166012
011670                  IF XC-CNT < 20                                  01167012
011680                     ADD 1 TO XC-CNT                              01168012
011690                     MOVE XC-TYPE TO WS-XC-TYPE(XC-CNT)           01169012
011700                     MOVE XC-ANNUAL-CAP TO WS-XC-CAP(XC-CNT)      01170012
011710                  ELSE                                            01171012
011720                     DISPLAY 'CAP TABLE FULL - CARD SKIPPED'      01172012
011730                  END-IF                                          01173012
011740               END-IF                                             01174012
011750            END-IF                                                01175012
011760         WHEN XC-EOF                                              01176012
011770            CONTINUE                                              01177012
011780         WHEN OTHER                                               01178012
011790            MOVE '1610-READ-CAP' TO ERR-PARA                      01179012
011800            MOVE 'XCAP-FILE' TO ERR-FILE                          01180012
011810            MOVE XC-STATUS TO ERR-STATUS                          01181012
011820            PERFORM 9000-ERR-HANDLER                              01182012
011830      END-EVALUATE.                                               01183012
011840      EXIT.                                                       01184012
011850 1700-OPEN-DECLS.                                                 01185012
011860      IF XC-CNT = ZEROS                                           01186012
011870         GO TO 1700-OPEN-EXIT                                     01187012
011880      END-IF.                                                     01188012
011890      OPEN INPUT DECL-FILE.                                       01189012
011900      IF DC-SUCCESS                                               01190012
011910         MOVE 'Y' TO WS-DECL-SW                                   01191012
011920         DISPLAY 'DECLARATIONS OPENED '                           01192012
011930      ELSE                                                        01193012
011940         DISPLAY 'NO DECLARATIONS FILE - NO EXEMPTIONS ALLOWED'   01194012
011950      END-IF.                                                     01195012
011960 1700-OPEN-EXIT.                                                  01196012
011970      EXIT.                                                       01197012
012200 2000-READ-REC.                                                   01220000
012300      READ IP-FILE.                                               01230009
012500      EVALUATE TRUE                                               01250000
013800 3000-COMPUTE-PARA.                                               01380000
013900      MOVE IP-CSAL TO WS-XSAL.                                    01390002
014000      COMPUTE WS-SAL = FUNCTION NUMVAL-C(WS-XSAL).                01400000
014010      PERFORM 3200-APPLY-EXEMPT THRU 3200-EXEMPT-EXIT.            01401012
014100      MOVE ZEROS TO WS-BR-USE.                                    01410001
014200      PERFORM 3100-PICK-BRACKET                                   01420001
014300         VARYING WS-BR-IDX FROM 1 BY 1                            01430001
014510      END-IF.                                                     01451001
014600      MOVE WS-BR-RATE(WS-BR-USE) TO WS-BRACKET.                   01460001
014700      COMPUTE WS-TAX ROUNDED =                                    01470001
014705         WS-TXSAL * WS-BR-RATE(WS-BR-USE) / 100.                  01470512
014900      COMPUTE WS-NSAL ROUNDED = WS-SAL - WS-TAX.                  01490000
015000      DISPLAY ' CALCULATED VALUES : '                             01500000
015100      DISPLAY 'WS-SAL  : ' WS-SAL.                                01510000
015110      DISPLAY 'WS-EXMT : ' WS-EXMT.                               01511012
015120      DISPLAY 'WS-TXSAL: ' WS-TXSAL.                              01512012
015200      DISPLAY 'WS-TAX  : ' WS-TAX.                                01520000
015300      DISPLAY 'WS-NSAL : ' WS-NSAL.                               01530000
015400      INSPECT IP-CNAME REPLACING ALL '@' BY SPACES.               01540002
015500      DISPLAY 'MODIFIED NAME : ' IP-CNAME.                        01550000
015600      EXIT.                                                       01560000
015610 3100-PICK-BRACKET.                                               01561001
015620      IF WS-TXSAL >= WS-BR-FLOOR(WS-BR-IDX)                       01562012
015630         MOVE WS-BR-IDX TO WS-BR-USE                              01563001
015640      END-IF.                                                     01564001
015650      EXIT.                                                       01565001
015660 3200-APPLY-EXEMPT.                                               01566012
015670*     THE PROVEN DECLARATIONS FOR THE TAX YEAR, EACH HELD TO      01567012
015680*     ITS TYPE'S ANNUAL CAP, MAKE UP THE YEAR'S ALLOWANCE.  A     01568012
015690*     TWELFTH OF IT COMES OFF EACH MONTH'S SALARY WITHOUT         01569012
015700*     TAKING THE YEAR PAST THE ALLOWANCE; THE TWELFTH MONTH       01570012
015710*     POSTED TAKES WHATEVER IS LEFT.                              01571012
015720      MOVE ZEROS TO WS-EXMT WS-DECL-ALLOW.                        01572012
015730      MOVE WS-SAL TO WS-TXSAL.                                    01573012
015740      IF NOT DECL-OPEN                                            01574012
015750         GO TO 3200-EXEMPT-EXIT                                   01575012
015760      END-IF.                                                     01576012
015770      MOVE IP-CID TO DC-CID.                                      01577012
015780      MOVE WS-TAX-YEAR TO DC-TAX-YEAR.                            01578012
015790      MOVE LOW-VALUES TO DC-TYPE.                                 01579012
015800      START DECL-FILE KEY NOT LESS THAN DC-DECL-KEY.              01580012
015810      IF NOT DC-SUCCESS                                           01581012
015820         GO TO 3200-EXEMPT-EXIT                                   01582012
015830      END-IF.                                                     01583012
015840      MOVE 'N' TO WS-DECL-END-SW.                                 01584012
015850      PERFORM 3210-READ-DECL UNTIL DECL-DONE.                     01585012
015860      IF WS-DECL-ALLOW = ZEROS                                    01586012
015870         GO TO 3200-EXEMPT-EXIT                                   01587012
015880      END-IF.                                                     01588012
015890      PERFORM 3230-PRIOR-EXEMPT.                                  01589012
015900      COMPUTE WS-DECL-LEFT = WS-DECL-ALLOW - WS-PRIOR-EXMT.       01590012
015910      IF WS-DECL-LEFT NOT > ZEROS                                 01591012
015920         GO TO 3200-EXEMPT-EXIT                                   01592012
015930      END-IF.                                                     01593012
015940      IF WS-PRIOR-MONTHS >= 11                                    01594012
015950         MOVE WS-DECL-LEFT TO WS-DECL-PART                        01595012
015960      ELSE                                                        01596012
015970         COMPUTE WS-DECL-PART ROUNDED = WS-DECL-ALLOW / 12        01597012
015980         IF WS-DECL-PART > WS-DECL-LEFT                           01598012
015990            MOVE WS-DECL-LEFT TO WS-DECL-PART                     01599012
016000         END-IF                                                   01600012
016010      END-IF.                                                     01601012
016020      IF WS-DECL-PART > WS-SAL                                    01602012
016030         MOVE WS-SAL TO WS-EXMT                                   01603012
016040      ELSE                                                        01604012
016050         MOVE WS-DECL-PART TO WS-EXMT                             01605012
016060      END-IF.                                                     01606012
016070      COMPUTE WS-TXSAL = WS-SAL - WS-EXMT.                        01607012
016080 3200-EXEMPT-EXIT.                                                01608012
016090      EXIT.                                                       01609012
016100 3210-READ-DECL.                                                  01610012
016110      READ DECL-FILE NEXT RECORD.                                 01611012
016120      EVALUATE TRUE                                               01612012
016130         WHEN DC-EOF                                              01613012
016140            MOVE 'Y' TO WS-DECL-END-SW                            01614012
016150         WHEN DC-SUCCESS                                          01615012
016160            IF DC-CID NOT = IP-CID                                01616012
016170               OR DC-TAX-YEAR NOT = WS-TAX-YEAR                   01617012
016180               MOVE 'Y' TO WS-DECL-END-SW                         01618012
016190            ELSE                                                  01619012
016200               ADD 1 TO DCL-CNTR                                  01620012
016210               PERFORM 3220-ALLOW-DECL                            01621012
016220            END-IF                                                01622012
016230         WHEN OTHER                                               01623012
016240            MOVE '3210-READ-DECL' TO ERR-PARA                     01624012
016250            MOVE 'DECL-FILE' TO ERR-FILE                          01625012
016260            MOVE DC-STATUS TO ERR-STATUS                          01626012
016270            PERFORM 9000-ERR-HANDLER                              01627012
016280      END-EVALUATE.                                               01628012
016290      EXIT.                                                       01629012
016300 3220-ALLOW-DECL.                                                 01630012
016310      IF NOT DC-PROOF-RCVD OR DC-AMOUNT NOT NUMERIC               01631012
016320         ADD 1 TO DCLNP-CNTR                                      01632012
016330         DISPLAY 'NO PROOF - NOT ALLOWED : ' DC-DECL-KEY          01633012
016340      ELSE                                                        01634012
016350         MOVE ZEROS TO WS-XC-USE                                  01635012
016360         PERFORM 3225-FIND-CAP                                    01636012
016370            VARYING WS-XC-IDX FROM 1 BY 1                         01637012
016380            UNTIL WS-XC-IDX > XC-CNT                              01638012
016390         IF WS-XC-USE = ZEROS                                     01639012
016400            ADD 1 TO DCLNC-CNTR                                   01640012
016410            DISPLAY 'NO CAP CARD - NOT ALLOWED : ' DC-DECL-KEY    01641012
016420         ELSE                                                     01642012
016430            ADD 1 TO DCLOK-CNTR                                   01643012
016440            IF DC-AMOUNT > WS-XC-CAP(WS-XC-USE)                   01644012
016450               ADD WS-XC-CAP(WS-XC-USE) TO WS-DECL-ALLOW          01645012
016460            ELSE                                                  01646012
016470               ADD DC-AMOUNT TO WS-DECL-ALLOW                     01647012
016480            END-IF                                                01648012
016490         END-IF                                                   01649012
016500      END-IF.                                                     01650012
016510      EXIT.                                                       01651012
016520 3225-FIND-CAP.                                                   01652012
016530      IF WS-XC-TYPE(WS-XC-IDX) = DC-TYPE                          01653012
016540         MOVE WS-XC-IDX TO WS-XC-USE                              01654012
016550      END-IF.                                                     01655012
016560      EXIT.                                                       01656012
016570 3230-PRIOR-EXEMPT.                                               01657012
016580*     A YTD RECORD STARTED BEFORE EXEMPTIONS WERE CARRIED HAS     01658012
016590*     SPACES IN YTD-EXEMPT - NOTHING HAS BEEN ALLOWED YET.        01659012
016600      MOVE ZEROS TO WS-PRIOR-EXMT WS-PRIOR-MONTHS.                01660012
016610      MOVE IP-CID TO YTD-CID.                                     01661012
016620      READ YTD-FILE.                                              01662012
016630      EVALUATE TRUE                                               01663012
016640         WHEN YT-SUCCESS                                          01664012
016650            IF YTD-EXEMPT NUMERIC                                 01665012
016660               MOVE YTD-EXEMPT TO WS-PRIOR-EXMT                   01666012
016670            END-IF                                                01667012
016680            MOVE YTD-MONTHS TO WS-PRIOR-MONTHS                    01668012
016690         WHEN YT-REC-NF                                           01669012
016700            CONTINUE                                              01670012
016710         WHEN OTHER                                               01671012
016720            MOVE '3230-PRIOR-EXMT' TO ERR-PARA                    01672012
016730            MOVE 'YTD-FILE' TO ERR-FILE                           01673012
016740            MOVE YT-STATUS TO ERR-STATUS                          01674012
016750            PERFORM 9000-ERR-HANDLER                              01675012
016760      END-EVALUATE.                                               01676012
016770      EXIT.                                                       01677012
016780 4000-MOVE-PARA.                                                  01678000
016790      MOVE IP-CID TO OP-CID.                                      01679000
016800      MOVE IP-CNAME TO OP-CNAME.                                  01680000
016810      MOVE IP-CREG TO OP-CREG.                                    01681000
016820      MOVE WS-SAL  TO OP-CSAL.                                    01682000
016830      MOVE WS-NSAL TO OP-CNSAL.                                   01683000
016840      MOVE WS-TAX  TO OP-CTAX.                                    01684000
016850      MOVE WS-BRACKET TO OP-BRACKET.                              01685000
016860      MOVE WS-TXSAL TO OP-CTXSAL.                                 01686012
016870      MOVE WS-EXMT TO OP-CEXMT.                                   01687012
016880      DISPLAY ' RECORD TO BE WRITTEN '.                           01688000
016890      DISPLAY OP-REC.                                             01689000
016900      EXIT.                                                       01690000
016910 5000-WRITE-PARA.                                                 01691000
016920      ADD 1 TO OP-CNTR.                                           01692000
016930      WRITE OP-REC.                                               01693000
016940      PERFORM 5100-YTD-UPDATE.                                    01694010
016950      EXIT.                                                       01695000
016960 5100-YTD-UPDATE.                                                 01696010
016970      MOVE IP-CID TO YTD-CID.                                     01697010
016980      READ YTD-FILE.                                              01698010
016990      EVALUATE TRUE                                               01699010
017000         WHEN YT-SUCCESS                                          01700010
017010            IF YTD-TAXABLE NOT NUMERIC OR YTD-EXEMPT NOT NUMERIC  01701012
017020               MOVE YTD-SAL TO YTD-TAXABLE                        01702012
017030               MOVE ZEROS TO YTD-EXEMPT                           01703012
017040            END-IF                                                01704012
017050            ADD WS-SAL TO YTD-SAL                                 01705010
017060            ADD WS-TAX TO YTD-TAX                                 01706010
017070            ADD WS-TXSAL TO YTD-TAXABLE                           01707012
017080            ADD WS-EXMT TO YTD-EXEMPT                             01708012
017090            ADD 1 TO YTD-MONTHS                                   01709010
017100            MOVE WS-BRACKET TO YTD-BRACKET                        01710010
017110            MOVE WS-TAX-YEAR TO YTD-TAX-YEAR                      01711011
017120            REWRITE YTD-REC                                       01712010
017130            IF NOT YT-SUCCESS                                     01713010
017140               MOVE '5100-YTD-UPDATE' TO ERR-PARA                 01714010
017150               MOVE 'YTD-FILE' TO ERR-FILE                        01715010
017160               MOVE YT-STATUS TO ERR-STATUS                       01716010
017170               PERFORM 9000-ERR-HANDLER                           01717010
017180            END-IF                                                01718010
017190         WHEN YT-REC-NF                                           01719010
017200            MOVE SPACES TO YTD-REC                                01720010
017210            MOVE IP-CID TO YTD-CID                                01721010
017220            MOVE WS-SAL TO YTD-SAL                                01722010
017230            MOVE WS-TAX TO YTD-TAX                                01723010
017240            MOVE WS-TXSAL TO YTD-TAXABLE                          01724012
017250            MOVE WS-EXMT TO YTD-EXEMPT                            01725012
017260            MOVE 01 TO YTD-MONTHS                                 01726010
017270            MOVE WS-BRACKET TO YTD-BRACKET                        01727010
017280            MOVE WS-TAX-YEAR TO YTD-TAX-YEAR                      01728011
017290            WRITE YTD-REC                                         01729010
017300            IF NOT YT-SUCCESS                                     01730010
017310               MOVE '5100-YTD-UPDATE' TO ERR-PARA                 01731010
017320               MOVE 'YTD-FILE' TO ERR-FILE                        01732010
017330               MOVE YT-STATUS TO ERR-STATUS                       01733010
017340               PERFORM 9000-ERR-HANDLER                           01734010
017350            END-IF                                                01735010
017360         WHEN OTHER                                               01736010
017370            MOVE '5100-YTD-UPDATE' TO ERR-PARA                    01737010
017380            MOVE 'YTD-FILE' TO ERR-FILE                           01738010
017390            MOVE YT-STATUS TO ERR-STATUS                          01739010
017400            PERFORM 9000-ERR-HANDLER                              01740010
017410      END-EVALUATE.                                               01741010
017420      EXIT.                                                       01742010
017430 6000-CLOSE-FILES.                                                01743000
017440      CLOSE IP-FILE OP-FILE YTD-FILE.                             01744010
017450      IF DECL-OPEN                                                01745012
017460         CLOSE DECL-FILE                                          01746012
017470      END-IF.                                                     01747012
017480      DISPLAY 'IP RECS READ : ' IP-CNTR.                          01748000
017490      DISPLAY 'OP RECS READ : ' OP-CNTR.                          01749000
017500      DISPLAY 'DECLARATIONS READ    : ' DCL-CNTR.                 01750012
017510      DISPLAY 'DECLARATIONS ALLOWED : ' DCLOK-CNTR.               01751012
017520      DISPLAY 'NO PROOF RECEIVED    : ' DCLNP-CNTR.               01752012
017530      DISPLAY 'NO CAP CARD FOR TYPE : ' DCLNC-CNTR.               01753012
017540      EXIT.                                                       01754000
017550 9000-ERR-HANDLER.                                                01755000
017560      DISPLAY ERR-PLATE.                                          01756000
017570      MOVE 30 TO RETURN-CODE.                                     01757000
017580      STOP RUN.                                                   01758000
