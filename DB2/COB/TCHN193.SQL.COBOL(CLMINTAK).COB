000300***************************************************************** 00030000
000400* TABLES USED : TB_MEDBILL (CLAIMS), TB_CITYLOSS (CITY RATE       00040000
000500*               TABLE - THE CITY MUST RESOLVE HERE)               00050000
000510* INPUT FILE  : NEW CLAIM INTAKE FILE (DDIN), MJ24 ASSOCIATE      00051001
000520*               MASTER KSDS (DDKSDS), DEPENDENT KSDS (DDDEPKS)    00052001
000530* OUTPUT FILE : COMMON SUSPENSE FILE (DDSUSP, REASON CLAIMEDIT    00053001
000540*               OR CLMELIG)                                       00054001
000800*               AND A RUN REPORT (DDRPT)                          00080000
000900* PRG DESC    : FRONT-DOOR EDIT FOR NEW MEDICAL CLAIMS.  EVERY    00090000
001000*               INTAKE ROW IS VALIDATED BEFORE IT REACHES         00100000
001400*               PRICES A BAD ROW AND MEDSUMM'S CITY MATCHING      00140000
001500*               STOPS FAILING ON GARBAGE ADDRESSES.  CLEAN        00150000
001600*               ROWS ARE INSERTED AS STATUS RECEIVED; REJECTS     00160000
001610*               GO TO THE COMMON SUSPENSE FILE.                   00161001
001620*               EVERY CLAIM CARRIES THE COVERING ASSOID (AND      00162001
001630*               THE DEPENDENT SEQUENCE WHEN A DEPENDENT IS THE    00163001
001640*               PATIENT).  THE ASSOCIATE MUST BE ON THE MASTER,   00164001
001650*               HIRED BY THE CLAIM DATE AND NOT TERMINATED        00165001
001660*               BEFORE IT; THE DEPENDENT MUST BE ACTIVE ON THE    00166001
001670*               DEPENDENT KSDS.  A CLAIM THAT FAILS GOES TO       00167001
001680*               SUSPENSE AS CLMELIG, NOT CLAIMEDIT.  CLMASSOC     00168001
001690*               REPORTS THE CLAIMS BY COVERED ASSOCIATE.          00169001
001800* AUTHOR      : BOOSAN                                            00180000
001900* CREATED ON  : 02 SEP 2026                                       00190000
001910* MODIFIED ON : 15 OCT 2026 - CLAIMANT ELIGIBILITY CHECK AGAINST  00191001
001920*               THE ASSOCIATE MASTER AND DEPENDENT KSDS           00192001
001930* MODIFIED ON : 15 OCT 2026 - CITY NEEDS A RATE IN FORCE ON THE   00193002
001940*               CLAIM DATE (DATED TB_CITYLOSS PERIODS); THE CLAIM 00194002
001950*               IS STORED WITH ITS CLAIM DATE, NOT THE RUN DATE   00195002
001960* MODIFIED ON : 15 OCT 2026 - A CLAIM DATE THAT IS NOT A REAL     00196003
001970*               CALENDAR DATE IS REJECTED (CLMDATE INVALID)       00197003
001980*               INSTEAD OF DEFAULTING TO THE RUN DATE             00198003
002000***************************************************************** 00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
003600      ACCESS MODE IS SEQUENTIAL                                   00360000
003700      FILE STATUS RP-STATUS.                                      00370000
003800*                                                                 00380000
003805*                                                                 00380501
003810      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00381001
003815      ORGANIZATION IS INDEXED                                     00381501
003820      ACCESS MODE IS RANDOM                                       00382001
003825      RECORD KEY IS MAASSOID                                      00382501
003830      FILE STATUS MA-STATUS.                                      00383001
003835*                                                                 00383501
003840      SELECT DEPN-FILE ASSIGN TO DDDEPKS                          00384001
003845      ORGANIZATION IS INDEXED                                     00384501
003850      ACCESS MODE IS RANDOM                                       00385001
003855      RECORD KEY IS DP-DEP-KEY                                    00385501
003860      FILE STATUS DP-STATUS.                                      00386001
003900 DATA DIVISION.                                                   00390000
004000 FILE SECTION.                                                    00400000
004100 FD IP-FILE RECORDING MODE F.                                     00410000
004500     05 IP-CITY     PIC X(14).                                    00450000
004600     05 IP-AMOUNT   PIC X(9).                                     00460000
004700     05 IP-CLMDATE  PIC X(10).                                    00470000
004710     05 IP-ASSOID   PIC X(7).                                     00471001
004720     05 IP-DEPSEQ   PIC X(2).                                     00472001
004730     05 FILLER      PIC X(9).                                     00473001
004900 FD SUSPFILE RECORDING MODE IS F.                                 00490000
005000 COPY SUSPREC REPLACING ==:SUS:== BY ==SU==.                      00500000
005100 FD RPT-FILE RECORDING MODE IS F.                                 00510000
005200 01 RPT-REC PIC X(80).                                            00520000
005210 FD KSDS-FILE.                                                    00521001
005220 01 MAREC.                                                        00522001
005230 COPY COPYBOOK REPLACING ==:SANY:== BY ==MA==.                    00523001
005240 FD DEPN-FILE.                                                    00524001
005250 COPY DEPNREC REPLACING ==:DEP:== BY ==DP==.                      00525001
005300 WORKING-STORAGE SECTION.                                         00530000
005400      EXEC SQL                                                    00540000
005500        INCLUDE SQLCA                                             00550000
006600    88 SU-OPEN-OK VALUE '00'.                                     00660000
006700    05 RP-STATUS PIC XX.                                          00670000
006800    88 RP-OPEN-OK VALUE '00'.                                     00680000
006810    05 MA-STATUS PIC XX.                                          00681001
006820    88 MA-OPEN-OK VALUE '00'.                                     00682001
006830    88 MA-READ-OK VALUE '00'.                                     00683001
006840    88 MA-KEYNF   VALUE '23'.                                     00684001
006850    05 DP-STATUS PIC XX.                                          00685001
006860    88 DP-OPEN-OK VALUE '00'.                                     00686001
006870    88 DP-READ-OK VALUE '00'.                                     00687001
006880    88 DP-KEYNF   VALUE '23'.                                     00688001
006900 01 WS-SQL-STATUS.                                                00690000
007000    05 W01-SQLCODE PIC S9(6) SIGN LEADING SEPARATE.               00700000
007100    88 C01W-SQL-OK      VALUE +000.                               00710000
007300    88 C01W-SQL-DUPKEY  VALUE -803.                               00730000
007400 01 HV-CITY        PIC X(14).                                     00740000
007500 01 HV-CITYLOSS    PIC S9(4) COMP.                                00750000
007510 01 HV-ASSOID      PIC X(7).                                      00751001
007520 01 HV-DEPSEQ      PIC X(2).                                      00752001
007530 01 HV-CLM-DATE    PIC X(10).                                     00753002
007600 01 WS-EDIT-FLDS.                                                 00760000
007700    05 WS-EDIT-SW PIC X VALUE 'N'.                                00770000
007800    88 CLAIM-EDIT-OK VALUE 'Y'.                                   00780000
007900    05 WS-EDIT-REASON PIC X(20).                                  00790000
007910    05 WS-SUSP-REASON PIC X(10).                                  00791001
007920    05 WS-CLM-DATE    PIC 9(8) VALUE ZEROS.                       00792001
007925    05 WS-CLM-DATE-R REDEFINES WS-CLM-DATE.                       00792503
007930       10 WS-CLM-YYYY PIC 9(4).                                   00793003
007935       10 WS-CLM-MM   PIC 9(2).                                   00793503
007940       10 WS-CLM-DD   PIC 9(2).                                   00794003
007945    05 WS-MON-END     PIC 9(2).                                   00794503
007950    05 WS-QUOT        PIC 9(4).                                   00795003
007955    05 WS-REM-4       PIC 9(4).                                   00795503
007960    05 WS-REM-100     PIC 9(4).                                   00796003
007965    05 WS-REM-400     PIC 9(4).                                   00796503
008000    05 WS-AMOUNT      PIC 9(9) VALUE ZEROS.                       00800000
008100    05 WS-AMT-LIMIT   PIC 9(9) VALUE 005000000.                   00810000
008110 01 WS-MONTH-TABLE.                                               00811003
008120    05 FILLER PIC X(24) VALUE '312831303130313130313031'.         00812003
008130 01 WS-MONTH-R REDEFINES WS-MONTH-TABLE.                          00813003
008140    05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.                    00814003
008200 01 WS-CNTRS.                                                     00820000
008300    05 IP-CNTR   PIC 9(6) VALUE ZEROS.                            00830000
008400    05 INS-CNTR  PIC 9(6) VALUE ZEROS.                            00840000
008500    05 REJ-CNTR  PIC 9(6) VALUE ZEROS.                            00850000
008510    05 ELIG-CNTR PIC 9(6) VALUE ZEROS.                            00851001
008600 01 W99-ERROR-REC.                                                00860000
008700    05 W99-ERR-PARA     PIC X(30).                                00870000
008800    05 W99-ERR-DESC     PIC X(30).                                00880000
011000       STOP RUN                                                   01100000
011100    END-IF.                                                       01110000
011200       OPEN OUTPUT RPT-FILE.                                      01120000
011210    IF NOT RP-OPEN-OK                                             01121001
011220       DISPLAY 'RPT FILE OPEN ERR ' RP-STATUS                     01122001
011230       MOVE 30 TO RETURN-CODE                                     01123001
011240       STOP RUN                                                   01124001
011250    END-IF.                                                       01125001
011260       OPEN INPUT KSDS-FILE.                                      01126001
011270    IF NOT MA-OPEN-OK                                             01127001
011280       DISPLAY 'ASSOCIATE KSDS OPEN ERR ' MA-STATUS               01128001
011290       MOVE 30 TO RETURN-CODE                                     01129001
011300       STOP RUN                                                   01130001
011310    END-IF.                                                       01131001
011320       OPEN INPUT DEPN-FILE.                                      01132001
011330    IF NOT DP-OPEN-OK                                             01133001
011340       DISPLAY 'DEPENDENT KSDS OPEN ERR ' DP-STATUS               01134001
011350       MOVE 30 TO RETURN-CODE                                     01135001
011360       STOP RUN                                                   01136001
011700    END-IF.                                                       01170000
011800       EXIT.                                                      01180000
011900 3000-PRCS-RECS.                                                  01190000
012100       EVALUATE TRUE                                              01210000
012200          WHEN IP-READ-OK                                         01220000
012300             ADD 1 TO IP-CNTR                                     01230000
012310             PERFORM 3100-EDIT-CLAIM THRU 3100-EDIT-EXIT          01231001
012500             IF CLAIM-EDIT-OK                                     01250000
012600                PERFORM 3300-INSERT-CLAIM                         01260000
012700             ELSE                                                 01270000
013800 3100-EDIT-CLAIM.                                                 01380000
013900       MOVE 'Y' TO WS-EDIT-SW.                                    01390000
014000       MOVE SPACES TO WS-EDIT-REASON.                             01400000
014010       MOVE 'CLAIMEDIT ' TO WS-SUSP-REASON.                       01401001
014100       IF IP-CLMID NOT NUMERIC                                    01410000
014200          MOVE 'N' TO WS-EDIT-SW                                  01420000
014300          MOVE 'CLMID NOT NUMERIC' TO WS-EDIT-REASON              01430000
016400          MOVE 'CITY MISSING' TO WS-EDIT-REASON                   01640000
016500          GO TO 3100-EDIT-EXIT                                    01650000
016600       END-IF.                                                    01660000
016605       PERFORM 3105-CLAIM-DATE.                                   01660502
016606       IF NOT CLAIM-EDIT-OK                                       01660603
016607          GO TO 3100-EDIT-EXIT                                    01660703
016608       END-IF.                                                    01660803
016610       PERFORM 3110-CHECK-CITY.                                   01661002
016620       IF NOT CLAIM-EDIT-OK                                       01662001
016630          GO TO 3100-EDIT-EXIT                                    01663001
016640       END-IF.                                                    01664001
016650       PERFORM 3120-CHECK-ELIG THRU 3120-ELIG-EXIT.               01665001
016660       IF NOT CLAIM-EDIT-OK                                       01666001
016670          MOVE 'CLMELIG   ' TO WS-SUSP-REASON                     01667001
016680          ADD 1 TO ELIG-CNTR                                      01668001
016690       END-IF.                                                    01669001
016800 3100-EDIT-EXIT.                                                  01680000
016900       EXIT.                                                      01690000
016902 3105-CLAIM-DATE.                                                 01690203
016904       MOVE ZEROS TO WS-CLM-DATE.                                 01690403
016906       IF IP-CLMDATE(1:4) NUMERIC                                 01690603
016908          AND IP-CLMDATE(6:2) NUMERIC                             01690803
016910          AND IP-CLMDATE(9:2) NUMERIC                             01691003
016912          MOVE IP-CLMDATE(1:4) TO WS-CLM-DATE(1:4)                01691203
016914          MOVE IP-CLMDATE(6:2) TO WS-CLM-DATE(5:2)                01691403
016916          MOVE IP-CLMDATE(9:2) TO WS-CLM-DATE(7:2)                01691603
016918       ELSE                                                       01691803
016920          IF IP-CLMDATE(1:8) NUMERIC                              01692003
016922             MOVE IP-CLMDATE(1:8) TO WS-CLM-DATE                  01692203
016924          END-IF                                                  01692403
016926       END-IF.                                                    01692603
016928*      THE DAY MUST EXIST IN THE MONTH - FEBRUARY HAS 29 IN A     01692803
016930*      LEAP YEAR (EVERY 4TH YEAR, NOT CENTURIES UNLESS BY 400).   01693003
016932       MOVE ZEROS TO WS-MON-END.                                  01693203
016934       IF WS-CLM-MM > 0 AND WS-CLM-MM < 13                        01693403
016936          MOVE WS-MONTH-DAYS(WS-CLM-MM) TO WS-MON-END             01693603
016938          IF WS-CLM-MM = 2                                        01693803
016940             DIVIDE WS-CLM-YYYY BY 4 GIVING WS-QUOT               01694003
016942                REMAINDER WS-REM-4                                01694203
016944             DIVIDE WS-CLM-YYYY BY 100 GIVING WS-QUOT             01694403
016946                REMAINDER WS-REM-100                              01694603
016948             DIVIDE WS-CLM-YYYY BY 400 GIVING WS-QUOT             01694803
016950                REMAINDER WS-REM-400                              01695003
016952             IF WS-REM-400 = 0                                    01695203
016954                OR (WS-REM-4 = 0 AND WS-REM-100 NOT = 0)          01695403
016956                MOVE 29 TO WS-MON-END                             01695603
016958             END-IF                                               01695803
016960          END-IF                                                  01696003
016962       END-IF.                                                    01696203
016964       IF WS-CLM-YYYY = ZEROS OR WS-CLM-DD = ZEROS                01696403
016966          OR WS-CLM-DD > WS-MON-END                               01696603
016968          MOVE 'N' TO WS-EDIT-SW                                  01696803
016970          MOVE 'CLMDATE INVALID' TO WS-EDIT-REASON                01697003
016972       ELSE                                                       01697203
016974          MOVE SPACES TO HV-CLM-DATE                              01697403
016976          STRING WS-CLM-DATE(1:4) '-' WS-CLM-DATE(5:2) '-'        01697603
016978                 WS-CLM-DATE(7:2) DELIMITED BY SIZE               01697803
016980             INTO HV-CLM-DATE                                     01698003
016982          END-STRING                                              01698203
016984       END-IF.                                                    01698403
016986       EXIT.                                                      01698603
017000 3110-CHECK-CITY.                                                 01700000
017100       MOVE IP-CITY TO HV-CITY.                                   01710000
017200       EXEC SQL                                                   01720000
017300          SELECT CITYLOSS INTO :HV-CITYLOSS                       01730000
017400            FROM TB_CITYLOSS                                      01740000
017500           WHERE CITY = :HV-CITY                                  01750000
017510            AND EFF_FROM_DATE <= :HV-CLM-DATE                     01751002
017520            AND EFF_TO_DATE >= :HV-CLM-DATE                       01752002
017600       END-EXEC.                                                  01760000
017700       MOVE SQLCODE TO W01-SQLCODE.                               01770000
017800       EVALUATE TRUE                                              01780000
018000             CONTINUE                                             01800000
018100          WHEN C01W-SQL-NOTFND                                    01810000
018200             MOVE 'N' TO WS-EDIT-SW                               01820000
018210             MOVE 'NO CITY RATE ON DATE' TO WS-EDIT-REASON        01821002
018400          WHEN OTHER                                              01840000
018500             MOVE '3110-CHECK-CITY' TO W99-ERR-PARA               01850000
018600             MOVE ' READING TB_CITYLOSS' TO W99-ERR-DESC          01860000
018800             STOP RUN                                             01880000
018900       END-EVALUATE.                                              01890000
019000       EXIT.                                                      01900000
019001 3120-CHECK-ELIG.                                                 01900101
019002       MOVE 'N' TO WS-EDIT-SW.                                    01900201
019003       IF IP-ASSOID = SPACES                                      01900301
019004          MOVE 'ASSOID MISSING' TO WS-EDIT-REASON                 01900401
019005          GO TO 3120-ELIG-EXIT                                    01900501
019006       END-IF.                                                    01900601
019019       MOVE IP-ASSOID TO MAASSOID.                                01901901
019020       READ KSDS-FILE.                                            01902001
019021       IF MA-KEYNF                                                01902101
019022          MOVE 'ASSOC NOT ON MASTER' TO WS-EDIT-REASON            01902201
019023          GO TO 3120-ELIG-EXIT                                    01902301
019024       END-IF.                                                    01902401
019025       IF NOT MA-READ-OK                                          01902501
019026          DISPLAY 'ASSOCIATE KSDS READ ERR ' MA-STATUS            01902601
019027          MOVE 30 TO RETURN-CODE                                  01902701
019028          STOP RUN                                                01902801
019029       END-IF.                                                    01902901
019030       IF MAHIREDT NUMERIC                                        01903001
019031          AND MAHIREDT > WS-CLM-DATE                              01903101
019032          MOVE 'NOT HIRED ON CLMDATE' TO WS-EDIT-REASON           01903201
019033          GO TO 3120-ELIG-EXIT                                    01903301
019034       END-IF.                                                    01903401
019035       IF MASTATUS = 'T'                                          01903501
019036          IF MATERMDT NOT NUMERIC                                 01903601
019037             OR MATERMDT < WS-CLM-DATE                            01903701
019038             MOVE 'ASSOC TERMINATED' TO WS-EDIT-REASON            01903801
019039             GO TO 3120-ELIG-EXIT                                 01903901
019040          END-IF                                                  01904001
019041       END-IF.                                                    01904101
019042       IF IP-DEPSEQ NOT = SPACES                                  01904201
019043          MOVE IP-ASSOID TO DP-ASSOID                             01904301
019044          MOVE IP-DEPSEQ TO DP-DEP-SEQ                            01904401
019045          READ DEPN-FILE                                          01904501
019046          IF DP-KEYNF                                             01904601
019047             MOVE 'DEPENDENT NOT FOUND' TO WS-EDIT-REASON         01904701
019048             GO TO 3120-ELIG-EXIT                                 01904801
019049          END-IF                                                  01904901
019050          IF NOT DP-READ-OK                                       01905001
019051             DISPLAY 'DEPENDENT KSDS READ ERR ' DP-STATUS         01905101
019052             MOVE 30 TO RETURN-CODE                               01905201
019053             STOP RUN                                             01905301
019054          END-IF                                                  01905401
019055          IF DP-DEP-STATUS NOT = 'A'                              01905501
019056             MOVE 'DEPENDENT NOT ACTIVE' TO WS-EDIT-REASON        01905601
019057             GO TO 3120-ELIG-EXIT                                 01905701
019058          END-IF                                                  01905801
019059       END-IF.                                                    01905901
019060       MOVE 'Y' TO WS-EDIT-SW.                                    01906001
019061 3120-ELIG-EXIT.                                                  01906101
019062       EXIT.                                                      01906201
019100 3200-SUSP-REJECT.                                                01910000
019200       ADD 1 TO REJ-CNTR.                                         01920000
019300       MOVE SPACES TO RPT-REC.                                    01930000
019700       WRITE RPT-REC.                                             01970000
019800       MOVE SPACES TO SU-SUSP-REC.                                01980000
019900       MOVE 'CLMINTAK' TO SU-SRC-PGM.                             01990000
019910       MOVE WS-SUSP-REASON TO SU-REASON-CD.                       01991001
020100       ACCEPT SU-ADD-DATE FROM DATE YYYYMMDD.                     02010000
020200       MOVE ZEROS TO SU-AGE-CTR.                                  02020000
020300       MOVE 'N' TO SU-SUSP-STATUS.                                02030000
021100       MOVE 14 TO HV-MEDBILL-CLMADDRESS-LEN.                      02110000
021200       MOVE SPACES TO HV-MEDBILL-CLMPHONE.                        02120000
021300       MOVE WS-AMOUNT TO HV-MEDBILL-LOSSAMT.                      02130000
021310       MOVE IP-ASSOID TO HV-ASSOID.                               02131001
021320       MOVE IP-DEPSEQ TO HV-DEPSEQ.                               02132001
021400       EXEC SQL                                                   02140000
021500          INSERT INTO TB_MEDBILL                                  02150000
021600                 (MEDBILL_CLMID, MEDBILL_CLMNAME,                 02160000
021700                  MEDBILL_CLMADDRESS, MEDBILL_CLMPHONE,           02170000
021800                  MEDBILL_LOSSAMT, MEDBILL_STATUS,                02180000
021810                  MEDBILL_CLMDATE, MEDBILL_ASSOID,                02181001
021820                  MEDBILL_DEPSEQ)                                 02182001
022000          VALUES ( :HV-MEDBILL-CLMID,                             02200000
022100                   :HV-MEDBILL-CLMNAME,                           02210000
022200                   :HV-MEDBILL-CLMADDRESS,                        02220000
022300                   :HV-MEDBILL-CLMPHONE,                          02230000
022400                   :HV-MEDBILL-LOSSAMT,                           02240000
022500                   'RECEIVED',                                    02250000
022510                   :HV-CLM-DATE,                                  02251002
022520                   :HV-ASSOID,                                    02252001
022530                   :HV-DEPSEQ )                                   02253001
022700       END-EXEC.                                                  02270000
022800       MOVE SQLCODE TO W01-SQLCODE.                               02280000
022900       EVALUATE TRUE                                              02290000
023100             ADD 1 TO INS-CNTR                                    02310000
023200          WHEN C01W-SQL-DUPKEY                                    02320000
023300             MOVE 'N' TO WS-EDIT-SW                               02330000
023310             MOVE 'DUPLICATE CLMID' TO WS-EDIT-REASON             02331001
023320             MOVE 'CLAIMEDIT ' TO WS-SUSP-REASON                  02332001
023500             PERFORM 3200-SUSP-REJECT                             02350000
023600          WHEN OTHER                                              02360000
023700             MOVE '3300-INSERT-CLAIM' TO W99-ERR-PARA             02370000
024400       MOVE SPACES TO RPT-REC.                                    02440000
024500       STRING 'READ=' IP-CNTR                                     02450000
024600              ' INSERTED=' INS-CNTR                               02460000
024610              ' REJECTED=' REJ-CNTR                               02461001
024620              ' INELIGIBLE=' ELIG-CNTR                            02462001
024800          DELIMITED BY SIZE INTO RPT-REC                          02480000
024900       END-STRING.                                                02490000
025000       WRITE RPT-REC.                                             02500000
025010       CLOSE IP-FILE SUSPFILE RPT-FILE KSDS-FILE DEPN-FILE.       02501001
025200       DISPLAY 'CLAIMS READ     : ' IP-CNTR.                      02520000
025300       DISPLAY 'CLAIMS INSERTED : ' INS-CNTR.                     02530000
025400       DISPLAY 'CLAIMS REJECTED : ' REJ-CNTR.                     02540000
025410       DISPLAY '  INELIGIBLE    : ' ELIG-CNTR.                    02541001
025500       IF REJ-CNTR > 0                                            02550000
025600          MOVE 4 TO RETURN-CODE                                   02560000
025700       END-IF.                                                    02570000
