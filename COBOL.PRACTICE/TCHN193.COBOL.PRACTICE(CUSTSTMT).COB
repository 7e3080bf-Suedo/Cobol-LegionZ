000300***************************************************************** 00030000
000400* INPUT FILE  : CUSTOMER EXTRACT WRITTEN BY D2A (DDIN) AND THE    00040000
000500*               INTEREST POSTING FILE FROM INTACCR (DDPOST),      00050000
000510*               THE TXNPOST ACTIVITY JOURNAL (DDACTV, ANY         00051005
000520*               ORDER - IT IS SORTED INTO CUST-ID SEQUENCE),      00052005
000600*               EXTRACT AND POSTINGS IN CUST-ID SEQUENCE          00060003
000700* OUTPUT FILE : PRINT-READY STATEMENT FILE (DDSTMT)               00070000
000800* PRG DESC    : ONE STATEMENT PAGE PER CUSTOMER - IDENTITY        00080000
001200*               END-OF-RUN STATEMENT COUNT.                       00120000
001300* AUTHOR      : GIRIDHAR                                          00130000
001400* CREATED ON  : 04 AUG 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - A REVERSAL (JOURNAL CODE RV) PRINTS 00141004
001420*               AS REVERSAL OF THE ORIGINAL CODE, DATE AND        00142004
001430*               SEQUENCE DIRECTLY UNDER THE ENTRY IT REVERSES.    00143004
001440* MODIFIED ON : 15 OCT 2026 - THE ACTIVITY JOURNAL IS SORTED INTO 00144005
001450*               CUST-ID SEQUENCE AND MATCH-MERGED WITH THE EXTRACT00145005
001460*               INSTEAD OF TABLED, SO THERE IS NO LIMIT ON VOLUME.00146005
001470*               JOURNAL LINES READ MUST EQUAL LINES PRINTED PLUS  00147005
001480*               LINES OF SUPPRESSED OR UNKNOWN CUSTOMERS (RC 8 IF 00148005
001490*               NOT).                                             00149005
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
003000      ORGANIZATION IS SEQUENTIAL                                  00300000
003100      ACCESS MODE IS SEQUENTIAL                                   00310000
003200      FILE STATUS ST-STATUS.                                      00320000
003210*                                                                 00321005
003220      SELECT SORT-WORK ASSIGN TO DDSORT.                          00322005
003300*                                                                 00330000
003400 DATA DIVISION.                                                   00340000
003500 FILE SECTION.                                                    00350000
005960      05 FILLER        PIC X.                                     00596001
005965      05 AC-TXN-CODE   PIC X(2).                                  00596501
005970      05 AC-DRCR       PIC X.                                     00597003
005971      05 AC-POST-KEY   PIC X(13).                                 00597104
005972      05 AC-REV-KEY.                                              00597204
005973         10 AC-REV-DATE PIC X(8).                                 00597304
005974         10 AC-REV-SEQ  PIC X(5).                                 00597404
005975      05 AC-REV-CODE   PIC X(2).                                  00597504
005976      05 FILLER        PIC X(8).                                  00597604
005980 FD CLOSFILE RECORDING MODE F.                                    00598002
005985 01 CLOS-REC.                                                     00598502
005990      05 CL-CUST-ID    PIC X(5).                                  00599002
005995      05 FILLER        PIC X(75).                                 00599502
006000 FD STMTFILE RECORDING MODE F.                                    00600000
006100 01 STMT-REC PIC X(80).                                           00610000
006101 SD SORT-WORK.                                                    00610105
006102 01 SORT-REC.                                                     00610205
006103      05 SR-SORT-KEY.                                             00610305
006104         10 SR-KEY-CUST   PIC X(5).                               00610405
006105         10 SR-PAIR-KEY   PIC X(13).                              00610505
006106         10 SR-RV-FLAG    PIC X.                                  00610605
006107         10 SR-ARRIVAL    PIC 9(8).                               00610705
006108      05 SR-CUST-ID    PIC X(5).                                  00610805
006109      05 FILLER        PIC X.                                     00610905
006110      05 SR-ACC-TYPE   PIC X(3).                                  00611005
006111      05 FILLER        PIC X.                                     00611105
006112      05 SR-OLD-BAL    PIC X(10).                                 00611205
006113      05 FILLER        PIC X.                                     00611305
006114      05 SR-AMOUNT     PIC X(8).                                  00611405
006115      05 FILLER        PIC X.                                     00611505
006116      05 SR-NEW-BAL    PIC X(10).                                 00611605
006117      05 FILLER        PIC X.                                     00611705
006118      05 SR-TXN-CODE   PIC X(2).                                  00611805
006119      05 SR-DRCR       PIC X.                                     00611905
006120      05 SR-POST-KEY   PIC X(13).                                 00612005
006121      05 SR-REV-DATE   PIC X(8).                                  00612105
006122      05 SR-REV-SEQ    PIC X(5).                                  00612205
006123      05 SR-REV-CODE   PIC X(2).                                  00612305
006124      05 FILLER        PIC X(8).                                  00612405
006200 WORKING-STORAGE SECTION.                                         00620000
006300 01 WS-FILE-STATUSES.                                             00630000
006400     05 CU-STATUS PIC XX.                                         00640000
007300     88 ST-OPEN-OK VALUE '00'.                                    00730000
007400 01 WS-POST-KEY PIC X(5) VALUE SPACES.                            00740000
007500     88 POST-SIDE-EOF VALUE HIGH-VALUES.                          00750000
007505 01 WS-ACT-KEY PIC X(5) VALUE SPACES.                             00750505
007510     88 ACT-SIDE-EOF VALUE HIGH-VALUES.                           00751005
007515 01 WS-DRCR-TAG PIC X(2) VALUE SPACES.                            00751505
007530 01 CS-CNT PIC 9(4) VALUE 0.                                      00753002
007540 01 WS-CS-IDX PIC 9(4) VALUE 0.                                   00754002
007550 01 WS-CS-FND PIC 9(4) VALUE 0.                                   00755002
007900 01 WS-CNTRS.                                                     00790000
008000     05 CUST-CNTR PIC 9(6) VALUE ZEROS.                           00800000
008100     05 INT-CNTR  PIC 9(6) VALUE ZEROS.                           00810000
008110     05 ACT-CNTR  PIC 9(8) VALUE ZEROS.                           00811005
008120     05 SUPP-CNTR PIC 9(6) VALUE ZEROS.                           00812002
008130     05 ACTRD-CNTR  PIC 9(8) VALUE ZEROS.                         00813005
008140     05 ACTSUP-CNTR PIC 9(8) VALUE ZEROS.                         00814005
008150     05 ACTUNM-CNTR PIC 9(8) VALUE ZEROS.                         00815005
008160     05 ACTCHK-CNTR PIC 9(8) VALUE ZEROS.                         00816005
008200 01 WS-ERR-DESC.                                                  00820000
008300     05  FILLER               PIC X(10) VALUE "ERROR IN ".        00830000
008400     05  ERR-PARA             PIC X(30).                          00840000
008700     05  FILLER               PIC X(12) VALUE "FILE STATUS ".     00870000
008800     05  ERR-FILE-STATUS      PIC XX.                             00880000
008900 PROCEDURE DIVISION.                                              00890000
008910 0000-MAIN-PARA.                                                  00891005
008920      PERFORM 1000-OPEN-FILES.                                    00892005
008930      PERFORM 2100-READ-POST.                                     00893005
008940      PERFORM 2300-LOAD-CLOSED UNTIL CL-EOF.                      00894005
008950      SORT SORT-WORK                                              00895005
008960           ON ASCENDING KEY SR-KEY-CUST                           00896005
008970           ON ASCENDING KEY SR-PAIR-KEY                           00897005
008980           ON ASCENDING KEY SR-RV-FLAG                            00898005
008990           ON ASCENDING KEY SR-ARRIVAL                            00899005
009000           INPUT PROCEDURE IS 2200-RELEASE-ACT                    00900005
009010           OUTPUT PROCEDURE IS 2500-PRINT-STMTS.                  00901005
009020      PERFORM 4000-CLOSE-PARA.                                    00902005
009030      STOP RUN.                                                   00903005
009600 0000-MAIN-PARA-EXIT.                                             00960000
009700      EXIT.                                                       00970000
009800 1000-OPEN-FILES.                                                 00980000
013200         END-EVALUATE                                             01320000
013300      END-IF.                                                     01330000
013400      EXIT.                                                       01340000
013401*    EACH LINE SORTS UNDER ITS CUSTOMER BY POSTING DATE AND       01340105
013402*    SEQUENCE; A REVERSAL SORTS UNDER THE ENTRY IT REVERSES.      01340205
013403*    LINES WITH NO DATE AND SEQUENCE (FEES) FOLLOW IN JOURNAL     01340305
013404*    ORDER.                                                       01340405
013405 2200-RELEASE-ACT.                                                01340505
013406      PERFORM 2210-READ-ACT UNTIL AC-EOF.                         01340605
013407      EXIT.                                                       01340705
013408 2210-READ-ACT.                                                   01340805
013409      READ ACTFILE.                                               01340905
013410      EVALUATE TRUE                                               01341005
013411         WHEN AC-READ-OK                                          01341105
013412            ADD 1 TO ACTRD-CNTR                                   01341205
013413            MOVE ACT-REC TO SORT-REC(28:80)                       01341305
013414            MOVE AC-CUST-ID TO SR-KEY-CUST                        01341405
013415            MOVE ACTRD-CNTR TO SR-ARRIVAL                         01341505
013416            EVALUATE TRUE                                         01341605
013417               WHEN AC-TXN-CODE = 'RV' AND AC-REV-KEY NOT = SPACES01341705
013418                  MOVE AC-REV-KEY TO SR-PAIR-KEY                  01341805
013419                  MOVE '1' TO SR-RV-FLAG                          01341905
013420               WHEN AC-POST-KEY = SPACES                          01342005
013421                  MOVE HIGH-VALUES TO SR-PAIR-KEY                 01342105
013422                  MOVE '0' TO SR-RV-FLAG                          01342205
013423               WHEN OTHER                                         01342305
013424                  MOVE AC-POST-KEY TO SR-PAIR-KEY                 01342405
013425                  MOVE '0' TO SR-RV-FLAG                          01342505
013426            END-EVALUATE                                          01342605
013427            RELEASE SORT-REC                                      01342705
013428         WHEN AC-EOF                                              01342805
013429            CONTINUE                                              01342905
013430         WHEN OTHER                                               01343005
013431            MOVE '2210-READ-ACT' TO ERR-PARA                      01343105
013432            MOVE 'ACTFILE' TO ERR-FILE-ID                         01343205
013433            MOVE AC-STATUS TO ERR-FILE-STATUS                     01343305
013434            PERFORM 9000-ERR-PARA                                 01343405
013435      END-EVALUATE.                                               01343505
013436      EXIT.                                                       01343605
013440 2300-LOAD-CLOSED.                                                01344002
013441      READ CLOSFILE.                                              01344102
013442      EVALUATE TRUE                                               01344202
013443         WHEN CL-READ-OK                                          01344302
013444            IF CS-CNT < 2000                                      01344402
013445               ADD 1 TO CS-CNT                                    01344502
013446               MOVE CL-CUST-ID TO WS-CS-ID(CS-CNT)                01344602
013447            END-IF                                                01344702
013448         WHEN CL-EOF                                              01344802
013449            CONTINUE                                              01344902
013450         WHEN OTHER                                               01345002
013451            MOVE '2300-LOAD-CLOSED' TO ERR-PARA                   01345102
013452            MOVE 'CLOSFILE' TO ERR-FILE-ID                        01345202
013453            MOVE CL-STATUS TO ERR-FILE-STATUS                     01345302
013454            PERFORM 9000-ERR-PARA                                 01345402
013455      END-EVALUATE.                                               01345502
013456      EXIT.                                                       01345602
013457 2500-PRINT-STMTS.                                                01345705
013458      PERFORM 2600-RETURN-ACT.                                    01345805
013459      PERFORM 3000-PRCS-RECS UNTIL CU-EOF.                        01345905
013460      PERFORM 2700-SKIP-ACT UNTIL ACT-SIDE-EOF.                   01346005
013461      EXIT.                                                       01346105
013462 2600-RETURN-ACT.                                                 01346205
013463      RETURN SORT-WORK                                            01346305
013464         AT END                                                   01346405
013465            MOVE HIGH-VALUES TO WS-ACT-KEY                        01346505
013466         NOT AT END                                               01346605
013467            MOVE SR-KEY-CUST TO WS-ACT-KEY                        01346705
013468      END-RETURN.                                                 01346805
013469      EXIT.                                                       01346905
013470*    ACTIVITY FOR A CUST-ID NOT ON THE EXTRACT.                   01347005
013471 2700-SKIP-ACT.                                                   01347105
013472      ADD 1 TO ACTUNM-CNTR.                                       01347205
013473      PERFORM 2600-RETURN-ACT.                                    01347305
013474      EXIT.                                                       01347405
013475*    ACTIVITY OF A SUPPRESSED (CLOSED) ACCOUNT.                   01347505
013476 2800-SUPP-ACT.                                                   01347605
013477      ADD 1 TO ACTSUP-CNTR.                                       01347705
013478      PERFORM 2600-RETURN-ACT.                                    01347805
013479      EXIT.                                                       01347905
013517 3000-PRCS-RECS.                                                  01351700
013600      READ CUSTFILE.                                              01360000
013700      EVALUATE TRUE                                               01370000
013800         WHEN CU-READ-OK                                          01380000
013801            PERFORM 2700-SKIP-ACT                                 01380105
013802                   UNTIL WS-ACT-KEY >= CU-CUSTID                  01380205
013810            PERFORM 3050-CHECK-CLOSED                             01381002
013820            IF WS-CS-FND > 0                                      01382002
013830               ADD 1 TO SUPP-CNTR                                 01383002
013831               PERFORM 2800-SUPP-ACT                              01383105
013832                      UNTIL WS-ACT-KEY NOT = CU-CUSTID            01383205
013840            ELSE                                                  01384002
013900            PERFORM 3100-PRINT-STMT                               01390002
013910            END-IF                                                01391002
017300         DELIMITED BY SIZE INTO STMT-REC                          01730000
017400      END-STRING.                                                 01740000
017500      WRITE STMT-REC.                                             01750000
017510      PERFORM 3150-PRINT-ACTIVITY.                                01751005
017600      PERFORM 3200-MATCH-INTEREST.                                01760000
017700      MOVE SPACES TO STMT-REC.                                    01770000
017800      MOVE '----------------- END OF STATEMENT ------------'      01780000
017900         TO STMT-REC.                                             01790000
018000      WRITE STMT-REC.                                             01800000
018100      EXIT.                                                       01810000
018101 3150-PRINT-ACTIVITY.                                             01810105
018102      PERFORM 3160-ACT-LINE                                       01810205
018103             UNTIL WS-ACT-KEY NOT = CU-CUSTID.                    01810305
018104      EXIT.                                                       01810405
018105 3160-ACT-LINE.                                                   01810505
018106      ADD 1 TO ACT-CNTR.                                          01810605
018107      IF SR-DRCR = 'D'                                            01810705
018108         MOVE 'DR' TO WS-DRCR-TAG                                 01810805
018109      ELSE                                                        01810905
018110         MOVE 'CR' TO WS-DRCR-TAG                                 01811005
018111      END-IF.                                                     01811105
018112      MOVE SPACES TO STMT-REC.                                    01811205
018113      IF SR-TXN-CODE = 'RV'                                       01811305
018114         STRING 'REVERSAL OF ' SR-REV-CODE                        01811405
018115                ' ' SR-REV-DATE '/' SR-REV-SEQ                    01811505
018116                ' AMOUNT ' SR-AMOUNT                              01811605
018117                ' ' WS-DRCR-TAG                                   01811705
018118                ' BALANCE ' SR-NEW-BAL                            01811805
018119            DELIMITED BY SIZE INTO STMT-REC                       01811905
018120         END-STRING                                               01812005
018121      ELSE                                                        01812105
018122         STRING 'ACTIVITY ' SR-TXN-CODE                           01812205
018123                ' AMOUNT ' SR-AMOUNT                              01812305
018124                ' ' WS-DRCR-TAG                                   01812405
018125                ' BALANCE ' SR-NEW-BAL                            01812505
018126            DELIMITED BY SIZE INTO STMT-REC                       01812605
018127         END-STRING                                               01812705
018128      END-IF.                                                     01812805
018129      WRITE STMT-REC.                                             01812905
018130      PERFORM 2600-RETURN-ACT.                                    01813005
018131      EXIT.                                                       01813105
018200 3200-MATCH-INTEREST.                                             01820000
018300      PERFORM UNTIL POST-SIDE-EOF OR WS-POST-KEY >= CU-CUSTID     01830000
018400         PERFORM 2100-READ-POST                                   01840000
020900      DISPLAY 'WITH INTEREST LINE  : ' INT-CNTR.                  02090000
020910      DISPLAY 'ACTIVITY LINES      : ' ACT-CNTR.                  02091001
020912      DISPLAY 'CLOSED SUPPRESSED   : ' SUPP-CNTR.                 02091202
020913      DISPLAY 'ACTIVITY LINES READ : ' ACTRD-CNTR.                02091305
020914      DISPLAY 'ACTIVITY SUPPRESSED : ' ACTSUP-CNTR.               02091405
020915      DISPLAY 'ACTIVITY NO CUSTOMER: ' ACTUNM-CNTR.               02091505
020916      COMPUTE ACTCHK-CNTR = ACT-CNTR + ACTSUP-CNTR + ACTUNM-CNTR. 02091605
020917      IF ACTCHK-CNTR NOT = ACTRD-CNTR                             02091705
020918         DISPLAY 'ACTIVITY CONTROL OUT OF BALANCE - READ '        02091805
020919                 ACTRD-CNTR ' ACCOUNTED ' ACTCHK-CNTR             02091905
020920         MOVE 8 TO RETURN-CODE                                    02092005
020921      END-IF.                                                     02092105
020935      IF CL-EOF                                                   02093502
020940         CLOSE CLOSFILE                                           02094002
020945      END-IF.                                                     02094502
