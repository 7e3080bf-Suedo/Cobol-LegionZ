000300***************************************************************** 00030000
000400* INPUT FILE  : CUSTOMER EXTRACT WRITTEN BY D2A (DDIN), THE       00040000
000500*               INTACCR POSTING FILE (DDPOST) AND THE TXNPOST     00050000
000510*               ACTIVITY JOURNAL (DDACTV, ANY ORDER - IT IS       00051003
000520*               SORTED), EXTRACT AND POSTINGS IN CUST-ID          00052003
000710*               SEQUENCE, PLUS THE EXTRACT SEQUENCE CONTROL       00071001
000800*               (DDSEQ)                                           00080000
000900* OUTPUT FILE : STATEMENT DATA EXTRACT FOR THE MAIL HOUSE         00090000
002100*               ACKNOWLEDGMENT BACK THE NEXT MORNING.             00210000
002200* AUTHOR      : GIRIDHAR                                          00220000
002300* CREATED ON  : 02 SEP 2026                                       00230000
002310* MODIFIED ON : 15 OCT 2026 - A REVERSAL (JOURNAL CODE RV)        00231002
002320*               GOES OUT AS AN RVS ROW CARRYING THE ORIGINAL      00232002
002330*               CODE, DATE AND SEQUENCE, DIRECTLY AFTER THE       00233002
002340*               ROW IT REVERSES.                                  00234002
002345* MODIFIED ON : 15 OCT 2026 - THE ACTIVITY JOURNAL IS SORTED INTO 00234503
002350*               CUST-ID SEQUENCE AND MATCH-MERGED WITH THE EXTRACT00235003
002355*               INSTEAD OF TABLED, SO THERE IS NO LIMIT ON VOLUME.00235503
002360*               JOURNAL LINES READ MUST EQUAL ROWS EXTRACTED      00236003
002365*               PLUS LINES OF CUSTOMERS NOT ON THE EXTRACT        00236503
002370*               (RC 8 IF NOT).                                    00237003
002400***************************************************************** 00240000
002500 ENVIRONMENT DIVISION.                                            00250000
002600 INPUT-OUTPUT SECTION.                                            00260000
005900      ORGANIZATION IS SEQUENTIAL                                  00590000
006000      ACCESS MODE IS SEQUENTIAL                                   00600000
006100      FILE STATUS IX-STATUS.                                      00610000
006110*                                                                 00611003
006120      SELECT SORT-WORK ASSIGN TO DDSORT.                          00612003
006200*                                                                 00620000
006300 DATA DIVISION.                                                   00630000
006400 FILE SECTION.                                                    00640000
012000      05 IX-TRL-CNT   PIC 9(8).                                   01200000
012100      05 IX-TRL-TOT   PIC 9(11).                                  01210000
012200      05 FILLER       PIC X(47).                                  01220000
012210 SD SORT-WORK.                                                    01221003
012220 01 SORT-REC.                                                     01222003
012230      05 SR-SORT-KEY.                                             01223003
012240         10 SR-KEY-CUST   PIC X(5).                               01224003
012250         10 SR-PAIR-KEY   PIC X(13).                              01225003
012260         10 SR-RV-FLAG    PIC X.                                  01226003
012270         10 SR-ARRIVAL    PIC 9(8).                               01227003
012280      05 SR-ACT-REC    PIC X(80).                                 01228003
012300 WORKING-STORAGE SECTION.                                         01230000
012400 01 WS-FILE-STATUSES.                                             01240000
012500     05 CU-STATUS PIC XX.                                         01250000
014400     88 IX-OPEN-OK VALUE '00'.                                    01440000
014500 01 WS-POST-KEY PIC X(5) VALUE SPACES.                            01450000
014600     88 POST-SIDE-EOF VALUE HIGH-VALUES.                          01460000
014610 01 WS-ACT-KEY PIC X(5) VALUE SPACES.                             01461003
014620     88 ACT-SIDE-EOF VALUE HIGH-VALUES.                           01462003
014900 01 WS-TODAY  PIC 9(8) VALUE ZEROS.                               01490000
015000 01 WS-SEQ-NO PIC 9(6) VALUE 1.                                   01500000
015100 01 WS-STMT-FLDS.                                                 01510000
015200     05 WS-ACT-LINES PIC 9(5) VALUE ZEROS.                        01520003
015300     05 WS-PAGES     PIC 9(3) VALUE ZEROS.                        01530000
015400     05 WS-STMT-TOT  PIC 9(9) VALUE ZEROS.                        01540000
015500 01 WS-CNTRS.                                                     01550000
015600     05 CUST-CNTR PIC 9(8) VALUE ZEROS.                           01560000
015700     05 TOT-AMT   PIC 9(11) VALUE ZEROS.                          01570000
015710     05 ACTRD-CNTR  PIC 9(8) VALUE ZEROS.                         01571003
015720     05 ACTX-CNTR   PIC 9(8) VALUE ZEROS.                         01572003
015730     05 ACTUNM-CNTR PIC 9(8) VALUE ZEROS.                         01573003
015740     05 ACTCHK-CNTR PIC 9(8) VALUE ZEROS.                         01574003
015800 01 WS-ERR-DESC.                                                  01580000
015900     05  FILLER               PIC X(10) VALUE "ERROR IN ".        01590000
016000     05  ERR-PARA             PIC X(30).                          01600000
016800      PERFORM 1000-GET-SEQUENCE.                                  01680000
016900      PERFORM 1500-OPEN-FILES.                                    01690000
017000      PERFORM 2100-READ-POST.                                     01700000
017010      SORT SORT-WORK                                              01701003
017020           ON ASCENDING KEY SR-KEY-CUST                           01702003
017030           ON ASCENDING KEY SR-PAIR-KEY                           01703003
017040           ON ASCENDING KEY SR-RV-FLAG                            01704003
017050           ON ASCENDING KEY SR-ARRIVAL                            01705003
017060           INPUT PROCEDURE IS 2200-RELEASE-ACT                    01706003
017070           OUTPUT PROCEDURE IS 2500-EXTRACT-ALL.                  01707003
017300      PERFORM 4000-WRITE-TRAILER.                                 01730000
017400      PERFORM 5000-CLOSE-PARA.                                    01740000
017500      STOP RUN.                                                   01750000
023000         END-EVALUATE                                             02300000
023100      END-IF.                                                     02310000
023200      EXIT.                                                       02320000
023210*    EACH LINE SORTS UNDER ITS CUSTOMER BY POSTING DATE AND       02321003
023220*    SEQUENCE; A REVERSAL SORTS UNDER THE ENTRY IT REVERSES.      02322003
023230*    LINES WITH NO DATE AND SEQUENCE (FEES) FOLLOW IN JOURNAL     02323003
023240*    ORDER.                                                       02324003
023250 2200-RELEASE-ACT.                                                02325003
023260      PERFORM 2210-READ-ACT UNTIL AC-EOF.                         02326003
023270      EXIT.                                                       02327003
023280 2210-READ-ACT.                                                   02328003
023290      READ ACTFILE.                                               02329003
023300      EVALUATE TRUE                                               02330003
023310         WHEN AC-READ-OK                                          02331003
023320            ADD 1 TO ACTRD-CNTR                                   02332003
023330            MOVE ACT-REC TO SR-ACT-REC                            02333003
023340            MOVE AC-CUST-ID TO SR-KEY-CUST                        02334003
023350            MOVE ACTRD-CNTR TO SR-ARRIVAL                         02335003
023360            EVALUATE TRUE                                         02336003
023370               WHEN ACT-REC(42:2) = 'RV'                          02337003
023380                    AND ACT-REC(58:13) NOT = SPACES               02338003
023390                  MOVE ACT-REC(58:13) TO SR-PAIR-KEY              02339003
023400                  MOVE '1' TO SR-RV-FLAG                          02340003
023410               WHEN ACT-REC(45:13) = SPACES                       02341003
023420                  MOVE HIGH-VALUES TO SR-PAIR-KEY                 02342003
023430                  MOVE '0' TO SR-RV-FLAG                          02343003
023440               WHEN OTHER                                         02344003
023450                  MOVE ACT-REC(45:13) TO SR-PAIR-KEY              02345003
023460                  MOVE '0' TO SR-RV-FLAG                          02346003
023470            END-EVALUATE                                          02347003
023480            RELEASE SORT-REC                                      02348003
023490         WHEN AC-EOF                                              02349003
023500            CONTINUE                                              02350003
023510         WHEN OTHER                                               02351003
023520            MOVE '2210-READ-ACT' TO ERR-PARA                      02352003
023530            MOVE 'ACTFILE' TO ERR-FILE-ID                         02353003
023540            MOVE AC-STATUS TO ERR-FILE-STATUS                     02354003
023550            PERFORM 9000-ERR-PARA                                 02355003
023560      END-EVALUATE.                                               02356003
023570      EXIT.                                                       02357003
023580 2500-EXTRACT-ALL.                                                02358003
023590      PERFORM 2600-RETURN-ACT.                                    02359003
023600      PERFORM 3000-PRCS-RECS UNTIL CU-EOF.                        02360003
023610      PERFORM 2700-SKIP-ACT UNTIL ACT-SIDE-EOF.                   02361003
023620      EXIT.                                                       02362003
023630 2600-RETURN-ACT.                                                 02363003
023640      RETURN SORT-WORK                                            02364003
023650         AT END                                                   02365003
023660            MOVE HIGH-VALUES TO WS-ACT-KEY                        02366003
023670         NOT AT END                                               02367003
023680            MOVE SR-KEY-CUST TO WS-ACT-KEY                        02368003
023690      END-RETURN.                                                 02369003
023700      EXIT.                                                       02370003
023710*    ACTIVITY FOR A CUST-ID NOT ON THE EXTRACT.                   02371003
023720 2700-SKIP-ACT.                                                   02372003
023730      ADD 1 TO ACTUNM-CNTR.                                       02373003
023740      PERFORM 2600-RETURN-ACT.                                    02374003
023750      EXIT.                                                       02375003
024900 3000-PRCS-RECS.                                                  02490000
025000      READ CUSTFILE.                                              02500000
025100      EVALUATE TRUE                                               02510000
025200         WHEN CU-READ-OK                                          02520000
025210            PERFORM 2700-SKIP-ACT                                 02521003
025220                   UNTIL WS-ACT-KEY >= CU-CUSTID                  02522003
025300            PERFORM 3100-EXTRACT-ONE                              02530000
025400         WHEN CU-EOF                                              02540000
025500            CONTINUE                                              02550000
028200      WRITE IDX-REC.                                              02820000
028300      ADD WS-STMT-TOT TO TOT-AMT.                                 02830000
028400      EXIT.                                                       02840000
028410 3200-ACTIVITY-ROWS.                                              02841003
028420      PERFORM 3210-ACT-ROW                                        02842003
028430             UNTIL WS-ACT-KEY NOT = CU-CUSTID.                    02843003
028440      EXIT.                                                       02844003
028450 3210-ACT-ROW.                                                    02845003
028460      ADD 1 TO WS-ACT-LINES.                                      02846003
028470      ADD 1 TO ACTX-CNTR.                                         02847003
028480      MOVE SPACES TO XTR-REC.                                     02848003
028490      IF SR-ACT-REC(42:2) = 'RV'                                  02849003
028500         STRING 'RVS,' SR-ACT-REC(1:44) ','                       02850003
028510                SR-ACT-REC(71:2) ','                              02851003
028520                SR-ACT-REC(58:8) ','                              02852003
028530                SR-ACT-REC(66:5)                                  02853003
028540            DELIMITED BY SIZE INTO XTR-REC                        02854003
028550         END-STRING                                               02855003
028560      ELSE                                                        02856003
028570         STRING 'ACT,' SR-ACT-REC(1:44)                           02857003
028580            DELIMITED BY SIZE INTO XTR-REC                        02858003
028590         END-STRING                                               02859003
028600      END-IF.                                                     02860003
028610      WRITE XTR-REC.                                              02861003
028620      PERFORM 2600-RETURN-ACT.                                    02862003
028630      EXIT.                                                       02863003
030000 3300-INTEREST-ROW.                                               03000000
030100      PERFORM UNTIL POST-SIDE-EOF OR WS-POST-KEY >= CU-CUSTID     03010000
030200         PERFORM 2100-READ-POST                                   03020000
033800      DISPLAY 'STATEMENTS EXTRACTED : ' CUST-CNTR.                03380000
033900      DISPLAY 'CONTROL TOTAL        : ' TOT-AMT.                  03390000
034000      DISPLAY 'SEQUENCE SAVED       : ' WS-SEQ-NO.                03400000
034005      DISPLAY 'ACTIVITY LINES READ  : ' ACTRD-CNTR.               03400503
034010      DISPLAY 'ACTIVITY ROWS        : ' ACTX-CNTR.                03401003
034015      DISPLAY 'ACTIVITY NO CUSTOMER : ' ACTUNM-CNTR.              03401503
034020      COMPUTE ACTCHK-CNTR = ACTX-CNTR + ACTUNM-CNTR.              03402003
034025      IF ACTCHK-CNTR NOT = ACTRD-CNTR                             03402503
034030         DISPLAY 'ACTIVITY CONTROL OUT OF BALANCE - READ '        03403003
034035                 ACTRD-CNTR ' ACCOUNTED ' ACTCHK-CNTR             03403503
034040         MOVE 8 TO RETURN-CODE                                    03404003
034045      END-IF.                                                     03404503
034050      IF AC-OPEN-OK OR AC-EOF                                     03405003
034055         CLOSE ACTFILE                                            03405503
034060      END-IF.                                                     03406003
034100      EXIT.                                                       03410000
034200 9000-ERR-PARA.                                                   03420000
034300      DISPLAY WS-ERR-DESC.                                        03430000
