001700*               JOURNAL RECORD (TRANSFERS WRITE ONE PER SIDE).    00170000
001800* AUTHOR      : BOOSAN                                            00180000
001900* CREATED ON  : 02 SEP 2026                                       00190000
001910* MODIFIED ON : 15 OCT 2026 - STANDING INSTRUCTION RETURNS        00191002
001920*               COLS 26-33 OF A TRANSACTION WRITTEN BY SISCHED    00192002
001930*               CARRY THE INSTRUCTION KEY (CUST-ID + INSTR-NO).   00193002
001940*               AN OVERDRAFT REFUSAL OF ONE OF THOSE ALSO GOES    00194002
001950*               TO THE RETURN FILE (DDSIRTN) SO THE NEXT SISCHED  00195002
001960*               RUN CAN RETRY IT ONCE OR SUSPEND THE INSTRUCTION. 00196002
001961* MODIFIED ON : 15 OCT 2026 - POSTING REVERSAL                    00196103
001962*               EVERY JOURNAL LINE NOW CARRIES ITS POSTING DATE   00196203
001963*               AND SEQUENCE (BOTH SIDES OF A TRANSFER SHARE      00196303
001964*               ONE). A TYPE R TRANSACTION REVERSES AN EARLIER    00196403
001965*               ENTRY NAMED BY DATE (COLS 35-42) AND SEQUENCE     00196503
001966*               (COLS 44-48) WITH A REASON CODE (COLS 50-51 - WA  00196603
001967*               WRONG ACCOUNT, DU DUPLICATE, KE KEYING ERROR, OT  00196703
001968*               OTHER). CUST-ID IS THE ORIGINAL'S ACCOUNT (THE    00196803
001969*               SOURCE OF A TRANSFER); THE AMOUNT IS TAKEN FROM   00196903
001970*               THE ORIGINAL. THE PRIOR JOURNAL GENERATIONS       00197003
001971*               (DDJRNL) ARE SCANNED ONCE FOR THE ORIGINALS AND   00197103
001972*               FOR EARLIER REVERSALS, SO AN ENTRY IS NEVER       00197203
001973*               REVERSED TWICE.  A DP, WD OR TO CAN BE REVERSED;  00197303
001974*               BALANCES ARE RESTORED ON BOTH SIDES OF A TRANSFER 00197403
001975*               WITHOUT THE OVERDRAFT CHECK, AND EACH SIDE WRITES 00197503
001976*               AN RV JOURNAL LINE POINTING AT THE ORIGINAL.      00197603
001977*               EVERY REVERSAL, POSTED OR REFUSED, IS LISTED ON   00197703
001978*               THE DAILY REVERSAL REGISTER (DDRVREG).            00197803
001983* MODIFIED ON : 15 OCT 2026 - RUN STATISTICS                      00198304
001988*               A RUNSTATS RECORD (DDRSTAT) IS ADDED AT END OF    00198804
001993*               RUN SO THE PREDCHK GATE AHEAD OF BALPROOF CAN     00199304
001998*               SEE THAT THE DAY'S POSTING RAN AND HOW IT ENDED.  00199804
002000***************************************************************** 00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
003600      ACCESS MODE IS SEQUENTIAL                                   00360000
003700      FILE STATUS IS W01-FST-RPT.                                 00370000
003800*                                                                 00380000
003810      SELECT RS000-SIRTN-FILE ASSIGN TO DDSIRTN                   00381002
003820      ORGANIZATION IS SEQUENTIAL                                  00382002
003830      ACCESS MODE IS SEQUENTIAL                                   00383002
003840      FILE STATUS IS W01-FST-SIRT.                                00384002
003850*                                                                 00385002
003851      SELECT TJ000-JRNL-FILE ASSIGN TO DDJRNL                     00385103
003852      ORGANIZATION IS SEQUENTIAL                                  00385203
003853      ACCESS MODE IS SEQUENTIAL                                   00385303
003854      FILE STATUS IS W01-FST-JRNL.                                00385403
003855*                                                                 00385503
003856      SELECT RR000-REV-FILE ASSIGN TO DDRVREG                     00385603
003857      ORGANIZATION IS SEQUENTIAL                                  00385703
003858      ACCESS MODE IS SEQUENTIAL                                   00385803
003859      FILE STATUS IS W01-FST-RVRG.                                00385903
003860*                                                                 00386003
003865      SELECT ST000-STAT-FILE ASSIGN TO DDRSTAT                    00386504
003870      ORGANIZATION IS SEQUENTIAL                                  00387004
003875      ACCESS MODE IS SEQUENTIAL                                   00387504
003880      FILE STATUS IS W01-FST-STAT.                                00388004
003885*                                                                 00388504
003900 DATA DIVISION.                                                   00390000
004000 FILE SECTION.                                                    00400000
004100 FD TI000-TXN-FILE RECORDING MODE IS F.                           00410000
004700     05 TI000-AMOUNT     PIC X(10).                               00470000
004800     05 FILLER           PIC X.                                   00480000
004900     05 TI000-TARGET-ID  PIC X(5).                                00490000
004910     05 FILLER           PIC X.                                   00491002
004920     05 TI000-SI-KEY     PIC X(8).                                00492002
004930     05 FILLER           PIC X.                                   00493003
004940     05 TI000-REV-DATE   PIC X(8).                                00494003
004950     05 FILLER           PIC X.                                   00495003
004960     05 TI000-REV-SEQ    PIC X(5).                                00496003
004970     05 FILLER           PIC X.                                   00497003
004980     05 TI000-REV-RSN    PIC X(2).                                00498003
004990     05 FILLER           PIC X(29).                               00499003
005100 FD RP000-POST-FILE RECORDING MODE IS F.                          00510000
005200 01 RP000-POST-REC.                                               00520000
005300     05 RP000-CUST-ID    PIC X(5).                                00530000
006200     05 FILLER           PIC X.                                   00620000
006300     05 RP000-TXN-CODE   PIC X(2).                                00630000
006410     05 RP000-DRCR      PIC X.                                    00641001
006420     05 RP000-POST-DATE PIC 9(8).                                 00642003
006430     05 RP000-POST-SEQ  PIC 9(5).                                 00643003
006440     05 RP000-REV-DATE  PIC 9(8).                                 00644003
006450     05 RP000-REV-SEQ   PIC 9(5).                                 00645003
006460     05 RP000-REV-CODE  PIC X(2).                                 00646003
006470     05 RP000-REV-RSN   PIC X(2).                                 00647003
006480     05 FILLER          PIC X(6).                                 00648003
006500 FD RO000-RPT-FILE RECORDING MODE IS F.                           00650000
006600 01 RO000-RPT-REC PIC X(80).                                      00660000
006610 FD RS000-SIRTN-FILE RECORDING MODE IS F.                         00661002
006620 COPY SIRTNREC REPLACING ==:SIR:== BY ==RS==.                     00662002
006621 FD TJ000-JRNL-FILE RECORDING MODE IS F.                          00662103
006622 01 TJ000-JRNL-REC.                                               00662203
006623     05 TJ000-CUST-ID    PIC X(5).                                00662303
006624     05 FILLER           PIC X.                                   00662403
006625     05 TJ000-ACC-TYPE   PIC X(3).                                00662503
006626     05 FILLER           PIC X.                                   00662603
006627     05 TJ000-OLD-BAL    PIC 9(7).99.                             00662703
006628     05 FILLER           PIC X.                                   00662803
006629     05 TJ000-AMOUNT     PIC 9(5).99.                             00662903
006630     05 FILLER           PIC X.                                   00663003
006631     05 TJ000-NEW-BAL    PIC 9(7).99.                             00663103
006632     05 FILLER           PIC X.                                   00663203
006633     05 TJ000-TXN-CODE   PIC X(2).                                00663303
006634     05 TJ000-DRCR       PIC X.                                   00663403
006635     05 TJ000-POST-KEY.                                           00663503
006636        10 TJ000-POST-DATE PIC X(8).                              00663603
006637        10 TJ000-POST-SEQ  PIC X(5).                              00663703
006638     05 TJ000-REV-KEY.                                            00663803
006639        10 TJ000-REV-DATE  PIC X(8).                              00663903
006640        10 TJ000-REV-SEQ   PIC X(5).                              00664003
006641     05 TJ000-REV-CODE   PIC X(2).                                00664103
006642     05 FILLER           PIC X(8).                                00664203
006643 FD RR000-REV-FILE RECORDING MODE IS F.                           00664303
006644 01 RR000-REV-REC PIC X(80).                                      00664403
006654 FD ST000-STAT-FILE RECORDING MODE IS F.                          00665404
006664 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00666404
006700 WORKING-STORAGE SECTION.                                         00670000
006800      EXEC SQL                                                    00680000
006900        INCLUDE SQLCA                                             00690000
008100         88 C01W-FST-POSTOK    VALUE "00".                        00810000
008200      05 W01-FST-RPT           PIC XX.                            00820000
008300         88 C01W-FST-RPTOK     VALUE "00".                        00830000
008310      05 W01-FST-SIRT          PIC XX.                            00831002
008320         88 C01W-FST-SIRTOK    VALUE "00".                        00832002
008330      05 W01-FST-JRNL          PIC XX.                            00833003
008340         88 C01W-FST-JRNLOK    VALUE "00".                        00834003
008350         88 C01W-FST-JRNLEOF   VALUE "10".                        00835003
008360      05 W01-FST-RVRG          PIC XX.                            00836003
008370         88 C01W-FST-RVRGOK    VALUE "00".                        00837003
008380      05 W01-FST-STAT          PIC XX.                            00838004
008390         88 C01W-FST-STATOK    VALUE "00".                        00839004
008400      05 W01-SQLCODE           PIC S9(6) SIGN LEADING SEPARATE.   00840000
008500         88 C01W-SQL-SUCCESS   VALUE +000.                        00850000
008600         88 C01W-SQL-RECNF     VALUE +100.                        00860000
008610 01 W01-TODAY PIC 9(8) VALUE ZEROS.                               00861002
008700 01 W02-WORK-FIELDS.                                              00870000
008800      05 W02-AMOUNT     PIC 9(5)V99 VALUE ZEROS.                  00880000
008900      05 W02-AMT-X      PIC X(10) VALUE SPACES.                   00890000
009050      05 W02-TGT-TYPE   PIC X(3) VALUE SPACES.                    00905001
009100      05 W02-FOUND-SW   PIC X VALUE 'N'.                          00910000
009200         88 ACCT-FOUND  VALUE 'Y'.                                00920000
009201      05 W02-POST-SEQ   PIC 9(5) VALUE ZEROS.                     00920103
009202      05 W02-REV-SW     PIC X VALUE 'N'.                          00920203
009203         88 REV-POSTING VALUE 'Y'.                                00920303
009204      05 W02-REV-RSN    PIC X(2) VALUE SPACES.                    00920403
009205         88 REV-RSN-OK  VALUES 'WA' 'DU' 'KE' 'OT'.               00920503
009206      05 W02-REV-CODE   PIC X(2) VALUE SPACES.                    00920603
009207      05 W02-REV-MSG    PIC X(30) VALUE SPACES.                   00920703
009208      05 W02-AMT-ED     PIC Z(4)9.99.                             00920803
009209 01 W03-REV-TABLE.                                                00920903
009210      05 W03-REV-CNT    PIC 9(4) VALUE ZEROS.                     00921003
009211      05 W03-REV-CUR    PIC 9(4) VALUE ZEROS.                     00921103
009212      05 W03-REV-IDX    PIC 9(4) VALUE ZEROS.                     00921203
009213      05 W03-REV-ENTRY OCCURS 500 TIMES.                          00921303
009214         10 W03-KEY.                                              00921403
009215            15 W03-DATE      PIC X(8).                            00921503
009216            15 W03-SEQ       PIC X(5).                            00921603
009217         10 W03-ORG-CODE     PIC X(2).                            00921703
009218         10 W03-ORG-CUST     PIC X(5).                            00921803
009219         10 W03-ORG-TARGET   PIC X(5).                            00921903
009220         10 W03-ORG-AMT      PIC 9(5)V99.                         00922003
009221         10 W03-DONE-SW      PIC X.                               00922103
009222            88 W03-REVERSED  VALUE 'Y'.                           00922203
009300 01 W09-CNTRS.                                                    00930000
009400      05 W09-TXN-CNT    PIC 9(6) VALUE ZEROS.                     00940000
009500      05 W09-DEP-CNT    PIC 9(6) VALUE ZEROS.                     00950000
009700      05 W09-TRF-CNT    PIC 9(6) VALUE ZEROS.                     00970000
009800      05 W09-OVRD-CNT   PIC 9(6) VALUE ZEROS.                     00980000
009900      05 W09-REJ-CNT    PIC 9(6) VALUE ZEROS.                     00990000
009910      05 W09-SIRT-CNT   PIC 9(6) VALUE ZEROS.                     00991002
009920      05 W09-REV-CNT    PIC 9(6) VALUE ZEROS.                     00992003
009930      05 W09-REVREF-CNT PIC 9(6) VALUE ZEROS.                     00993003
010000 01 W99-ERROR-REC.                                                01000000
010100      05 W99-ERR-PARA     PIC X(30).                              01010000
010200      05 W99-ERR-DESC     PIC X(30).                              01020000
010400 01 W02-SQLERR-PGM PIC X(8) VALUE 'TXNPOST'.                      01040000
010500 PROCEDURE DIVISION.                                              01050000
010600 0000-MAIN-PARA.                                                  01060000
010610       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01061002
010620       PERFORM 1000-LOAD-REVERSALS THRU 1000-LOAD-EXIT.           01062003
010700       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01070000
010800       PERFORM 3000-PRCS-TXNS THRU 3000-PRCS-EXIT                 01080000
010900           UNTIL C01W-FST-TXNEOF.                                 01090000
011100       STOP RUN.                                                  01110000
011200 0000-MAIN-EXIT.                                                  01120000
011300       EXIT.                                                      01130000
011301 1000-LOAD-REVERSALS.                                             01130103
011302*      FIRST PASS OF THE TRANSACTION FILE TABLES THE REVERSALS SO 01130203
011303*      THE PRIOR JOURNAL IS READ ONCE, NOT ONCE PER REVERSAL.  THE01130303
011304*      N-TH TYPE R CARD OF THE POSTING PASS IS TABLE ENTRY N.     01130403
011305       OPEN INPUT TI000-TXN-FILE.                                 01130503
011306       IF NOT C01W-FST-TXNOK                                      01130603
011307          DISPLAY "TXN FILE OPEN ERR " W01-FST-TXN                01130703
011308          MOVE 30 TO RETURN-CODE                                  01130803
011309          STOP RUN                                                01130903
011310       END-IF.                                                    01131003
011311       PERFORM 1100-TABLE-REVERSAL THRU 1100-TABLE-EXIT           01131103
011312           UNTIL C01W-FST-TXNEOF.                                 01131203
011313       CLOSE TI000-TXN-FILE.                                      01131303
011314       IF W03-REV-CNT > 0                                         01131403
011315          PERFORM 1200-SCAN-JOURNAL THRU 1200-SCAN-EXIT           01131503
011316       END-IF.                                                    01131603
011317 1000-LOAD-EXIT.                                                  01131703
011318       EXIT.                                                      01131803
011319 1100-TABLE-REVERSAL.                                             01131903
011320       READ TI000-TXN-FILE.                                       01132003
011321       EVALUATE TRUE                                              01132103
011322         WHEN C01W-FST-TXNOK                                      01132203
011323           IF TI000-TXN-TYPE = 'R' AND W03-REV-CNT < 500          01132303
011324              ADD 1 TO W03-REV-CNT                                01132403
011325              MOVE TI000-REV-DATE TO W03-DATE(W03-REV-CNT)        01132503
011326              MOVE TI000-REV-SEQ TO W03-SEQ(W03-REV-CNT)          01132603
011327              MOVE SPACES TO W03-ORG-CODE(W03-REV-CNT)            01132703
011328                             W03-ORG-CUST(W03-REV-CNT)            01132803
011329                             W03-ORG-TARGET(W03-REV-CNT)          01132903
011330              MOVE ZEROS TO W03-ORG-AMT(W03-REV-CNT)              01133003
011331              MOVE 'N' TO W03-DONE-SW(W03-REV-CNT)                01133103
011332           END-IF                                                 01133203
011333         WHEN C01W-FST-TXNEOF                                     01133303
011334           CONTINUE                                               01133403
011335         WHEN OTHER                                               01133503
011336           DISPLAY "TXN FILE READ ERR " W01-FST-TXN               01133603
011337           MOVE 30 TO RETURN-CODE                                 01133703
011338           STOP RUN                                               01133803
011339       END-EVALUATE.                                              01133903
011340 1100-TABLE-EXIT.                                                 01134003
011341       EXIT.                                                      01134103
011342 1200-SCAN-JOURNAL.                                               01134203
011343       OPEN INPUT TJ000-JRNL-FILE.                                01134303
011344       IF NOT C01W-FST-JRNLOK                                     01134403
011345          DISPLAY "NO PRIOR JOURNAL - REVERSALS CANNOT BE MATCHED"01134503
011346          GO TO 1200-SCAN-EXIT                                    01134603
011347       END-IF.                                                    01134703
011348       PERFORM 1300-MATCH-JOURNAL THRU 1300-MATCH-EXIT            01134803
011349           UNTIL C01W-FST-JRNLEOF.                                01134903
011350       CLOSE TJ000-JRNL-FILE.                                     01135003
011351 1200-SCAN-EXIT.                                                  01135103
011352       EXIT.                                                      01135203
011353 1300-MATCH-JOURNAL.                                              01135303
011354       READ TJ000-JRNL-FILE.                                      01135403
011355       IF C01W-FST-JRNLEOF                                        01135503
011356          GO TO 1300-MATCH-EXIT                                   01135603
011357       END-IF.                                                    01135703
011358       IF NOT C01W-FST-JRNLOK                                     01135803
011359          DISPLAY "JOURNAL READ ERR " W01-FST-JRNL                01135903
011360          MOVE 30 TO RETURN-CODE                                  01136003
011361          STOP RUN                                                01136103
011362       END-IF.                                                    01136203
011363*      LINES WRITTEN BEFORE ENTRIES WERE SEQUENCED, AND FEE LINES,01136303
011364*      CARRY NO KEY AND CANNOT BE NAMED BY A REVERSAL.            01136403
011365       IF TJ000-POST-KEY = SPACES                                 01136503
011366          GO TO 1300-MATCH-EXIT                                   01136603
011367       END-IF.                                                    01136703
011368       PERFORM 1310-MATCH-ENTRY THRU 1310-MATCH-EXIT              01136803
011369           VARYING W03-REV-IDX FROM 1 BY 1                        01136903
011370           UNTIL W03-REV-IDX > W03-REV-CNT.                       01137003
011371 1300-MATCH-EXIT.                                                 01137103
011372       EXIT.                                                      01137203
011373 1310-MATCH-ENTRY.                                                01137303
011374       IF TJ000-POST-KEY = W03-KEY(W03-REV-IDX)                   01137403
011375          IF TJ000-TXN-CODE = 'TI'                                01137503
011376             MOVE TJ000-CUST-ID TO W03-ORG-TARGET(W03-REV-IDX)    01137603
011377          ELSE                                                    01137703
011378             MOVE TJ000-TXN-CODE TO W03-ORG-CODE(W03-REV-IDX)     01137803
011379             MOVE TJ000-CUST-ID TO W03-ORG-CUST(W03-REV-IDX)      01137903
011380             COMPUTE W03-ORG-AMT(W03-REV-IDX) =                   01138003
011381                     FUNCTION NUMVAL(TJ000-AMOUNT)                01138103
011382          END-IF                                                  01138203
011383       END-IF.                                                    01138303
011384       IF TJ000-TXN-CODE = 'RV'                                   01138403
011385          AND TJ000-REV-KEY = W03-KEY(W03-REV-IDX)                01138503
011386          MOVE 'Y' TO W03-DONE-SW(W03-REV-IDX)                    01138603
011387       END-IF.                                                    01138703
011388 1310-MATCH-EXIT.                                                 01138803
011389       EXIT.                                                      01138903
011400 2000-OPEN-PARA.                                                  01140000
011500       OPEN INPUT TI000-TXN-FILE.                                 01150000
011600       IF NOT C01W-FST-TXNOK                                      01160000
013000          MOVE 30 TO RETURN-CODE                                  01300000
013100          STOP RUN                                                01310000
013200       END-IF.                                                    01320000
013210       OPEN OUTPUT RS000-SIRTN-FILE.                              01321002
013220       IF NOT C01W-FST-SIRTOK                                     01322002
013230          DISPLAY "SI RETURN FILE OPEN ERR " W01-FST-SIRT         01323002
013240          MOVE 30 TO RETURN-CODE                                  01324002
013250          STOP RUN                                                01325002
013260       END-IF.                                                    01326002
013261       OPEN OUTPUT RR000-REV-FILE.                                01326103
013262       IF NOT C01W-FST-RVRGOK                                     01326203
013263          DISPLAY "REVERSAL REGISTER OPEN ERR " W01-FST-RVRG      01326303
013264          MOVE 30 TO RETURN-CODE                                  01326403
013265          STOP RUN                                                01326503
013266       END-IF.                                                    01326603
013267       MOVE SPACES TO RR000-REV-REC.                              01326703
013268       STRING "DAILY REVERSAL REGISTER  " W01-TODAY               01326803
013269          DELIMITED BY SIZE INTO RR000-REV-REC                    01326903
013270       END-STRING.                                                01327003
013271       WRITE RR000-REV-REC.                                       01327103
013300 2000-OPEN-EXIT.                                                  01330000
013400       EXIT.                                                      01340000
013500 3000-PRCS-TXNS.                                                  01350000
014800 3000-PRCS-EXIT.                                                  01480000
014900       EXIT.                                                      01490000
015000 3100-WORK-ONE-TXN.                                               01500000
015010       IF TI000-TXN-TYPE = 'R'                                    01501003
015020          PERFORM 3600-POST-REVERSAL THRU 3600-REV-EXIT           01502003
015030          GO TO 3100-WORK-EXIT                                    01503003
015040       END-IF.                                                    01504003
015100       MOVE TI000-AMOUNT TO W02-AMT-X.                            01510000
015200       INSPECT W02-AMT-X REPLACING ALL '.' BY '0'.                01520000
015300       IF W02-AMT-X NOT NUMERIC                                   01530000
020200          GO TO 3200-DEP-EXIT                                     02020000
020300       END-IF.                                                    02030000
020400       COMPUTE HV-NEW-BAL = HV-BAL + W02-AMOUNT.                  02040000
020410       ADD 1 TO W02-POST-SEQ.                                     02041003
020500       MOVE 'DP' TO W02-SIDE-SW.                                  02050000
020510       MOVE 'C' TO W02-DRCR-SW.                                   02051001
020600       PERFORM 3500-APPLY-BALANCE THRU 3500-APPLY-EXIT.           02060000
022100             DELIMITED BY SIZE INTO RO000-RPT-REC                 02210000
022200          END-STRING                                              02220000
022300          WRITE RO000-RPT-REC                                     02230000
022310          IF TI000-SI-KEY NOT = SPACES                            02231002
022320             PERFORM 3950-SI-RETURN THRU 3950-SI-EXIT             02232002
022330          END-IF                                                  02233002
022400          GO TO 3300-WDR-EXIT                                     02240000
022500       END-IF.                                                    02250000
022600       COMPUTE HV-NEW-BAL = HV-BAL - W02-AMOUNT.                  02260000
022610       ADD 1 TO W02-POST-SEQ.                                     02261003
022700       MOVE 'WD' TO W02-SIDE-SW.                                  02270000
022710       MOVE 'D' TO W02-DRCR-SW.                                   02271001
022800       PERFORM 3500-APPLY-BALANCE THRU 3500-APPLY-EXIT.           02280000
023360             DELIMITED BY SIZE INTO RO000-RPT-REC                 02336001
023370          END-STRING                                              02337001
023380          WRITE RO000-RPT-REC                                     02338001
023381          IF TI000-SI-KEY NOT = SPACES                            02338102
023382             PERFORM 3950-SI-RETURN THRU 3950-SI-EXIT             02338202
023383          END-IF                                                  02338302
023390          GO TO 3400-TRF-EXIT                                     02339001
023400       END-IF.                                                    02340001
023410       MOVE HV-BAL TO W02-SRC-BAL.                                02341001
023540       MOVE W02-SRC-BAL TO HV-BAL.                                02354001
023550       MOVE W02-SRC-TYPE TO HV-ACC-TYPE.                          02355001
023560       COMPUTE HV-NEW-BAL = W02-SRC-BAL - W02-AMOUNT.             02356001
023565       ADD 1 TO W02-POST-SEQ.                                     02356503
023570       MOVE 'TO' TO W02-SIDE-SW.                                  02357001
023580       MOVE 'D' TO W02-DRCR-SW.                                   02358001
023590       PERFORM 3500-APPLY-BALANCE THRU 3500-APPLY-EXIT.           02359001
028600       MOVE HV-NEW-BAL TO RP000-NEW-BAL.                          02860000
028700       MOVE W02-SIDE-SW TO RP000-TXN-CODE.                        02870000
028710       MOVE W02-DRCR-SW TO RP000-DRCR.                            02871001
028720       MOVE W01-TODAY TO RP000-POST-DATE.                         02872003
028730       MOVE W02-POST-SEQ TO RP000-POST-SEQ.                       02873003
028740       IF REV-POSTING                                             02874003
028750          MOVE W03-DATE(W03-REV-CUR) TO RP000-REV-DATE            02875003
028760          MOVE W03-SEQ(W03-REV-CUR) TO RP000-REV-SEQ              02876003
028770          MOVE W02-REV-CODE TO RP000-REV-CODE                     02877003
028780          MOVE W02-REV-RSN TO RP000-REV-RSN                       02878003
028790       END-IF.                                                    02879003
028800       WRITE RP000-POST-REC.                                      02880000
028900       IF NOT C01W-FST-POSTOK                                     02890000
029000          DISPLAY "JOURNAL WRITE ERR " W01-FST-POST               02900000
030200       WRITE RO000-RPT-REC.                                       03020000
030300 3900-REJECT-EXIT.                                                03030000
030400       EXIT.                                                      03040000
030405 3950-SI-RETURN.                                                  03040502
030410       ADD 1 TO W09-SIRT-CNT.                                     03041002
030415       MOVE SPACES TO RS-RTN-REC.                                 03041502
030420       MOVE TI000-SI-KEY TO RS-SI-KEY.                            03042002
030425       MOVE TI000-TXN-TYPE TO RS-TXN-TYPE.                        03042502
030430       MOVE TI000-TARGET-ID TO RS-TARGET-ID.                      03043002
030435       MOVE TI000-AMOUNT TO RS-AMOUNT.                            03043502
030440       MOVE 'OD' TO RS-REASON.                                    03044002
030445       MOVE W01-TODAY TO RS-POST-DATE.                            03044502
030450       WRITE RS-RTN-REC.                                          03045002
030455       IF NOT C01W-FST-SIRTOK                                     03045502
030460          DISPLAY "SI RETURN WRITE ERR " W01-FST-SIRT             03046002
030465          MOVE 30 TO RETURN-CODE                                  03046502
030470          STOP RUN                                                03047002
030475       END-IF.                                                    03047502
030480 3950-SI-EXIT.                                                    03048002
030485       EXIT.                                                      03048502
030490 3600-POST-REVERSAL.                                              03049003
030495       ADD 1 TO W03-REV-CUR.                                      03049503
030500       MOVE TI000-REV-RSN TO W02-REV-RSN.                         03050003
030505       IF W03-REV-CUR > 500                                       03050503
030510          MOVE "TOO MANY REVERSALS IN ONE RUN" TO W02-REV-MSG     03051003
030515          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03051503
030520          GO TO 3600-REV-EXIT                                     03052003
030525       END-IF.                                                    03052503
030530       IF NOT REV-RSN-OK                                          03053003
030535          MOVE "REASON CODE MISSING OR INVALID" TO W02-REV-MSG    03053503
030540          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03054003
030545          GO TO 3600-REV-EXIT                                     03054503
030550       END-IF.                                                    03055003
030555       IF TI000-REV-DATE NOT NUMERIC OR TI000-REV-SEQ NOT NUMERIC 03055503
030560          MOVE "ORIGINAL DATE/SEQUENCE INVALID" TO W02-REV-MSG    03056003
030565          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03056503
030570          GO TO 3600-REV-EXIT                                     03057003
030575       END-IF.                                                    03057503
030580       IF W03-ORG-CODE(W03-REV-CUR) = SPACES                      03058003
030585          MOVE "ORIGINAL NOT ON JOURNAL" TO W02-REV-MSG           03058503
030590          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03059003
030595          GO TO 3600-REV-EXIT                                     03059503
030600       END-IF.                                                    03060003
030605       IF W03-REVERSED(W03-REV-CUR)                               03060503
030610          MOVE "ENTRY ALREADY REVERSED" TO W02-REV-MSG            03061003
030615          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03061503
030620          GO TO 3600-REV-EXIT                                     03062003
030625       END-IF.                                                    03062503
030630       IF W03-ORG-CODE(W03-REV-CUR) NOT = 'DP'                    03063003
030635          AND W03-ORG-CODE(W03-REV-CUR) NOT = 'WD'                03063503
030640          AND W03-ORG-CODE(W03-REV-CUR) NOT = 'TO'                03064003
030645          MOVE "ENTRY TYPE CANNOT BE REVERSED" TO W02-REV-MSG     03064503
030650          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03065003
030655          GO TO 3600-REV-EXIT                                     03065503
030660       END-IF.                                                    03066003
030665       IF W03-ORG-CUST(W03-REV-CUR) NOT = TI000-CUST-ID           03066503
030670          MOVE "ACCOUNT DOES NOT MATCH ORIGINAL" TO W02-REV-MSG   03067003
030675          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03067503
030680          GO TO 3600-REV-EXIT                                     03068003
030685       END-IF.                                                    03068503
030690       IF W03-ORG-CODE(W03-REV-CUR) = 'TO'                        03069003
030695          AND W03-ORG-TARGET(W03-REV-CUR) = SPACES                03069503
030700          MOVE "TRANSFER TARGET NOT ON JOURNAL" TO W02-REV-MSG    03070003
030705          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03070503
030710          GO TO 3600-REV-EXIT                                     03071003
030715       END-IF.                                                    03071503
030720       MOVE W03-ORG-AMT(W03-REV-CUR) TO W02-AMOUNT.               03072003
030725*      BOTH SIDES ARE READ BEFORE EITHER IS TOUCHED, AS FOR A     03072503
030730*      TRANSFER.  A REVERSAL CORRECTS AN ERROR, SO NO OVERDRAFT   03073003
030735*      CHECK - A BALANCE LEFT NEGATIVE IS FLAGGED ON THE REGISTER.03073503
030740       MOVE TI000-CUST-ID TO HV-CUST-ID.                          03074003
030745       PERFORM 3150-READ-ACCOUNT THRU 3150-READ-EXIT.             03074503
030750       IF NOT ACCT-FOUND                                          03075003
030755          MOVE "ACCOUNT NOT ON EXP_OUT" TO W02-REV-MSG            03075503
030760          PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT      03076003
030765          GO TO 3600-REV-EXIT                                     03076503
030770       END-IF.                                                    03077003
030775       MOVE HV-BAL TO W02-SRC-BAL.                                03077503
030780       MOVE HV-ACC-TYPE TO W02-SRC-TYPE.                          03078003
030785       IF W03-ORG-CODE(W03-REV-CUR) = 'TO'                        03078503
030790          MOVE W03-ORG-TARGET(W03-REV-CUR) TO HV-CUST-ID          03079003
030795          PERFORM 3150-READ-ACCOUNT THRU 3150-READ-EXIT           03079503
030800          IF NOT ACCT-FOUND                                       03080003
030805             MOVE "TRANSFER TARGET NOT ON EXP_OUT" TO W02-REV-MSG 03080503
030810             PERFORM 3690-REFUSE-REVERSAL THRU 3690-REFUSE-EXIT   03081003
030815             GO TO 3600-REV-EXIT                                  03081503
030820          END-IF                                                  03082003
030825          MOVE HV-BAL TO W02-TGT-BAL                              03082503
030830          MOVE HV-ACC-TYPE TO W02-TGT-TYPE                        03083003
030835       END-IF.                                                    03083503
030840       ADD 1 TO W02-POST-SEQ.                                     03084003
030845       MOVE 'Y' TO W02-REV-SW.                                    03084503
030850       MOVE 'RV' TO W02-SIDE-SW.                                  03085003
030855       MOVE TI000-CUST-ID TO HV-CUST-ID.                          03085503
030860       MOVE W02-SRC-BAL TO HV-BAL.                                03086003
030865       MOVE W02-SRC-TYPE TO HV-ACC-TYPE.                          03086503
030870       MOVE W03-ORG-CODE(W03-REV-CUR) TO W02-REV-CODE.            03087003
030875       IF W03-ORG-CODE(W03-REV-CUR) = 'DP'                        03087503
030880          COMPUTE HV-NEW-BAL = W02-SRC-BAL - W02-AMOUNT           03088003
030885          MOVE 'D' TO W02-DRCR-SW                                 03088503
030890       ELSE                                                       03089003
030895          COMPUTE HV-NEW-BAL = W02-SRC-BAL + W02-AMOUNT           03089503
030900          MOVE 'C' TO W02-DRCR-SW                                 03090003
030905       END-IF.                                                    03090503
030910       PERFORM 3500-APPLY-BALANCE THRU 3500-APPLY-EXIT.           03091003
030915       PERFORM 3680-CHECK-OVERDRAWN THRU 3680-CHECK-EXIT.         03091503
030920       IF W03-ORG-CODE(W03-REV-CUR) = 'TO'                        03092003
030925          MOVE W03-ORG-TARGET(W03-REV-CUR) TO HV-CUST-ID          03092503
030930          MOVE W02-TGT-BAL TO HV-BAL                              03093003
030935          MOVE W02-TGT-TYPE TO HV-ACC-TYPE                        03093503
030940          MOVE 'TI' TO W02-REV-CODE                               03094003
030945          COMPUTE HV-NEW-BAL = W02-TGT-BAL - W02-AMOUNT           03094503
030950          MOVE 'D' TO W02-DRCR-SW                                 03095003
030955          PERFORM 3500-APPLY-BALANCE THRU 3500-APPLY-EXIT         03095503
030960          PERFORM 3680-CHECK-OVERDRAWN THRU 3680-CHECK-EXIT       03096003
030965       END-IF.                                                    03096503
030970       MOVE 'N' TO W02-REV-SW.                                    03097003
030975       PERFORM 3610-MARK-REVERSED THRU 3610-MARK-EXIT             03097503
030980           VARYING W03-REV-IDX FROM 1 BY 1                        03098003
030985           UNTIL W03-REV-IDX > W03-REV-CNT.                       03098503
030990       ADD 1 TO W09-REV-CNT.                                      03099003
030995       MOVE W02-AMOUNT TO W02-AMT-ED.                             03099503
031000       MOVE SPACES TO RR000-REV-REC.                              03100003
031005       STRING "POSTED  " W03-DATE(W03-REV-CUR) "/"                03100503
031010              W03-SEQ(W03-REV-CUR) " " W03-ORG-CODE(W03-REV-CUR)  03101003
031015              " " TI000-CUST-ID " " W03-ORG-TARGET(W03-REV-CUR)   03101503
031020              " " W02-AMT-ED " " W02-REV-RSN                      03102003
031025              " AS " W01-TODAY "/" W02-POST-SEQ                   03102503
031030          DELIMITED BY SIZE INTO RR000-REV-REC                    03103003
031035       END-STRING.                                                03103503
031040       WRITE RR000-REV-REC.                                       03104003
031045 3600-REV-EXIT.                                                   03104503
031050       EXIT.                                                      03105003
031055 3610-MARK-REVERSED.                                              03105503
031060*      A LATER CARD FOR THE SAME ENTRY IS REFUSED.                03106003
031065       IF W03-KEY(W03-REV-IDX) = W03-KEY(W03-REV-CUR)             03106503
031070          MOVE 'Y' TO W03-DONE-SW(W03-REV-IDX)                    03107003
031075       END-IF.                                                    03107503
031080 3610-MARK-EXIT.                                                  03108003
031085       EXIT.                                                      03108503
031090 3680-CHECK-OVERDRAWN.                                            03109003
031095       IF HV-NEW-BAL < 0                                          03109503
031100          MOVE SPACES TO RR000-REV-REC                            03110003
031105          STRING "        " HV-CUST-ID                            03110503
031110                 " ACCOUNT OVERDRAWN BY THIS REVERSAL"            03111003
031115             DELIMITED BY SIZE INTO RR000-REV-REC                 03111503
031120          END-STRING                                              03112003
031125          WRITE RR000-REV-REC                                     03112503
031130       END-IF.                                                    03113003
031135 3680-CHECK-EXIT.                                                 03113503
031140       EXIT.                                                      03114003
031145 3690-REFUSE-REVERSAL.                                            03114503
031150       ADD 1 TO W09-REVREF-CNT.                                   03115003
031155       MOVE SPACES TO RR000-REV-REC.                              03115503
031160       STRING "REFUSED " TI000-REV-DATE "/" TI000-REV-SEQ         03116003
031165              " " TI000-CUST-ID " " TI000-REV-RSN " " W02-REV-MSG 03116503
031170          DELIMITED BY SIZE INTO RR000-REV-REC                    03117003
031175       END-STRING.                                                03117503
031180       WRITE RR000-REV-REC.                                       03118003
031185 3690-REFUSE-EXIT.                                                03118503
031190       EXIT.                                                      03119003
032500 4000-CLOSE-PARA.                                                 03250000
032600       EXEC SQL                                                   03260000
032700         COMMIT                                                   03270000
032800       END-EXEC.                                                  03280000
032900       MOVE SPACES TO RO000-RPT-REC.                              03290000
033000       STRING "TXNS=" W09-TXN-CNT                                 03300000
033100              " DEPOSITS=" W09-DEP-CNT                            03310000
033200              " WITHDRAWALS=" W09-WDR-CNT                         03320000
033300              " TRANSFERS=" W09-TRF-CNT                           03330000
033400              " OVERDRAFT=" W09-OVRD-CNT                          03340000
033500              " REJECTED=" W09-REJ-CNT                            03350000
033510              " SI-RETURNS=" W09-SIRT-CNT                         03351002
033520              " REVERSALS=" W09-REV-CNT                           03352003
033600          DELIMITED BY SIZE INTO RO000-RPT-REC                    03360000
033700       END-STRING.                                                03370000
033800       WRITE RO000-RPT-REC.                                       03380000
033801       MOVE SPACES TO RR000-REV-REC.                              03380103
033802       STRING "REVERSALS POSTED=" W09-REV-CNT                     03380203
033803              " REFUSED=" W09-REVREF-CNT                          03380303
033804          DELIMITED BY SIZE INTO RR000-REV-REC                    03380403
033805       END-STRING.                                                03380503
033806       WRITE RR000-REV-REC.                                       03380603
033810       CLOSE TI000-TXN-FILE RP000-POST-FILE RO000-RPT-FILE        03381002
033820             RS000-SIRTN-FILE RR000-REV-FILE.                     03382003
034000       DISPLAY "TXNS READ        : " W09-TXN-CNT.                 03400000
034100       DISPLAY "DEPOSITS POSTED  : " W09-DEP-CNT.                 03410000
034200       DISPLAY "WITHDRAWALS      : " W09-WDR-CNT.                 03420000
034300       DISPLAY "TRANSFERS        : " W09-TRF-CNT.                 03430000
034400       DISPLAY "OVERDRAFT REFUSED: " W09-OVRD-CNT.                03440000
034500       DISPLAY "REJECTED         : " W09-REJ-CNT.                 03450000
034510       DISPLAY "SI RETURNS       : " W09-SIRT-CNT.                03451002
034520       DISPLAY "REVERSALS POSTED : " W09-REV-CNT.                 03452003
034530       DISPLAY "REVERSALS REFUSED: " W09-REVREF-CNT.              03453003
034600       IF W09-OVRD-CNT > 0 OR W09-REJ-CNT > 0                     03460000
034610          OR W09-REVREF-CNT > 0                                   03461003
034700          MOVE 4 TO RETURN-CODE                                   03470000
034800       END-IF.                                                    03480000
034850       PERFORM 4100-RUNSTAT-PARA THRU 4100-RUNSTAT-EXIT.          03485004
034900 4000-CLOSE-EXIT.                                                 03490000
035000       EXIT.                                                      03500000
035002 4100-RUNSTAT-PARA.                                               03500204
035004*      A RUNSTATS FAILURE IS REPORTED BUT DOES NOT FAIL THE RUN.  03500404
035006       OPEN EXTEND ST000-STAT-FILE.                               03500604
035008       IF NOT C01W-FST-STATOK                                     03500804
035010          DISPLAY "RUNSTATS OPEN ERR " W01-FST-STAT               03501004
035012          GO TO 4100-RUNSTAT-EXIT                                 03501204
035014       END-IF.                                                    03501404
035016       MOVE SPACES TO RS-RUNSTAT-REC.                             03501604
035018       MOVE 'TXNPOST' TO RS-PGM-NAME.                             03501804
035020       ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.                     03502004
035022       ACCEPT RS-RUN-TIME FROM TIME.                              03502204
035024       MOVE W09-TXN-CNT TO RS-READ-CNT.                           03502404
035026       ADD W09-DEP-CNT W09-WDR-CNT W09-TRF-CNT W09-REV-CNT        03502604
035028           GIVING RS-WRITE-CNT.                                   03502804
035030       ADD W09-OVRD-CNT W09-REJ-CNT W09-REVREF-CNT                03503004
035032           GIVING RS-REJ-CNT.                                     03503204
035034       MOVE RETURN-CODE TO RS-RETURN-CD.                          03503404
035036       WRITE RS-RUNSTAT-REC.                                      03503604
035038       IF NOT C01W-FST-STATOK                                     03503804
035040          DISPLAY "RUNSTATS WRITE ERR " W01-FST-STAT              03504004
035042       END-IF.                                                    03504204
035044       CLOSE ST000-STAT-FILE.                                     03504404
035046 4100-RUNSTAT-EXIT.                                               03504604
035048       EXIT.                                                      03504804
035100 9500-SQL-ERROR-PARA.                                             03510000
035200      CALL 'SQLERRS' USING W02-SQLERR-PGM                         03520000
035300           W99-ERR-PARA W99-ERR-DESC SQLCA.                       03530000
035400 9500-SQL-ERROR-EXIT.                                             03540000
035500      EXIT.                                                       03550000
