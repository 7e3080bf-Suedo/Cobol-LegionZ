000700* PRG DESC    : MAINTAINS THE REG-CODE REFERENCE TABLE THE        00070000
000800*               UPTKSDS AND BUSENRCH LOAD POINTS ENFORCE.         00080000
000900*               A = ADD A CODE (DESCRIPTION AND EFFECTIVE         00090000
000910*               DATE, OPTIONAL RENEWAL CYCLE IN MONTHS),          00091003
000920*               X = EXPIRE A CODE (EXPIRY DATE SET,               00092003
000930*               STATUS X), C = CHANGE THE RENEWAL CYCLE           00093003
000940*               BUSRENEW APPLIES TO BUSINESSES IN THE REGION.     00094003
000950*               EVERY CHANGE WRITES AN AUDIT ENTRY                00095003
001200*               IN THE SHARED AUDITREC SHAPE.                     00120000
001300* AUTHOR      : GIRIDHAR                                          00130000
001400* CREATED ON  : 02 SEP 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00141001
001420* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00142002
001430* MODIFIED ON : 15 OCT 2026 - RENEWAL CYCLE ON ADD, NEW OP C      00143003
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
007000    05 WS-OP PIC X(1).                                            00700000
007100    88 OP-ADD    VALUE 'A'.                                       00710000
007200    88 OP-EXPIRE VALUE 'X'.                                       00720000
007210    88 OP-CYCLE  VALUE 'C'.                                       00721003
007300    05 WS-REG-CODE PIC X(4).                                      00730000
007400    05 WS-REG-DESC PIC X(30).                                     00740000
007500    05 WS-EFF-DATE PIC X(8).                                      00750000
007600    05 WS-EXP-DATE PIC X(8).                                      00760000
007610    05 WS-RENEW-MTHS PIC X(3).                                    00761003
007620 01 WS-AUD-FIELD PIC X(10) VALUE SPACES.                          00762003
007700 01 WS-CNTRS.                                                     00770000
007800    05 IP-CNTR  PIC 9(6) VALUE ZEROS.                             00780000
007900    05 ADD-CNTR PIC 9(6) VALUE ZEROS.                             00790000
008000    05 EXP-CNTR PIC 9(6) VALUE ZEROS.                             00800000
008010    05 CYC-CNTR PIC 9(6) VALUE ZEROS.                             00801003
008100    05 REJ-CNTR PIC 9(6) VALUE ZEROS.                             00810000
008200 01 WS-ERR-DESC.                                                  00820000
008300    05  FILLER               PIC X(10) VALUE "ERROR IN ".         00830000
011700         MOVE AU-STATUS TO ERR-FILE-STATUS                        01170000
011800         PERFORM 9000-ERR-PARA                                    01180000
011900      END-IF.                                                     01190000
011910      CALL 'AUDSEAL' USING BY CONTENT 'H' 'REGMAINT'              01191002
011920                           BY REFERENCE AU-AUDIT-REC.             01192002
011930      WRITE AU-AUDIT-REC.                                         01193002
012000      OPEN OUTPUT RPTFILE.                                        01200000
012100      IF NOT RP-OPEN-OK                                           01210000
012200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01220000
013600            MOVE IP-REC(6:30) TO WS-REG-DESC                      01360000
013700            MOVE IP-REC(36:8) TO WS-EFF-DATE                      01370000
013800            MOVE IP-REC(44:8) TO WS-EXP-DATE                      01380000
013810            MOVE IP-REC(52:3) TO WS-RENEW-MTHS                    01381003
013900            EVALUATE TRUE                                         01390000
014000               WHEN OP-ADD                                        01400000
014010                  PERFORM 3100-ADD-CODE THRU 3100-ADD-EXIT        01401003
014200               WHEN OP-EXPIRE                                     01420000
014300                  PERFORM 3200-EXPIRE-CODE                        01430000
014310               WHEN OP-CYCLE                                      01431003
014320                  PERFORM 3300-CYCLE-CODE THRU 3300-CYCLE-EXIT    01432003
014400               WHEN OTHER                                         01440000
014500                  DISPLAY ' INVALID OPERATION : ' WS-OP           01450000
014600                  ADD 1 TO REJ-CNTR                               01460000
016600      MOVE WS-EFF-DATE TO RG-EFF-DATE.                            01660000
016700      MOVE ZEROS TO RG-EXP-DATE.                                  01670000
016800      MOVE 'A' TO RG-REG-STATUS.                                  01680000
016810      IF WS-RENEW-MTHS NUMERIC                                    01681003
016820         MOVE WS-RENEW-MTHS TO RG-RENEW-MONTHS                    01682003
016830      ELSE                                                        01683003
016840         MOVE ZEROS TO RG-RENEW-MONTHS                            01684003
016850      END-IF.                                                     01685003
016900      WRITE RG-REGION-REC.                                        01690000
017000      EVALUATE TRUE                                               01700000
017100         WHEN RG-WRITE-OK                                         01710000
017300            MOVE 'A' TO AU-ACTION                                 01730000
017400            MOVE SPACES TO AU-OLD-VALUE                           01740000
017500            MOVE WS-REG-DESC TO AU-NEW-VALUE                      01750000
017510            MOVE 'REG-CODE  ' TO WS-AUD-FIELD                     01751003
017600            PERFORM 3600-AUDIT-WRITE                              01760000
017700         WHEN RG-DUPKEY                                           01770000
017800            DISPLAY 'CODE ' WS-REG-CODE                           01780000
020400            IF RG-REWRITE-OK                                      02040000
020500               ADD 1 TO EXP-CNTR                                  02050000
020600               MOVE 'U' TO AU-ACTION                              02060000
020610               MOVE 'REG-CODE  ' TO WS-AUD-FIELD                  02061003
020700               MOVE SPACES TO AU-NEW-VALUE                        02070000
020800               STRING 'X ' RG-EXP-DATE                            02080000
020900                  DELIMITED BY SIZE INTO AU-NEW-VALUE             02090000
022300            ADD 1 TO REJ-CNTR                                     02230000
022400      END-EVALUATE.                                               02240000
022500      EXIT.                                                       02250000
022501 3300-CYCLE-CODE.                                                 02250103
022502      IF WS-RENEW-MTHS NOT NUMERIC                                02250203
022503         ADD 1 TO REJ-CNTR                                        02250303
022504         DISPLAY 'BAD CYCLE TXN FOR CODE ' WS-REG-CODE            02250403
022505         GO TO 3300-CYCLE-EXIT                                    02250503
022506      END-IF.                                                     02250603
022507      MOVE WS-REG-CODE TO RG-REG-CODE.                            02250703
022508      READ REGFILE.                                               02250803
022509      EVALUATE TRUE                                               02250903
022510         WHEN RG-READ-OK                                          02251003
022511            MOVE SPACES TO AU-OLD-VALUE                           02251103
022512            MOVE RG-RENEW-MONTHS TO AU-OLD-VALUE                  02251203
022513            MOVE WS-RENEW-MTHS TO RG-RENEW-MONTHS                 02251303
022514            REWRITE RG-REGION-REC                                 02251403
022515            IF RG-REWRITE-OK                                      02251503
022516               ADD 1 TO CYC-CNTR                                  02251603
022517               MOVE 'U' TO AU-ACTION                              02251703
022518               MOVE SPACES TO AU-NEW-VALUE                        02251803
022519               MOVE WS-RENEW-MTHS TO AU-NEW-VALUE                 02251903
022520               MOVE 'RENEW-MTHS' TO WS-AUD-FIELD                  02252003
022521               PERFORM 3600-AUDIT-WRITE                           02252103
022522            ELSE                                                  02252203
022523               DISPLAY 'CODE ' WS-REG-CODE                        02252303
022524                  ' CYCLE NOT CHANGED, STATUS = ' RG-STATUS       02252403
022525               ADD 1 TO REJ-CNTR                                  02252503
022526            END-IF                                                02252603
022527         WHEN RG-KEYNF                                            02252703
022528            DISPLAY 'CODE ' WS-REG-CODE ' NOT FOUND '             02252803
022529            ADD 1 TO REJ-CNTR                                     02252903
022530         WHEN OTHER                                               02253003
022531            DISPLAY 'CODE ' WS-REG-CODE                           02253103
022532               ' CYCLE ERROR, STATUS = ' RG-STATUS                02253203
022533            ADD 1 TO REJ-CNTR                                     02253303
022534      END-EVALUATE.                                               02253403
022535 3300-CYCLE-EXIT.                                                 02253503
022536      EXIT.                                                       02253603
022600 3600-AUDIT-WRITE.                                                02260000
022700      MOVE 'REGKSDS ' TO AU-FILE-ID.                              02270000
022800      MOVE WS-REG-CODE TO AU-REC-KEY.                             02280000
022810      MOVE WS-AUD-FIELD TO AU-FIELD-ID.                           02281003
023000      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02300000
023100      ACCEPT AU-CHG-TIME FROM TIME.                               02310000
023110      CALL 'OPERSUB' USING AU-OPER-ID.                            02311001
023120      CALL 'AUDSEAL' USING BY CONTENT 'D' 'REGMAINT'              02312002
023130                           BY REFERENCE AU-AUDIT-REC.             02313002
023200      WRITE AU-AUDIT-REC.                                         02320000
023300      IF NOT AU-WRITE-OK                                          02330000
023400         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02340000
023900      STRING 'READ=' IP-CNTR                                      02390000
024000             ' ADDED=' ADD-CNTR                                   02400000
024100             ' EXPIRED=' EXP-CNTR                                 02410000
024110             ' CYCLE CHGD=' CYC-CNTR                              02411003
024200             ' REJECTED=' REJ-CNTR                                02420000
024300         DELIMITED BY SIZE INTO RPT-REC                           02430000
024400      END-STRING.                                                 02440000
024500      WRITE RPT-REC.                                              02450000
024510      CALL 'AUDSEAL' USING BY CONTENT 'T' 'REGMAINT'              02451002
024520                           BY REFERENCE AU-AUDIT-REC.             02452002
024530      WRITE AU-AUDIT-REC.                                         02453002
024600      CLOSE IP-FILE REGFILE AUDIT-FILE RPTFILE.                   02460000
024700      DISPLAY 'TXNS READ      : ' IP-CNTR.                        02470000
024800      DISPLAY 'CODES ADDED    : ' ADD-CNTR.                       02480000
024900      DISPLAY 'CODES EXPIRED  : ' EXP-CNTR.                       02490000
024910      DISPLAY 'CYCLES CHANGED : ' CYC-CNTR.                       02491003
025000      DISPLAY 'TXNS REJECTED  : ' REJ-CNTR.                       02500000
025100      IF REJ-CNTR > 0                                             02510000
025200         MOVE 4 TO RETURN-CODE                                    02520000
