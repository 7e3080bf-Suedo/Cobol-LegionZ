004200       05  SL-CNTR             PIC 9(6) VALUE 0.                  00420001
004300       05  OP-CNTR              PIC 9(6) VALUE 0.                 00430001
004310       05  REJ-CNTR             PIC 9(6) VALUE 0.                 00431004
004312       05  NOHIRE-CNTR          PIC 9(6) VALUE 0.                 00431210
004314       05  WS-FIRST-ASSOID      PIC X(6) VALUE SPACES.            00431410
004316       05  WS-LAST-ASSOID       PIC X(6) VALUE SPACES.            00431610
004320 01 WS-SORT-STATUS            PIC X VALUE "N".                    00432004
004330       88 SORT-EOF             VALUE "Y".                         00433004
004340 01 WS-EMAIL-CHECK.                                               00434008
004350      05 WS-EMAIL-VALID  PIC X VALUE 'Y'.                         00435008
004360      05 WS-EMAIL-REASON PIC X(15) VALUE SPACES.                  00436008
004370      05 WS-REJ-REASON   PIC X(10) VALUE SPACES.                  00437008
004380 01 WS-HIRE-CHECK.                                                00438009
004381      05 WS-HIRE-VALID   PIC X VALUE 'Y'.                         00438109
004382      05 WS-TODAY        PIC 9(8) VALUE ZEROS.                    00438209
004400                                                                  00440000
004500 PROCEDURE DIVISION.                                              00450000
004600 0000-MAIN-PARA.                                                  00460000
004605      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         00460509
004610      PERFORM 1000-OPEN-FILES.                                    00461004
004700      SORT SORT-WORK ON ASCENDING KEY SRT-ASSOID                  00470001
004710      USING IPFILE                                                00471004
005276               MOVE WS-EMAIL-REASON TO WS-REJ-REASON              00527608
005277               PERFORM 3200-WRITE-REJ                             00527708
005278            ELSE                                                  00527808
005279               PERFORM 3150-EDIT-HIREDT                           00527910
005280               IF WS-HIRE-VALID = 'N'                             00528010
005281                  DISPLAY 'BAD HIRE DATE REJECTED : '             00528110
005282                          SRT-ASSOID ' ' SRT-HIRE-DATE            00528210
005283                  MOVE 'BAD HIREDT' TO WS-REJ-REASON              00528310
005284                  PERFORM 3200-WRITE-REJ                          00528410
005285               ELSE                                               00528510
005287                  MOVE SRT-EMP-DATA-REC TO OP-EMP-DATA-REC        00528710
005290                  WRITE OP-EMP-DATA-REC                           00529010
005300                  EVALUATE TRUE                                   00530010
005310                     WHEN OP-WRITE-OK                             00531010
005320                          ADD 1 TO OP-CNTR                        00532010
005321                          IF OP-CNTR = 1                          00532110
005322                             MOVE SRT-ASSOID TO WS-FIRST-ASSOID   00532210
005323                          END-IF                                  00532310
005324                          MOVE SRT-ASSOID TO WS-LAST-ASSOID       00532410
005330                     WHEN OP-DUPKEY                               00533010
005340                          DISPLAY 'DUPLICATE ASSOID REJECTED : '  00534010
005350                                  SRT-ASSOID                      00535010
005352                          MOVE 'DUP ASSOID' TO WS-REJ-REASON      00535210
005360                          PERFORM 3200-WRITE-REJ                  00536010
005370                     WHEN OTHER                                   00537010
005380                          DISPLAY 'ERR WRITING OPFILE ' OP-STATUS 00538010
005390                          STOP RUN                                00539010
005395                  END-EVALUATE                                    00539510
005400               END-IF                                             00540010
005401            END-IF                                                00540108
005410      END-RETURN.                                                 00541004
005420      EXIT.                                                       00542004
005421 3150-EDIT-HIREDT.                                                00542110
005422      MOVE 'Y' TO WS-HIRE-VALID.                                  00542210
005423      IF SRT-HIRE-DATE = SPACES                                   00542310
005424         ADD 1 TO NOHIRE-CNTR                                     00542410
005425      ELSE                                                        00542510
005426         IF SRT-HIRE-DATE NOT NUMERIC                             00542610
005427            OR SRT-HIRE-DATE > WS-TODAY                           00542710
005428            MOVE 'N' TO WS-HIRE-VALID                             00542810
005429         END-IF                                                   00542910
005430         IF SRT-EMP-DOB NUMERIC                                   00543010
005431            AND SRT-HIRE-DATE NOT > SRT-EMP-DOB                   00543110
005432            MOVE 'N' TO WS-HIRE-VALID                             00543210
005433         END-IF                                                   00543310
005434      END-IF.                                                     00543410
005435      EXIT.                                                       00543510
005436 3200-WRITE-REJ.                                                  00543610
005440      MOVE SRT-EMP-DATA-REC TO REJ-EMP-DATA-REC.                  00544004
005450      WRITE REJ-EMP-DATA-REC.                                     00545004
005460      EVALUATE TRUE                                               00546004
005526      EXIT.                                                       00552604
005530 4000-CLOSE-FILES.                                                00553004
005540      CLOSE OPFILE REJFILE SUSPFILE.                              00554007
005580      PERFORM 4100-WRITE-SUMM.                                    00558010
005590      CLOSE SUMFILE.                                              00559010
005600      PERFORM 4200-WRITE-RUNSTAT.                                 00560010
005610      DISPLAY 'RECORDS READ     : ' IP-CNTR.                      00561010
005620      DISPLAY 'RECORDS LOADED   : ' OP-CNTR.                      00562010
005630      DISPLAY 'RECORDS REJECTED : ' REJ-CNTR.                     00563010
005640      DISPLAY 'NO HIRE DATE     : ' NOHIRE-CNTR.                  00564010
005650 4100-WRITE-SUMM.                                                 00565010
005660      MOVE SPACES TO SUM-REC                                      00566010
005670      STRING 'RECORDS READ     : ' DELIMITED BY SIZE              00567010
005680              IP-CNTR DELIMITED BY SIZE                           00568010
005690         INTO SUM-REC                                             00569010
005700      END-STRING.                                                 00570010
005710      WRITE SUM-REC.                                              00571010
005720      MOVE SPACES TO SUM-REC                                      00572010
005730      STRING 'RECORDS LOADED   : ' DELIMITED BY SIZE              00573010
005740              OP-CNTR DELIMITED BY SIZE                           00574010
005750         INTO SUM-REC                                             00575010
005760      END-STRING.                                                 00576010
005770      WRITE SUM-REC.                                              00577010
005780      MOVE SPACES TO SUM-REC                                      00578010
005790      STRING 'RECORDS REJECTED : ' DELIMITED BY SIZE              00579010
005800              REJ-CNTR DELIMITED BY SIZE                          00580010
005810         INTO SUM-REC                                             00581010
005820      END-STRING.                                                 00582010
005830      WRITE SUM-REC.                                              00583010
005840      MOVE SPACES TO SUM-REC                                      00584010
005850      STRING 'NO HIRE DATE     : ' DELIMITED BY SIZE              00585010
005860              NOHIRE-CNTR DELIMITED BY SIZE                       00586010
005870         INTO SUM-REC                                             00587010
005880      END-STRING.                                                 00588010
005890      WRITE SUM-REC.                                              00589010
005900      MOVE SPACES TO SUM-REC                                      00590010
005910      STRING 'FIRST ASSOID LOADED : ' DELIMITED BY SIZE           00591010
005920              WS-FIRST-ASSOID DELIMITED BY SIZE                   00592010
005930         INTO SUM-REC                                             00593010
005940      END-STRING.                                                 00594010
005950      WRITE SUM-REC.                                              00595010
005960      MOVE SPACES TO SUM-REC                                      00596010
005970      STRING 'LAST ASSOID LOADED  : ' DELIMITED BY SIZE           00597010
005980              WS-LAST-ASSOID DELIMITED BY SIZE                    00598010
005990         INTO SUM-REC                                             00599010
006000      END-STRING.                                                 00600010
006010      WRITE SUM-REC.                                              00601010
006020      EXIT.                                                       00602010
006030 4200-WRITE-RUNSTAT.                                              00603010
006040      OPEN EXTEND STATFILE.                                       00604010
006050      EVALUATE TRUE                                               00605010
006060         WHEN RS-OPEN-OK                                          00606010
006070              MOVE SPACES TO RS-RUNSTAT-REC                       00607010
006080              MOVE 'KSDSLOAD' TO RS-PGM-NAME                      00608010
006090              ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD               00609010
006100              ACCEPT RS-RUN-TIME FROM TIME                        00610010
006110              MOVE IP-CNTR  TO RS-READ-CNT                        00611010
006120              MOVE OP-CNTR  TO RS-WRITE-CNT                       00612010
006130              MOVE REJ-CNTR TO RS-REJ-CNT                         00613010
006140              MOVE RETURN-CODE TO RS-RETURN-CD                    00614010
006150              WRITE RS-RUNSTAT-REC                                00615010
006160              IF NOT RS-WRITE-OK                                  00616010
006170                 DISPLAY 'ERR WRITING STATFILE ' RS-STATUS        00617010
006180              END-IF                                              00618010
006190              CLOSE STATFILE                                      00619010
006200         WHEN OTHER                                               00620010
006210              DISPLAY 'ERR OPENING STATFILE ' RS-STATUS           00621010
006220      END-EVALUATE.                                               00622010
006230      EXIT.                                                       00623010
