001800*               ACKNOWLEDGMENT AGAINST THE SEQUENCE CONTROL       00180000
001900*               THE NEXT MORNING.  TWO CURSOR PASSES - ONE TO     00190000
002000*               COUNT AND TOTAL, ONE TO WRITE.                    00200000
002010*               THE HEADER DATE IS THE VALUE DATE - TODAY WHEN    00201002
002020*               TODAY IS A BUSINESS DAY, ELSE THE NEXT ONE        00202002
002030*               (BDAYSUB).  THE RUN IS REFUSED RC 12 WHEN THE     00203002
002040*               CALENDAR CANNOT GIVE A VALUE DATE.                00204002
002100* AUTHOR      : BOOSAN                                            00210000
002200* CREATED ON  : 02 SEP 2026                                       00220000
002210* MODIFIED ON : 15 OCT 2026 - HEADER CARRIES BUSINESS VALUE DATE  00221002
002300***************************************************************** 00230000
002400 ENVIRONMENT DIVISION.                                            00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
011800    88 C01W-SQL-OK      VALUE +000.                               01180000
011900    88 C01W-SQL-EOT     VALUE +100.                               01190000
012000 01 WS-TODAY  PIC 9(8) VALUE ZEROS.                               01200000
012010 01 WS-VALUE-DATE PIC 9(8) VALUE ZEROS.                           01201002
012100 01 WS-SEQ-NO PIC 9(6) VALUE 1.                                   01210000
012200 01 WS-PASS-NO PIC 9 VALUE 1.                                     01220000
012300 01 RM-CNT PIC 9(4) VALUE 0.                                      01230000
013900    05 W99-ERR-DESC     PIC X(30).                                01390000
014000    05 W99-ERR-CODE     PIC X(7).                                 01400000
014100 01 W02-SQLERR-PGM PIC X(8) VALUE 'PAYEXTR'.                      01410000
014110 COPY CALPARM REPLACING ==:BDL:== BY ==BD==.                      01411002
014200 PROCEDURE DIVISION.                                              01420000
014300 0000-MAIN-PARA.                                                  01430000
014400       ACCEPT WS-TODAY FROM DATE YYYYMMDD.                        01440000
014410       PERFORM 1200-VALUE-DATE.                                   01441002
014500       PERFORM 1000-GET-SEQUENCE.                                 01450000
014600       PERFORM 1500-LOAD-REMITTED.                                01460000
014700       MOVE 1 TO WS-PASS-NO.                                      01470000
017100       END-IF.                                                    01710000
017200       DISPLAY 'REMITTANCE SEQUENCE : ' WS-SEQ-NO.                01720000
017300       EXIT.                                                      01730000
017301 1200-VALUE-DATE.                                                 01730102
017302       MOVE 'A' TO BD-FUNC.                                       01730202
017303       MOVE WS-TODAY TO BD-DATE-1.                                01730302
017304       MOVE 0 TO BD-DAYS.                                         01730402
017305       CALL 'BDAYSUB' USING BD-CAL-PARM.                          01730502
017306       EVALUATE TRUE                                              01730602
017307         WHEN BD-CAL-OK                                           01730702
017308           MOVE BD-OUT-DATE TO WS-VALUE-DATE                      01730802
017309         WHEN BD-YEAR-MISSING                                     01730902
017310           DISPLAY 'CALENDAR YEAR ' BD-MISS-YEAR                  01731002
017311                   ' NOT ON FILE - RUN REFUSED'                   01731102
017312           MOVE 12 TO RETURN-CODE                                 01731202
017313           STOP RUN                                               01731302
017314         WHEN OTHER                                               01731402
017315           DISPLAY 'BUSINESS-DAY CALENDAR UNAVAILABLE - RESULT '  01731502
017316                   BD-RESULT ' - RUN REFUSED'                     01731602
017317           MOVE 12 TO RETURN-CODE                                 01731702
017318           STOP RUN                                               01731802
017319       END-EVALUATE.                                              01731902
017320       DISPLAY 'VALUE DATE          : ' WS-VALUE-DATE.            01732002
017321       EXIT.                                                      01732102
017400 1500-LOAD-REMITTED.                                              01740000
017500       OPEN INPUT REMIN.                                          01750000
017600       IF NOT RI-OPEN-OK                                          01760000
023400       EXIT.                                                      02340000
023500 3100-WRITE-HEADER.                                               02350000
023600       MOVE SPACES TO PAY-REC.                                    02360000
023700       STRING 'HDR,' WS-SEQ-NO ',' WS-VALUE-DATE ','              02370002
023800              WS-PASS1-CNT ',' WS-PASS1-AMT                       02380000
023900          DELIMITED BY SIZE INTO PAY-REC                          02390000
024000       END-STRING.                                                02400000
