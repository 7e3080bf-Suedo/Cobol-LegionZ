001100*               DEVIATES FROM THE PROGRAM'S OWN HISTORY.          00110000
001200*               ALSO FORECASTS WHEN THE ASSOCIATE MASTER WILL     00120000
001300*               OUTGROW ITS ALLOCATION (5 CYL PRIMARY PLUS 15     00130000
001400*               SECONDARY EXTENTS OF 2 CYL, ABOUT 5772 RECORDS    00140001
001500*               OF 147 BYTES PER 3390 CYLINDER) USING KSDSLOAD    00150001
001600*               AND MJ24MAINT WRITE VOLUMES AS A WORST CASE.      00160000
001700*               FLAGS - A = VOLUME ANOMALY, D = REJECT DRIFT.     00170000
001800*               RC 4 WHEN ANY PROGRAM IS FLAGGED, RC 8 WHEN THE   00180000
001900*               MASTER IS FORECAST FULL WITHIN 30 DAYS.           00190000
001910*               DDRSTAT NOW HOLDS THE RETAINED PORTION ONLY -     00191002
001920*               RETNHKP MOVES OLDER RUNS TO THE RETNARC           00192002
001930*               GENERATIONS MONTHLY.  FOR THE FULL HISTORY        00193002
001940*               CONCATENATE THE GENERATIONS OLDEST FIRST AHEAD    00194002
001950*               OF THE LIVE DATASET (SEE RETNJOB).                00195002
002000* AUTHOR      : GIRIDHAR                                          00200000
002100* CREATED ON  : 02 SEP 2026                                       00210000
002110* MODIFIED ON : 15 OCT 2026 - CAPACITY FOR THE 147-BYTE MASTER    00211001
002120* MODIFIED ON : 15 OCT 2026 - RETAINED RUNSTATS, ARCHIVE ON DEMAND00212002
002200***************************************************************** 00220000
002300 ENVIRONMENT DIVISION.                                            00230000
002400 INPUT-OUTPUT SECTION.                                            00240000
007200     05 WS-HI-BAND      PIC 9(9)  VALUE ZEROS.                    00720000
007300     05 WS-LO-BAND      PIC 9(9)  VALUE ZEROS.                    00730000
007400 01 WS-FORECAST-FIELDS.                                           00740000
007500     05 WS-CAPACITY     PIC 9(9)  VALUE 202020.                   00750001
007600     05 WS-EST-RECS     PIC 9(9)  VALUE ZEROS.                    00760000
007700     05 WS-MAINT-WRITES PIC 9(9)  VALUE ZEROS.                    00770000
007800     05 WS-MAINT-RUNS   PIC 9(4)  VALUE ZEROS.                    00780000
026900      MOVE SPACES TO RPT-REC.                                     02690000
027000      MOVE 'ASSOCIATE MASTER CAPACITY FORECAST' TO RPT-REC.       02700000
027100      WRITE RPT-REC.                                              02710000
027200      MOVE 'ALLOCATED RECORDS (35 CYL AT 5772/CYL)    :'          02720001
027300        TO FC-TEXT.                                               02730000
027400      MOVE WS-CAPACITY TO FC-VALUE.                               02740000
027500      WRITE RPT-REC FROM WS-FCST-LINE.                            02750000
