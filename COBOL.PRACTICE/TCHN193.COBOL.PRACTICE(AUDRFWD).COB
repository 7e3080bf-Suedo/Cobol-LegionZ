001700*               SKIPPED; ANOMALIES GO TO THE REPLAY REPORT.       00170000
001800* AUTHOR      : GIRIDHAR                                          00180000
001900* CREATED ON  : 02 SEP 2026                                       00190000
001910* MODIFIED ON : 15 OCT 2026 - CONTROL RECORDS SKIPPED             00191001
002000***************************************************************** 00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
014700 3000-PRCS-RECS.                                                  01470000
014800      READ AUDFILE.                                               01480000
014900      EVALUATE TRUE                                               01490000
014910         WHEN AU-READ-OK AND AU-CTL-REC                           01491001
014920            CONTINUE                                              01492001
015000         WHEN AU-READ-OK                                          01500000
015100            ADD 1 TO IP-CNTR                                      01510000
015200            PERFORM 3100-REPLAY-ONE                               01520000
