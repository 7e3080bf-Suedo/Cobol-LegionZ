001300*               CITY INSIDE CLMADDRESS, SO MATCHING IS BY LIKE.   00130000
001400* AUTHOR      : BOOSAN                                            00140000
001500* CREATED ON  : 28 JUL 2026                                       00150000
001510* MODIFIED ON : 15 OCT 2026 - EXPECTED LOSS AT THE RATE IN FORCE  00151001
001520*               ON EACH CLAIM DATE.  TB_CITYLOSS NOW HOLDS DATED  00152001
001530*               RATE PERIODS; THE CURRENT RATE (EFF_TO_DATE       00153001
001540*               9999-12-31) IS SHOWN AND DRIVES RE-RATING.        00154001
001600***************************************************************** 00160000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
003400        DECLARE CURC CURSOR FOR                                   00340000
003500          SELECT CITY, CITYLOSS                                   00350000
003600            FROM TB_CITYLOSS                                      00360000
003610           WHERE EFF_TO_DATE = '9999-12-31'                       00361001
003700           ORDER BY CITY                                          00370000
003800      END-EXEC.                                                   00380000
003900*                                                                 00390000
004500      05 HV-AVG-LOSS    PIC S9(9)V99 COMP-3.                      00450000
004600      05 HV-IND-TOT     PIC S9(4) COMP.                           00460000
004700      05 HV-IND-AVG     PIC S9(4) COMP.                           00470000
004710      05 HV-AVG-EXP     PIC S9(9)V99 COMP-3.                      00471001
004720      05 HV-IND-EXP     PIC S9(4) COMP.                           00472001
004800      05 HV-CITY-LIKE   PIC X(16).                                00480000
004900 01 W01-G-ERROR-VAR.                                              00490000
005000      05 W01-FST-OUT           PIC XX.                            00500000
013400       EXEC SQL                                                   01340000
013500         SELECT COUNT(*),                                         01350000
013600                SUM(MEDBILL_LOSSAMT),                             01360000
013610                AVG(MEDBILL_LOSSAMT),                             01361001
013620                AVG(360 * VALUE(R.CITYLOSS, :HV-FACTOR))          01362001
013800           INTO :HV-CLM-CNT,                                      01380000
013900                :HV-TOT-LOSS:HV-IND-TOT,                          01390000
013910                :HV-AVG-LOSS:HV-IND-AVG,                          01391001
013920                :HV-AVG-EXP:HV-IND-EXP                            01392001
013930           FROM TB_MEDBILL M                                      01393001
013940           LEFT OUTER JOIN TB_CITYLOSS R                          01394001
013950             ON R.CITY = :HV-CITY                                 01395001
013960            AND M.MEDBILL_CLMDATE BETWEEN R.EFF_FROM_DATE         01396001
013970                                      AND R.EFF_TO_DATE           01397001
013980          WHERE M.MEDBILL_CLMADDRESS LIKE :HV-CITY-LIKE           01398001
014300       END-EXEC.                                                  01430000
014400       MOVE SQLCODE TO W01-SQLCODE.                               01440000
014500       IF NOT C01W-SQL-SUCCESS                                    01450000
016000 3100-SUMM-EXIT.                                                  01600000
016100       EXIT.                                                      01610000
016200 3200-REPORT-CITY.                                                01620000
016210       IF HV-IND-EXP < 0                                          01621001
016220          COMPUTE W02-EXPECTED = 360 * HV-FACTOR                  01622001
016230       ELSE                                                       01623001
016240          MOVE HV-AVG-EXP TO W02-EXPECTED                         01624001
016250       END-IF.                                                    01625001
016400       MOVE HV-CLM-CNT  TO W02-CNT-ED.                            01640000
016500       MOVE HV-TOT-LOSS TO W02-TOT-ED.                            01650000
016600       MOVE HV-AVG-LOSS TO W02-AVG-ED.                            01660000
