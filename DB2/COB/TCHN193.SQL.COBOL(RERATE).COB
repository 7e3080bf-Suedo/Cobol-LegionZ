001600*               RATE TRANSACTIONS ANY MORE.                       00160000
001700* AUTHOR      : BOOSAN                                            00170000
001800* CREATED ON  : 02 SEP 2026                                       00180000
001810* MODIFIED ON : 15 OCT 2026 - EXPECTED LOSS AT THE RATE IN FORCE  00181001
001820*               ON EACH CLAIM DATE (DATED TB_CITYLOSS PERIODS);   00182001
001830*               ONLY CURRENT RATES ARE PROPOSED AGAINST.  DRAFTS  00183001
001840*               LEAVE THE EFFECTIVE DATE BLANK, SO THE NEW RATE   00184001
001850*               STARTS THE DAY CITYMNT APPLIES IT UNLESS THE      00185001
001860*               REVIEWER KEYS ONE IN COLS 20-27.                  00186001
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
004400        DECLARE CURC CURSOR FOR                                   00440000
004500          SELECT CITY, CITYLOSS                                   00450000
004600            FROM TB_CITYLOSS                                      00460000
004610           WHERE EFF_TO_DATE = '9999-12-31'                       00461001
004700           ORDER BY CITY                                          00470000
004800      END-EXEC.                                                   00480000
004900*                                                                 00490000
005300      05 HV-CLM-CNT     PIC S9(9) COMP.                           00530000
005400      05 HV-AVG-LOSS    PIC S9(9)V99 COMP-3.                      00540000
005500      05 HV-IND-AVG     PIC S9(4) COMP.                           00550000
005510      05 HV-AVG-EXP     PIC S9(9)V99 COMP-3.                      00551001
005520      05 HV-IND-EXP     PIC S9(4) COMP.                           00552001
005600      05 HV-CITY-LIKE   PIC X(16).                                00560000
005700 01 W01-G-ERROR-VAR.                                              00570000
005800      05 W01-TX-STATUS         PIC XX.                            00580000
013800       END-STRING.                                                01380000
013900       EXEC SQL                                                   01390000
014000         SELECT COUNT(*),                                         01400000
014010                AVG(MEDBILL_LOSSAMT),                             01401001
014020                AVG(360 * VALUE(R.CITYLOSS, :HV-FACTOR))          01402001
014200           INTO :HV-CLM-CNT,                                      01420000
014210                :HV-AVG-LOSS:HV-IND-AVG,                          01421001
014220                :HV-AVG-EXP:HV-IND-EXP                            01422001
014230           FROM TB_MEDBILL M                                      01423001
014240           LEFT OUTER JOIN TB_CITYLOSS R                          01424001
014250             ON R.CITY = :HV-CITY                                 01425001
014260            AND M.MEDBILL_CLMDATE BETWEEN R.EFF_FROM_DATE         01426001
014270                                      AND R.EFF_TO_DATE           01427001
014280          WHERE M.MEDBILL_CLMADDRESS LIKE :HV-CITY-LIKE           01428001
014600       END-EXEC.                                                  01460000
014700       MOVE SQLCODE TO W01-SQLCODE.                               01470000
014800       IF NOT C01W-SQL-SUCCESS                                    01480000
015400       IF HV-CLM-CNT = 0 OR HV-IND-AVG < 0                        01540000
015500          GO TO 3100-CHECK-EXIT                                   01550000
015600       END-IF.                                                    01560000
015610       IF HV-IND-EXP < 0                                          01561001
015620          COMPUTE W02-EXPECTED = 360 * HV-FACTOR                  01562001
015630       ELSE                                                       01563001
015640          MOVE HV-AVG-EXP TO W02-EXPECTED                         01564001
015650       END-IF.                                                    01565001
015800       COMPUTE W02-DEVIATION = HV-AVG-LOSS - W02-EXPECTED.        01580000
015900       IF W02-DEVIATION < 0                                       01590000
016000          COMPUTE W02-DEVIATION = 0 - W02-DEVIATION               01600000
