001600*               GO TO THE ESCALATION SECTION AND THE RUN ENDS     00160000
001700*               RC 8 SO IT SHOWS ON THE SCHEDULER LIKE BALCHK     00170000
001800*               FAILURES DO.                                      00180000
001810*               DAYS AND SLAS ARE BUSINESS DAYS FROM THE COMMON   00181002
001820*               CALENDAR (BDAYSUB) - A CLAIM RECEIVED BEFORE A    00182002
001830*               HOLIDAY WEEKEND IS NOT AGED FOR IT.  WHEN THE     00183002
001840*               CALENDAR CANNOT ANSWER FOR A DATE THE RUN IS      00184002
001850*               REFUSED RC 12 RATHER THAN AGED IN CALENDAR DAYS.  00185002
001900* AUTHOR      : BOOSAN                                            00190000
002000* CREATED ON  : 02 SEP 2026                                       00200000
002010* MODIFIED ON : 15 OCT 2026 - AGED IN BUSINESS DAYS (BDAYSUB)     00201002
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
007000      05 W01-DAYS      PIC S9(5) VALUE ZEROS.                     00700000
007100      05 W01-SLA-DAYS  PIC 9(3) VALUE ZEROS.                      00710000
007200      05 W01-WORK-DATE PIC 9(8) VALUE ZEROS.                      00720000
007210      05 W01-SINCE-DATE PIC 9(8) VALUE ZEROS.                     00721002
007300 01 W02-AUDIT-CTLS.                                               00730000
007400      05 AD-CNT PIC 9(4) VALUE 0.                                 00740000
007500      05 W02-AD-IDX PIC 9(4) VALUE 0.                             00750000
009600      05 W99-ERR-DESC     PIC X(30).                              00960000
009700      05 W99-ERR-CODE     PIC X(7).                               00970000
009800 01 W02-SQLERR-PGM PIC X(8) VALUE 'CLMAGING'.                     00980000
009810 COPY CALPARM REPLACING ==:BDL:== BY ==BD==.                      00981002
009900 PROCEDURE DIVISION.                                              00990000
010000 0000-MAIN-PARA.                                                  01000000
010100       ACCEPT W01-TODAY FROM DATE YYYYMMDD.                       01010000
020600 3100-AGE-CLAIM.                                                  02060000
020700       MOVE 'N' TO W02-BREACH-SW.                                 02070000
020800       PERFORM 3200-FIND-SINCE THRU 3200-FIND-EXIT.               02080000
020810       PERFORM 3300-BUS-DAYS THRU 3300-BUS-EXIT.                  02081002
021000       IF W01-DAYS < 0                                            02100000
021100          MOVE ZEROS TO W01-DAYS                                  02110000
021200       END-IF.                                                    02120000
026700       END-IF.                                                    02670000
026800 3200-FIND-EXIT.                                                  02680000
026900       EXIT.                                                      02690000
026901 3300-BUS-DAYS.                                                   02690102
026902       COMPUTE W01-SINCE-DATE =                                   02690202
026903          FUNCTION DATE-OF-INTEGER(W01-SINCE-INT).                02690302
026904       MOVE 'D' TO BD-FUNC.                                       02690402
026905       MOVE W01-SINCE-DATE TO BD-DATE-1.                          02690502
026906       MOVE W01-TODAY TO BD-DATE-2.                               02690602
026907       CALL 'BDAYSUB' USING BD-CAL-PARM.                          02690702
026908       EVALUATE TRUE                                              02690802
026909         WHEN BD-CAL-OK                                           02690902
026910           MOVE BD-DAYS TO W01-DAYS                               02691002
026911         WHEN BD-YEAR-MISSING                                     02691102
026912           DISPLAY 'CALENDAR YEAR ' BD-MISS-YEAR                  02691202
026913                   ' NOT ON FILE - RUN REFUSED'                   02691302
026914           MOVE 12 TO RETURN-CODE                                 02691402
026915           STOP RUN                                               02691502
026916         WHEN OTHER                                               02691602
026917           DISPLAY 'BUSINESS-DAY CALENDAR UNAVAILABLE - RESULT '  02691702
026918                   BD-RESULT ' - RUN REFUSED'                     02691802
026919           MOVE 12 TO RETURN-CODE                                 02691902
026920           STOP RUN                                               02692002
026921       END-EVALUATE.                                              02692102
026922 3300-BUS-EXIT.                                                   02692202
026923       EXIT.                                                      02692302
027000 5000-ESCALATIONS.                                                02700000
027100       EXEC SQL                                                   02710000
027200         CLOSE CURA                                               02720000
