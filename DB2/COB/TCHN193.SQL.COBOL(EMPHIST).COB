002000*               THE CURRENT ROW WHEN NO LATER CHANGE EXISTS.      00200000
002100*               EMPLOYEES WITH NO ROW AND NO HISTORY ARE          00210000
002200*               SUMMARIZED IN THE NOT-FOUND SECTION.              00220000
002210*               EVERY REQUEST THAT SHOWED AN EMPLOYEE'S VALUES    00221001
002220*               IS WRITTEN TO THE READ-ACCESS LOG (ACCLSUB).      00222001
002300* AUTHOR      : BOOSAN                                            00230000
002400* CREATED ON  : 28 JUL 2026                                       00240000
002500* MODIFIED ON : 02 SEP 2026 - REQUEST-FILE MODE ADDED             00250000
002510* MODIFIED ON : 15 OCT 2026 - INQUIRIES WRITTEN TO THE            00251001
002520*                             READ-ACCESS LOG                     00252001
002600***************************************************************** 00260000
002700 ENVIRONMENT DIVISION.                                            00270000
002800 INPUT-OUTPUT SECTION.                                            00280000
010000 01 W02-SQLERR-PGM PIC X(8) VALUE 'EMPHIST'.                      01000000
010100 01 W02-HIST-CNT   PIC 9(4) VALUE ZEROS.                          01010000
010200 01 W02-REQ-CNT    PIC 9(4) VALUE ZEROS.                          01020000
010210 COPY ACCLREC REPLACING ==:ACL:== BY ==AC==.                      01021001
010300 PROCEDURE DIVISION.                                              01030000
010400 0000-MAIN-PARA.                                                  01040000
010500       PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.                01050000
019000          DELIMITED BY SIZE INTO RO000-OUT-REC                    01900000
019100       END-STRING.                                                01910000
019200       WRITE RO000-OUT-REC.                                       01920000
019210       IF W02-HIST-CNT > ZEROS OR NOT EMP-NOT-FOUND               01921001
019220          PERFORM 2600-LOG-ACCESS THRU 2600-LOG-EXIT              01922001
019230       END-IF.                                                    01923001
019300       IF EMP-NOT-FOUND AND W02-HIST-CNT = ZEROS                  01930000
019400          IF W02-NF-CNT < 100                                     01940000
019500             ADD 1 TO W02-NF-CNT                                  01950000
019900       END-IF.                                                    01990000
020000 2500-ONE-EXIT.                                                   02000000
020100       EXIT.                                                      02010000
020105 2600-LOG-ACCESS.                                                 02010501
020110       MOVE SPACES TO AC-ACCESS-REC.                              02011001
020115       MOVE 'EMPHIST' TO AC-PGM-ID.                               02011501
020120       MOVE 'TBEMPLOY' TO AC-FILE-ID.                             02012001
020125       MOVE W02-EMPID-X TO AC-REC-KEY.                            02012501
020130       IF W02-HIST-CNT > ZEROS                                    02013001
020135          MOVE 'NAH' TO AC-GROUPS                                 02013501
020140       ELSE                                                       02014001
020145          MOVE 'NA' TO AC-GROUPS                                  02014501
020150       END-IF.                                                    02015001
020155       CALL 'ACCLSUB' USING AC-ACCESS-REC.                        02015501
020160 2600-LOG-EXIT.                                                   02016001
020165       EXIT.                                                      02016501
020200 3000-CHRONOLOGY.                                                 02020000
020300       MOVE ZEROS TO W01-SQLCODE.                                 02030000
020400       PERFORM 3100-FETCH-HIST THRU 3100-FETCH-EXIT               02040000
