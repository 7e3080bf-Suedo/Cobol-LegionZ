000700* PRG DESC    : SCORES EVERY MASTER RECORD AGAINST THE FIELD      00070000
000800*               RULES OF THE MJ24REC LAYOUT - CONTACT AND EMERG   00080000
000900*               CONTACT NUMERIC AND COMPLETE, EMAIL STRUCTURE     00090000
000910*               (AT / DOT COUNTING AS IN ALPRAC), BGROUP IN       00091001
000920*               FORCE ON THE SHARED CODE TABLE (TABLE BGROUP,     00092001
000930*               VIA CODESUB), EMP-DOB A REAL CALENDAR DATE THAT   00093001
001200*               AGREES WITH DOB-YEAR.                             00120000
001300* AUTHOR      : GIRIDHAR                                          00130000
001400* CREATED ON  : 21 JUL 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - BGROUP CHECKED ON CODE TABLE        00141001
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
007100     88 REC-CLEAN VALUE 'Y'.                                      00710000
007200 01 WS-REASON-BUILD PIC X(40).                                    00720000
007300 01 WS-RSN-PTR      PIC 9(2) VALUE 1.                             00730000
007310 COPY CODEPARM REPLACING ==:CLK:== BY ==CQ==.                     00731001
008600 01 WS-GROUP-FOUND-SW PIC X VALUE 'N'.                            00860000
008700     88 GROUP-FOUND VALUE 'Y'.                                    00870000
008800 01 WS-CNTRS.                                                     00880000
020100      EXIT.                                                       02010000
020200 3140-CHECK-BGROUP.                                               02020000
020300      MOVE 'N' TO WS-GROUP-FOUND-SW.                              02030000
020310      MOVE 'L' TO CQ-FUNC.                                        02031001
020320      MOVE 'BGROUP' TO CQ-TABLE-ID.                               02032001
020330      MOVE SC-BGROUP TO CQ-CODE.                                  02033001
020340      MOVE ZEROS TO CQ-ASOF-DATE.                                 02034001
020350      CALL 'CODESUB' USING CQ-CODE-PARM.                          02035001
020360      EVALUATE TRUE                                               02036001
020370         WHEN CQ-CODE-OK                                          02037001
020380            MOVE 'Y' TO WS-GROUP-FOUND-SW                         02038001
020390         WHEN CQ-TABLE-DOWN                                       02039001
020400            MOVE '3140-CHECK-BGROUP' TO ERR-PARA                  02040001
020410            MOVE 'CODESUB' TO ERR-FILE-ID                         02041001
020420            MOVE CQ-RESULT TO ERR-FILE-STATUS                     02042001
020430            PERFORM 9000-ERR-PARA                                 02043001
020440      END-EVALUATE.                                               02044001
020700      IF NOT GROUP-FOUND                                          02070000
020800         ADD 1 TO ERR-BGROUP-CNTR                                 02080000
020900         MOVE 'N' TO WS-REC-STATUS                                02090000
021300         END-STRING                                               02130000
021400      END-IF.                                                     02140000
021500      EXIT.                                                       02150000
022100 3150-CHECK-DOB.                                                  02210000
022200      IF SC-EMP-DOB NOT NUMERIC                                   02220000
022300         ADD 1 TO ERR-DOB-CNTR                                    02230000
