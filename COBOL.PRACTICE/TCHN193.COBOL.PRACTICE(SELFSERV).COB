002600*               SUBMITTER.  RC 4 WHEN ANY ROW IS REJECTED.        00260000
002700* AUTHOR      : GIRIDHAR                                          00270000
002800* CREATED ON  : 02 SEP 2026                                       00280000
002810* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00281002
002820* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00282003
002900***************************************************************** 00290000
003000 ENVIRONMENT DIVISION.                                            00300000
003100 INPUT-OUTPUT SECTION.                                            00310000
020700         MOVE AU-STATUS TO ERR-FILE-STATUS                        02070000
020800         PERFORM 9000-ERR-PARA                                    02080000
020900      END-IF.                                                     02090000
020910      CALL 'AUDSEAL' USING BY CONTENT 'H' 'SELFSERV'              02091003
020920                           BY REFERENCE AU-AUDIT-REC.             02092003
020930      WRITE AU-AUDIT-REC.                                         02093003
021000      OPEN EXTEND SUSPFILE.                                       02100000
021100      IF NOT SP-OPEN-OK                                           02110000
021200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02120000
044000 3250-AUDIT-STAMP.                                                04400000
044100      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      04410000
044200      ACCEPT AU-CHG-TIME FROM TIME.                               04420000
044210      MOVE WS-SUBMITTER TO AU-OPER-ID.                            04421002
044220      CALL 'AUDSEAL' USING BY CONTENT 'D' 'SELFSERV'              04422003
044230                           BY REFERENCE AU-AUDIT-REC.             04423003
044300      WRITE AU-AUDIT-REC.                                         04430000
044400      IF NOT AU-WRITE-OK                                          04440000
044500         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       04450000
052100         DELIMITED BY SIZE INTO RPT-REC                           05210000
052200      END-STRING.                                                 05220000
052300      WRITE RPT-REC.                                              05230000
052310      CALL 'AUDSEAL' USING BY CONTENT 'T' 'SELFSERV'              05231003
052320                           BY REFERENCE AU-AUDIT-REC.             05232003
052330      WRITE AU-AUDIT-REC.                                         05233003
052400      CLOSE CSVIN KSDS-FILE EMP-FILE TXNOUT AUDFILE               05240000
052500            SUSPFILE RPTFILE.                                     05250000
052600      DISPLAY 'ROWS READ          : ' IP-CNTR.                    05260000
