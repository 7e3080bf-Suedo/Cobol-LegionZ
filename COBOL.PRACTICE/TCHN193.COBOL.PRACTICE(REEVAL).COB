001900*               ACADEMIC BOARD.                                   00190000
002000* AUTHOR      : GIRIDHAR                                          00200000
002100* CREATED ON  : 02 SEP 2026                                       00210000
002110* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00211002
002120* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00212003
002200***************************************************************** 00220000
002300 ENVIRONMENT DIVISION.                                            00230000
002400 INPUT-OUTPUT SECTION.                                            00240000
016700         MOVE AU-STATUS TO ERR-FILE-STATUS                        01670000
016800         PERFORM 9000-ERR-PARA                                    01680000
016900      END-IF.                                                     01690000
016910      CALL 'AUDSEAL' USING BY CONTENT 'H' 'REEVAL  '              01691003
016920                           BY REFERENCE AU-AUDIT-REC.             01692003
016930      WRITE AU-AUDIT-REC.                                         01693003
017000      OPEN OUTPUT RPTFILE.                                        01700000
017100      IF NOT RP-OPEN-OK                                           01710000
017200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01720000
029000      END-STRING.                                                 02900000
029100      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02910000
029200      ACCEPT AU-CHG-TIME FROM TIME.                               02920000
029210      CALL 'OPERSUB' USING AU-OPER-ID.                            02921002
029220      CALL 'AUDSEAL' USING BY CONTENT 'D' 'REEVAL  '              02922003
029230                           BY REFERENCE AU-AUDIT-REC.             02923003
029300      WRITE AU-AUDIT-REC.                                         02930000
029400      IF NOT AU-WRITE-OK                                          02940000
029500         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02950000
032200         DELIMITED BY SIZE INTO RPT-REC                           03220000
032300      END-STRING.                                                 03230000
032400      WRITE RPT-REC.                                              03240000
032410      CALL 'AUDSEAL' USING BY CONTENT 'T' 'REEVAL  '              03241003
032420                           BY REFERENCE AU-AUDIT-REC.             03242003
032430      WRITE AU-AUDIT-REC.                                         03243003
032500      CLOSE IP-FILE RESIN RESOUT AUDIT-FILE RPTFILE.              03250000
032600      DISPLAY 'RE-EVAL TXNS READ : ' TXN-CNTR.                    03260000
032700      DISPLAY 'RESULTS COPIED    : ' RES-CNTR.                    03270000
