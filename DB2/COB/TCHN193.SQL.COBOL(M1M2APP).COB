001600*               THE RUN RC 8.                                     00160000
001700* AUTHOR      : BOOSAN                                            00170000
001800* CREATED ON  : 02 SEP 2026                                       00180000
001810* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00181001
001820* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00182002
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
013500          MOVE 30 TO RETURN-CODE                                  01350000
013600          STOP RUN                                                01360000
013700       END-IF.                                                    01370000
013710       CALL 'AUDSEAL' USING BY CONTENT 'H' 'M1M2APP '             01371002
013720                            BY REFERENCE AU-AUDIT-REC.            01372002
013730       WRITE AU-AUDIT-REC.                                        01373002
013800       OPEN OUTPUT TO002-RPT-FILE.                                01380000
013900       IF NOT C01W-RP-OK                                          01390000
014000          DISPLAY 'REPORT OPEN ERR ' W01-RP-STATUS                01400000
034600       MOVE 'CUST-NAME ' TO AU-FIELD-ID.                          03460000
034700       ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                     03470000
034800       ACCEPT AU-CHG-TIME FROM TIME.                              03480000
034810       CALL 'OPERSUB' USING AU-OPER-ID.                           03481001
034820       CALL 'AUDSEAL' USING BY CONTENT 'D' 'M1M2APP '             03482002
034830                            BY REFERENCE AU-AUDIT-REC.            03483002
034900       WRITE AU-AUDIT-REC.                                        03490000
035000       IF NOT C01W-AU-OK                                          03500000
035100          DISPLAY 'AUDIT LOG WRITE FAILED ' W01-AU-STATUS         03510000
047700          DELIMITED BY SIZE INTO W01-RPT-REC                      04770000
047800       END-STRING.                                                04780000
047900       WRITE W01-RPT-REC.                                         04790000
047910       CALL 'AUDSEAL' USING BY CONTENT 'T' 'M1M2APP '             04791002
047920                            BY REFERENCE AU-AUDIT-REC.            04792002
047930       WRITE AU-AUDIT-REC.                                        04793002
048000       CLOSE TI001-DEC-FILE TO001-AUD-FILE TO002-RPT-FILE.        04800000
048100       DISPLAY 'DECISIONS READ : ' DEC-CNTR.                      04810000
048200       DISPLAY 'ROWS UPDATED   : ' UPD-CNTR.                      04820000
