001400*               WHEN A HOLD WENT ON AND CAME OFF.                 00140000
001500* AUTHOR      : BOOSAN                                            00150000
001600* CREATED ON  : 02 SEP 2026                                       00160000
001610* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00161001
001620* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00162002
001700***************************************************************** 00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
013700         MOVE AU-STATUS TO ERR-FILE-STATUS                        01370000
013800         PERFORM 9000-ERR-PARA                                    01380000
013900      END-IF.                                                     01390000
013910      CALL 'AUDSEAL' USING BY CONTENT 'H' 'LITMAINT'              01391002
013920                           BY REFERENCE AU-AUDIT-REC.             01392002
013930      WRITE AU-AUDIT-REC.                                         01393002
014000      OPEN OUTPUT RPTFILE.                                        01400000
014100      IF NOT RP-OPEN-OK                                           01410000
014200         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01420000
025200      END-IF.                                                     02520000
025300      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02530000
025400      ACCEPT AU-CHG-TIME FROM TIME.                               02540000
025410      CALL 'OPERSUB' USING AU-OPER-ID.                            02541001
025420      CALL 'AUDSEAL' USING BY CONTENT 'D' 'LITMAINT'              02542002
025430                           BY REFERENCE AU-AUDIT-REC.             02543002
025500      WRITE AU-AUDIT-REC.                                         02550000
025600      IF NOT AU-WRITE-OK                                          02560000
025700         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02570000
026700         DELIMITED BY SIZE INTO RPT-REC                           02670000
026800      END-STRING.                                                 02680000
026900      WRITE RPT-REC.                                              02690000
026910      CALL 'AUDSEAL' USING BY CONTENT 'T' 'LITMAINT'              02691002
026920                           BY REFERENCE AU-AUDIT-REC.             02692002
026930      WRITE AU-AUDIT-REC.                                         02693002
027000      CLOSE IP-FILE HOLD-OUT AUDIT-FILE RPTFILE.                  02700000
027100      IF HI-OPEN-OK                                               02710000
027200         CLOSE HOLD-IN                                            02720000
