001700*               INACTIVE TOTALS THE COMMERCIAL TEAM WORKS OFF.    00170000
001800* AUTHOR      : GIRIDHAR                                          00180000
001900* CREATED ON  : 02 SEP 2026                                       00190000
001910* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00191002
001920* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00192003
002000***************************************************************** 00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
013900         MOVE AO-STATUS TO ERR-FILE-STATUS                        01390000
014000         PERFORM 9000-ERR-PARA                                    01400000
014100      END-IF.                                                     01410000
014110      CALL 'AUDSEAL' USING BY CONTENT 'H' 'BUSDORM '              01411003
014120                           BY REFERENCE AO-AUDIT-REC.             01412003
014130      WRITE AO-AUDIT-REC.                                         01413003
014200      OPEN OUTPUT RPTFILE.                                        01420000
014300      IF NOT RP-OPEN-OK                                           01430000
014400         MOVE '2000-OPEN-FILES' TO ERR-PARA                       01440000
026400      ADD 1 TO DORM-CNTR.                                         02640000
026500      ACCEPT AO-CHG-DATE FROM DATE YYYYMMDD.                      02650000
026600      ACCEPT AO-CHG-TIME FROM TIME.                               02660000
026610      CALL 'OPERSUB' USING AO-OPER-ID.                            02661002
026620      CALL 'AUDSEAL' USING BY CONTENT 'D' 'BUSDORM '              02662003
026630                           BY REFERENCE AO-AUDIT-REC.             02663003
026700      WRITE AO-AUDIT-REC.                                         02670000
026800      IF NOT AO-WRITE-OK                                          02680000
026900         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AO-STATUS       02690000
028500         DELIMITED BY SIZE INTO RPT-REC                           02850000
028600      END-STRING.                                                 02860000
028700      WRITE RPT-REC.                                              02870000
028710      CALL 'AUDSEAL' USING BY CONTENT 'T' 'BUSDORM '              02871003
028720                           BY REFERENCE AO-AUDIT-REC.             02872003
028730      WRITE AO-AUDIT-REC.                                         02873003
028800      CLOSE BUSKSDS AUDOUT RPTFILE.                               02880000
028900      IF AU-OPEN-OK                                               02890000
029000         CLOSE AUDFILE                                            02900000
