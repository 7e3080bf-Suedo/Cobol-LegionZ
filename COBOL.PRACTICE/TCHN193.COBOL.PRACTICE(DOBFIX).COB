001300*               ONLY AS GOOD AS THIS FIELD.                       00130000
001400* AUTHOR      : GIRIDHAR                                          00140000
001500* CREATED ON  : 21 JUL 2026                                       00150000
001510* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00151001
001520* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00152002
001600***************************************************************** 00160000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
009900         MOVE AU-STATUS TO ERR-FILE-STATUS                        00990000
010000         PERFORM 9000-ERR-PARA                                    01000000
010100      END-IF.                                                     01010000
010110      CALL 'AUDSEAL' USING BY CONTENT 'H' 'DOBFIX  '              01011002
010120                           BY REFERENCE AU-AUDIT-REC.             01012002
010130      WRITE AU-AUDIT-REC.                                         01013002
010200      OPEN OUTPUT RPTFILE.                                        01020000
010300      IF NOT RP-OPEN-OK                                           01030000
010400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01040000
018800            ADD 1 TO FIX-CNTR                                     01880000
018900            ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD                 01890000
019000            ACCEPT AU-CHG-TIME FROM TIME                          01900000
019010            CALL 'OPERSUB' USING AU-OPER-ID                       01901001
019020            CALL 'AUDSEAL' USING BY CONTENT 'D' 'DOBFIX  '        01902002
019030                                 BY REFERENCE AU-AUDIT-REC        01903002
019100            WRITE AU-AUDIT-REC                                    01910000
019200            IF NOT AU-WRITE-OK                                    01920000
019300               DISPLAY 'AUDIT WRITE FAILED CODE = ' AU-STATUS     01930000
021400         DELIMITED BY SIZE INTO RPT-REC                           02140000
021500      END-STRING.                                                 02150000
021600      WRITE RPT-REC.                                              02160000
021610      CALL 'AUDSEAL' USING BY CONTENT 'T' 'DOBFIX  '              02161002
021620                           BY REFERENCE AU-AUDIT-REC.             02162002
021630      WRITE AU-AUDIT-REC.                                         02163002
021700      CLOSE KSDS-FILE AUDIT-FILE RPTFILE.                         02170000
021800      DISPLAY 'RECORDS READ      : ' IP-CNTR.                     02180000
021900      DISPLAY 'ALREADY CONSISTENT: ' OK-CNTR.                     02190000
