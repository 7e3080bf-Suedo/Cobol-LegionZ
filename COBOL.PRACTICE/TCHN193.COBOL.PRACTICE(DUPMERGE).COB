001800*               UNAPPROVED ENTRIES ARE SKIPPED AND COUNTED.       00180000
001900* AUTHOR      : GIRIDHAR                                          00190000
002000* CREATED ON  : 02 SEP 2026                                       00200000
002010* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00201004
002020* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00202005
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
014200         MOVE AU-STATUS TO ERR-FILE-STATUS                        01420000
014300         PERFORM 9000-ERR-PARA                                    01430000
014400      END-IF.                                                     01440000
014401      CALL 'AUDSEAL' USING BY CONTENT 'H' 'DUPMERGE'              01440105
014402                           BY REFERENCE AU-AUDIT-REC.             01440205
014403      WRITE AU-AUDIT-REC.                                         01440305
014410      OPEN I-O XREF-FILE.                                         01441001
014420      IF NOT XF-OPEN-OK                                           01442001
014430         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01443001
030200 3600-AUDIT-STAMP.                                                03020000
030300      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      03030000
030400      ACCEPT AU-CHG-TIME FROM TIME.                               03040000
030410      CALL 'OPERSUB' USING AU-OPER-ID.                            03041004
030420      CALL 'AUDSEAL' USING BY CONTENT 'D' 'DUPMERGE'              03042005
030430                           BY REFERENCE AU-AUDIT-REC.             03043005
030500      WRITE AU-AUDIT-REC.                                         03050000
030600      IF NOT AU-WRITE-OK                                          03060000
030700         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       03070000
032700         DELIMITED BY SIZE INTO RPT-REC                           03270000
032800      END-STRING.                                                 03280000
032900      WRITE RPT-REC.                                              03290000
032910      CALL 'AUDSEAL' USING BY CONTENT 'T' 'DUPMERGE'              03291005
032920                           BY REFERENCE AU-AUDIT-REC.             03292005
032930      WRITE AU-AUDIT-REC.                                         03293005
033000      CLOSE WORKFILE KSDS-FILE AUDIT-FILE RPTFILE                 03300001
033010            XREF-FILE.                                            03301001
033100      DISPLAY 'WORKSHEET ENTRIES READ : ' IP-CNTR.                03310000
