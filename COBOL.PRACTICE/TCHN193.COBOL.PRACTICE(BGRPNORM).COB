001200*               CANNOT MAP FOR MANUAL REVIEW.                     00120000
001300* AUTHOR      : GIRIDHAR                                          00130000
001400* CREATED ON  : 21 JUL 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00141001
001420* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00142002
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
013100         MOVE AU-STATUS TO ERR-FILE-STATUS                        01310000
013200         PERFORM 9000-ERR-PARA                                    01320000
013300      END-IF.                                                     01330000
013310      CALL 'AUDSEAL' USING BY CONTENT 'H' 'BGRPNORM'              01331002
013320                           BY REFERENCE AU-AUDIT-REC.             01332002
013330      WRITE AU-AUDIT-REC.                                         01333002
013400      OPEN OUTPUT RPTFILE.                                        01340000
013500      IF NOT RP-OPEN-OK                                           01350000
013600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01360000
019200            ADD 1 TO NORM-CNTR                                    01920000
019300            ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD                 01930000
019400            ACCEPT AU-CHG-TIME FROM TIME                          01940000
019410            CALL 'OPERSUB' USING AU-OPER-ID                       01941001
019420            CALL 'AUDSEAL' USING BY CONTENT 'D' 'BGRPNORM'        01942002
019430                                 BY REFERENCE AU-AUDIT-REC        01943002
019500            WRITE AU-AUDIT-REC                                    01950000
019600            IF NOT AU-WRITE-OK                                    01960000
019700               DISPLAY 'AUDIT WRITE FAILED CODE = ' AU-STATUS     01970000
021800         DELIMITED BY SIZE INTO RPT-REC                           02180000
021900      END-STRING.                                                 02190000
022000      WRITE RPT-REC.                                              02200000
022010      CALL 'AUDSEAL' USING BY CONTENT 'T' 'BGRPNORM'              02201002
022020                           BY REFERENCE AU-AUDIT-REC.             02202002
022030      WRITE AU-AUDIT-REC.                                         02203002
022100      CLOSE KSDS-FILE AUDIT-FILE RPTFILE.                         02210000
022200      DISPLAY 'RECORDS READ        : ' IP-CNTR.                   02220000
022300      DISPLAY 'ALREADY CANONICAL   : ' ALREADY-CNTR.              02230000
