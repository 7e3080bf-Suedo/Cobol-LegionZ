002000*               REJECTED WHOLE.                                   00200000
002100* AUTHOR      : GIRIDHAR                                          00210000
002200* CREATED ON  : 02 SEP 2026                                       00220000
002210* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00221002
002220* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00222003
002300***************************************************************** 00230000
002400 ENVIRONMENT DIVISION.                                            00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
015300         MOVE AU-STATUS TO ERR-FILE-STATUS                        01530000
015400         PERFORM 9000-ERR-PARA                                    01540000
015500      END-IF.                                                     01550000
015510      CALL 'AUDSEAL' USING BY CONTENT 'H' 'TAXBMNT '              01551003
015520                           BY REFERENCE AU-AUDIT-REC.             01552003
015530      WRITE AU-AUDIT-REC.                                         01553003
015600      OPEN OUTPUT RPTFILE.                                        01560000
015700      IF NOT RP-OPEN-OK                                           01570000
015800         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01580000
027800      END-STRING.                                                 02780000
027900      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02790000
028000      ACCEPT AU-CHG-TIME FROM TIME.                               02800000
028010      CALL 'OPERSUB' USING AU-OPER-ID.                            02801002
028020      CALL 'AUDSEAL' USING BY CONTENT 'D' 'TAXBMNT '              02802003
028030                           BY REFERENCE AU-AUDIT-REC.             02803003
028100      WRITE AU-AUDIT-REC.                                         02810000
028200      IF NOT AU-WRITE-OK                                          02820000
028300         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02830000
029300         WRITE RPT-REC                                            02930000
029400         MOVE 8 TO RETURN-CODE                                    02940000
029500      END-IF.                                                     02950000
029510      CALL 'AUDSEAL' USING BY CONTENT 'T' 'TAXBMNT '              02951003
029520                           BY REFERENCE AU-AUDIT-REC.             02952003
029530      WRITE AU-AUDIT-REC.                                         02953003
029600      CLOSE IP-FILE BRKT-OUT AUDIT-FILE RPTFILE.                  02960000
029700      IF BI-OPEN-OK                                               02970000
029800         CLOSE BRKT-IN                                            02980000
