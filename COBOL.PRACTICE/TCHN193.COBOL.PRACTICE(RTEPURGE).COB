002000*               FROM WHERE FOR THE COMPLIANCE FILE.               00200000
002100* AUTHOR      : GIRIDHAR                                          00210000
002200* CREATED ON  : 02 SEP 2026                                       00220000
002210* MODIFIED ON : 15 OCT 2026 - REDACTED LOG RESEALED               00221003
002300***************************************************************** 00230000
002400 ENVIRONMENT DIVISION.                                            00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
024800         MOVE AO-STATUS TO ERR-FILE-STATUS                        02480000
024900         PERFORM 9000-ERR-PARA                                    02490000
025000      END-IF.                                                     02500000
025010      CALL 'AUDSEAL' USING BY CONTENT 'H' 'RTEPURGE'              02501003
025020                           BY REFERENCE AO-AUDIT-REC.             02502003
025030      WRITE AO-AUDIT-REC.                                         02503003
025100      PERFORM 3100-AUDIT-ONE UNTIL AI-EOF.                        02510000
025110      CALL 'AUDSEAL' USING BY CONTENT 'T' 'RTEPURGE'              02511003
025120                           BY REFERENCE AO-AUDIT-REC.             02512003
025130      WRITE AO-AUDIT-REC.                                         02513003
025200      CLOSE AUDIN AUDOUT.                                         02520000
025300 3000-REDACT-EXIT.                                                02530000
025400      EXIT.                                                       02540000
025500 3100-AUDIT-ONE.                                                  02550000
025600      READ AUDIN.                                                 02560000
025700      EVALUATE TRUE                                               02570000
025710         WHEN AI-READ-OK AND AI-CTL-REC                           02571003
025720            CONTINUE                                              02572003
025800         WHEN AI-READ-OK                                          02580000
025900            MOVE AI-AUDIT-REC TO AO-AUDIT-REC                     02590000
026000            MOVE 0 TO WS-ID-FND                                   02600000
026700               ADD 1 TO WS-ID-AUD-CNT(WS-ID-FND)                  02670000
026800               ADD 1 TO AUD-CNTR                                  02680000
026900            END-IF                                                02690000
026910            CALL 'AUDSEAL' USING BY CONTENT 'D' 'RTEPURGE'        02691003
026920                                 BY REFERENCE AO-AUDIT-REC        02692003
027000            WRITE AO-AUDIT-REC                                    02700000
027100         WHEN AI-EOF                                              02710000
027200            CONTINUE                                              02720000
