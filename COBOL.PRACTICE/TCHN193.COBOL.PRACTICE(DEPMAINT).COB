001200*               ASSOID PLUS DEPENDENT SEQUENCE.  EVERY            00120000
001300*               TRANSACTION IS EDITED - THE ASSOCIATE MUST        00130000
001400*               EXIST AND NOT BE TERMINATED, THE RELATIONSHIP     00140000
001410*               MUST BE IN FORCE ON THE SHARED CODE TABLE         00141004
001420*               (TABLE RELATION, VIA CODESUB), THE DOB MUST       00142004
001430*               BE NUMERIC                                        00143004
001600*               AND A BENEFICIARY SHARE MUST BE 0-100.  EVERY     00160000
001700*               CHANGE WRITES AN AUDIT ENTRY IN THE SHARED        00170000
001800*               AUDITREC SHAPE.  REMOVES ARE SOFT - THE RECORD    00180000
001900*               IS FLAGGED X SO THE BENEFIT HISTORY SURVIVES.     00190000
002000* AUTHOR      : GIRIDHAR                                          00200000
002100* CREATED ON  : 02 SEP 2026                                       00210000
002110* MODIFIED ON : 15 OCT 2026 - UPDATE CLEARS RE-DESIGNATION FLAG   00211001
002120* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00212002
002130* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00213003
002140* MODIFIED ON : 15 OCT 2026 - RELATIONSHIP CHECKED ON CODE TABLE  00214004
002200***************************************************************** 00220000
002300 ENVIRONMENT DIVISION.                                            00230000
002400 INPUT-OUTPUT SECTION.                                            00240000
011800    88 TXN-EDIT-OK VALUE 'Y'.                                     01180000
011900    05 WS-EDIT-REASON PIC X(20).                                  01190000
012000    05 WS-PCT-NUM     PIC 9(3).                                   01200000
012010*  RELATIONSHIP CODES ARE TABLE RELATION ON THE CODE TABLE.       01201004
012020 COPY CODEPARM REPLACING ==:CLK:== BY ==CQ==.                     01202004
013300 01 WS-AUD-WORK.                                                  01330000
013400    05 WS-AUD-ACTION PIC X(1).                                    01340000
013500    05 WS-AUD-OLD.                                                01350000
018800         MOVE AU-STATUS TO ERR-FILE-STATUS                        01880000
018900         PERFORM 9000-ERR-PARA                                    01890000
019000      END-IF.                                                     01900000
019010      CALL 'AUDSEAL' USING BY CONTENT 'H' 'DEPMAINT'              01901003
019020                           BY REFERENCE AU-AUDIT-REC.             01902003
019030      WRITE AU-AUDIT-REC.                                         01903003
019100      OPEN OUTPUT RPT-FILE.                                       01910000
019200      IF NOT RP-OPEN-OK                                           01920000
019300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01930000
026100         MOVE 'NAME BLANK' TO WS-EDIT-REASON                      02610000
026200      END-IF.                                                     02620000
026300      IF TXN-EDIT-OK                                              02630000
026310         MOVE 'L' TO CQ-FUNC                                      02631004
026320         MOVE 'RELATION' TO CQ-TABLE-ID                           02632004
026330         MOVE WS-RELATION TO CQ-CODE                              02633004
026340         MOVE ZEROS TO CQ-ASOF-DATE                               02634004
026350         CALL 'CODESUB' USING CQ-CODE-PARM                        02635004
026360         EVALUATE TRUE                                            02636004
026370            WHEN CQ-CODE-OK                                       02637004
026380               CONTINUE                                           02638004
026390            WHEN CQ-TABLE-DOWN                                    02639004
026400               MOVE '3012-CHECK-FIELDS' TO ERR-PARA               02640004
026410               MOVE 'CODESUB' TO ERR-FILE-ID                      02641004
026420               MOVE CQ-RESULT TO ERR-FILE-STATUS                  02642004
026430               PERFORM 9000-ERR-PARA                              02643004
026440            WHEN OTHER                                            02644004
026450               MOVE 'N' TO WS-EDIT-SW                             02645004
026460               MOVE 'BAD RELATIONSHIP' TO WS-EDIT-REASON          02646004
026470         END-EVALUATE                                             02647004
027200      END-IF.                                                     02720000
027300      IF TXN-EDIT-OK AND WS-DEP-DOB NOT NUMERIC                   02730000
027400         MOVE 'N' TO WS-EDIT-SW                                   02740000
036600               MOVE ZEROS TO DP-BENEF-PCT                         03660000
036700            END-IF                                                03670000
036800            MOVE 'A' TO DP-DEP-STATUS                             03680000
036810            MOVE SPACE TO DP-REDESIG-FLAG                         03681001
036900            REWRITE DP-DEPN-REC                                   03690000
037000            EVALUATE TRUE                                         03700000
037100               WHEN DP-REWRITE-OK                                 03710000
043800      MOVE WS-AUD-NEW TO AU-NEW-VALUE.                            04380000
043900      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      04390000
044000      ACCEPT AU-CHG-TIME FROM TIME.                               04400000
044010      CALL 'OPERSUB' USING AU-OPER-ID.                            04401002
044020      CALL 'AUDSEAL' USING BY CONTENT 'D' 'DEPMAINT'              04402003
044030                           BY REFERENCE AU-AUDIT-REC.             04403003
044100      WRITE AU-AUDIT-REC.                                         04410000
044200      IF NOT AU-WRITE-OK                                          04420000
044300         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       04430000
045300         DELIMITED BY SIZE INTO RPT-REC                           04530000
045400      END-STRING.                                                 04540000
045500      WRITE RPT-REC.                                              04550000
045510      CALL 'AUDSEAL' USING BY CONTENT 'T' 'DEPMAINT'              04551003
045520                           BY REFERENCE AU-AUDIT-REC.             04552003
045530      WRITE AU-AUDIT-REC.                                         04553003
045600      CLOSE IP-FILE DEPN-FILE KSDS-FILE AUDIT-FILE RPT-FILE.      04560000
045700      DISPLAY 'TXNS READ         : ' IP-CNTR.                     04570000
045800      DISPLAY 'DEPENDENTS ADDED  : ' ADD-CNTR.                    04580000
