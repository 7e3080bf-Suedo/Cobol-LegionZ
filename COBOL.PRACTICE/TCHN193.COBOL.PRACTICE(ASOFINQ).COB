001300*               RECONSTRUCTED FIELD VALUES PRINT FIRST AND THE    00130000
001400*               FULL CHANGE CHRONOLOGY UNDERNEATH, WITH THE       00140000
001500*               ENTRIES PAST THE AS-OF DATE MARKED.               00150000
001510*               EVERY RECONSTRUCTION THAT SHOWED HISTORY IS       00151001
001520*               WRITTEN TO THE READ-ACCESS LOG THROUGH ACCLSUB    00152001
001530*               WITH THE FIELD GROUPS THAT APPEARED ON IT.        00153001
001600* AUTHOR      : GIRIDHAR                                          00160000
001700* CREATED ON  : 02 SEP 2026                                       00170000
001710* MODIFIED ON : 15 OCT 2026 - RECONSTRUCTIONS WRITTEN TO THE      00171001
001720*                             READ-ACCESS LOG                     00172001
001800***************************************************************** 00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
006200    05 HIST-CNTR   PIC 9(6) VALUE ZEROS.                          00620000
006300    05 APPLY-CNTR  PIC 9(6) VALUE ZEROS.                          00630000
006400    05 AFTER-CNTR  PIC 9(6) VALUE ZEROS.                          00640000
006405 01 WS-TALLY PIC 9(3) VALUE 0.                                    00640501
006410 01 WS-SHOWN-GROUPS.                                              00641001
006415    05 WS-SHOWN-NAME    PIC X VALUE SPACE.                        00641501
006420    05 WS-SHOWN-CONTACT PIC X VALUE SPACE.                        00642001
006425    05 WS-SHOWN-EMAIL   PIC X VALUE SPACE.                        00642501
006430    05 WS-SHOWN-DOB     PIC X VALUE SPACE.                        00643001
006435    05 WS-SHOWN-ADDR    PIC X VALUE SPACE.                        00643501
006440    05 WS-SHOWN-BGROUP  PIC X VALUE SPACE.                        00644001
006445    05 WS-SHOWN-STATUS  PIC X VALUE SPACE.                        00644501
006450    05 WS-SHOWN-HIST    PIC X VALUE 'H'.                          00645001
006455 COPY ACCLREC REPLACING ==:ACL:== BY ==AC==.                      00645501
006500 01 WS-DETAIL-LINE.                                               00650000
006600    05 DTL-DATE   PIC 9(8).                                       00660000
006700    05 FILLER     PIC X VALUE SPACE.                              00670000
008900      PERFORM 1000-GET-REQUEST.                                   00890000
009000      PERFORM 2000-OPEN-FILES.                                    00900000
009100      PERFORM 3000-WALK-HISTORY.                                  00910000
009110      PERFORM 4000-WRITE-ASOF.                                    00911001
009120      IF HIST-CNTR > 0                                            00912001
009130         PERFORM 4500-LOG-ACCESS                                  00913001
009140      END-IF.                                                     00914001
009300      PERFORM 5000-CLOSE-PARA.                                    00930000
009400      STOP RUN.                                                   00940000
009500 0000-MAIN-PARA-EXIT.                                             00950000
016500      MOVE AH-CHG-TIME TO DTL-TIME.                               01650000
016600      MOVE AH-ACTION TO DTL-ACTION.                               01660000
016700      MOVE AH-FIELD-ID TO DTL-FIELD.                              01670000
016710      PERFORM 3250-NOTE-GROUP.                                    01671001
016800      MOVE AH-OLD-VALUE TO DTL-OLD.                               01680000
016900      MOVE AH-NEW-VALUE TO DTL-NEW.                               01690000
017000      IF AH-CHG-DATE > WS-REQ-ASOF                                01700000
017700      END-IF.                                                     01770000
017800      WRITE RPT-REC FROM WS-DETAIL-LINE.                          01780000
017900      EXIT.                                                       01790000
017901*    THE FIELD-IDS ON THE SHARED AUDIT LOG NAME THE FIELDS THEY   01790101
017902*    CARRY (NM-BG-DOB, EMAIL-ID, CONTACT ...) SO THE GROUPS SHOWN 01790201
017903*    ARE TAKEN FROM THEM FOR THE ACCESS LOG.                      01790301
017904 3250-NOTE-GROUP.                                                 01790401
017905      MOVE 0 TO WS-TALLY.                                         01790501
017906      INSPECT AH-FIELD-ID TALLYING WS-TALLY FOR ALL 'NM'          01790601
017907                                                ALL 'NAME'.       01790701
017908      IF WS-TALLY > 0                                             01790801
017909         MOVE 'N' TO WS-SHOWN-NAME                                01790901
017910      END-IF.                                                     01791001
017911      MOVE 0 TO WS-TALLY.                                         01791101
017912      INSPECT AH-FIELD-ID TALLYING WS-TALLY FOR ALL 'CON'         01791201
017913                                                ALL 'PHONE'.      01791301
017914      IF WS-TALLY > 0                                             01791401
017915         MOVE 'C' TO WS-SHOWN-CONTACT                             01791501
017916      END-IF.                                                     01791601
017917      MOVE 0 TO WS-TALLY.                                         01791701
017918      INSPECT AH-FIELD-ID TALLYING WS-TALLY FOR ALL 'EMAIL'.      01791801
017919      IF WS-TALLY > 0                                             01791901
017920         MOVE 'E' TO WS-SHOWN-EMAIL                               01792001
017921      END-IF.                                                     01792101
017922      MOVE 0 TO WS-TALLY.                                         01792201
017923      INSPECT AH-FIELD-ID TALLYING WS-TALLY FOR ALL 'DOB'.        01792301
017924      IF WS-TALLY > 0                                             01792401
017925         MOVE 'D' TO WS-SHOWN-DOB                                 01792501
017926      END-IF.                                                     01792601
017927      MOVE 0 TO WS-TALLY.                                         01792701
017928      INSPECT AH-FIELD-ID TALLYING WS-TALLY FOR ALL 'ADDR'.       01792801
017929      IF WS-TALLY > 0                                             01792901
017930         MOVE 'A' TO WS-SHOWN-ADDR                                01793001
017931      END-IF.                                                     01793101
017932      MOVE 0 TO WS-TALLY.                                         01793201
017933      INSPECT AH-FIELD-ID TALLYING WS-TALLY FOR ALL 'BG'.         01793301
017934      IF WS-TALLY > 0                                             01793401
017935         MOVE 'B' TO WS-SHOWN-BGROUP                              01793501
017936      END-IF.                                                     01793601
017937      MOVE 0 TO WS-TALLY.                                         01793701
017938      INSPECT AH-FIELD-ID TALLYING WS-TALLY FOR ALL 'STATUS'      01793801
017939                            ALL 'REHIRE' ALL 'LEAVE' ALL 'ORPHAN'.01793901
017940      IF WS-TALLY > 0                                             01794001
017941         MOVE 'S' TO WS-SHOWN-STATUS                              01794101
017942      END-IF.                                                     01794201
017943      EXIT.                                                       01794301
018000 3300-APPLY-FIELD.                                                01800000
018100      MOVE 0 TO WS-FV-FND.                                        01810000
018200      PERFORM 3310-SCAN-FIELD                                     01820000
022400      END-STRING.                                                 02240000
022500      WRITE RPT-REC.                                              02250000
022600      EXIT.                                                       02260000
022605 4500-LOG-ACCESS.                                                 02260501
022610      MOVE SPACES TO AC-ACCESS-REC.                               02261001
022615      MOVE 'ASOFINQ' TO AC-PGM-ID.                                02261501
022620      MOVE WS-REQ-FILE TO AC-FILE-ID.                             02262001
022625      MOVE WS-REQ-KEY TO AC-REC-KEY.                              02262501
022630      STRING WS-SHOWN-NAME WS-SHOWN-CONTACT WS-SHOWN-EMAIL        02263001
022635             WS-SHOWN-DOB WS-SHOWN-ADDR WS-SHOWN-BGROUP           02263501
022640             WS-SHOWN-STATUS WS-SHOWN-HIST                        02264001
022645         DELIMITED BY SPACE INTO AC-GROUPS                        02264501
022650      END-STRING.                                                 02265001
022655      CALL 'ACCLSUB' USING AC-ACCESS-REC.                         02265501
022660      EXIT.                                                       02266001
022700 5000-CLOSE-PARA.                                                 02270000
022800      MOVE SPACES TO RPT-REC.                                     02280000
022900      STRING 'HISTORY ENTRIES=' HIST-CNTR                         02290000
