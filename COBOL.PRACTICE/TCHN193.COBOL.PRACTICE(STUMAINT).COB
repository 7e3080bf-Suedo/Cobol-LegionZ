000900*               RECORD FOR STUDENT IDENTITY.  ADD, UPDATE,        00090000
001000*               WITHDRAW (SOFT, STATUS X) AND INQUIRE, WITH       00100000
001100*               EDITS (ID NUMERIC, NAME PRESENT, CENTER           00110000
001200*               PRESENT, DATE OF BIRTH NUMERIC WHEN GIVEN) AND AN 00120003
001300*               AUDIT ENTRY IN THE SHARED AUDITREC SHAPE FOR EVERY00130003
001310*               CHANGE.  DATE OF BIRTH (YYYYMMDD) IS IN COLS 45-5200131003
001320*               OF THE TRANSACTION; BLANK ON AN UPDATE KEEPS THE  00132003
001330*               DATE ALREADY ON FILE.                             00133003
001400* AUTHOR      : GIRIDHAR                                          00140000
001500* CREATED ON  : 02 SEP 2026                                       00150000
001510* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00151001
001520* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00152002
001530* MODIFIED ON : 15 OCT 2026 - DATE OF BIRTH CARRIED ON THE MASTER 00153003
001600***************************************************************** 00160000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
007600    05 WS-STUD-NAME PIC X(20).                                    00760000
007700    05 WS-CENTER-ID PIC X(2).                                     00770000
007800    05 WS-CONTACT   PIC X(12).                                    00780000
007810    05 WS-DOB       PIC X(8).                                     00781003
007900 01 WS-EDIT-FLDS.                                                 00790000
008000    05 WS-EDIT-SW PIC X VALUE 'N'.                                00800000
008100    88 TXN-EDIT-OK VALUE 'Y'.                                     00810000
008800       10 WS-AUD-OLD-CTR  PIC X(2).                               00880000
008900       10 FILLER          PIC X.                                  00890000
009000       10 WS-AUD-OLD-CONT PIC X(12).                              00900000
009010       10 FILLER          PIC X.                                  00901003
009020       10 WS-AUD-OLD-DOB  PIC X(8).                               00902003
009100    05 WS-AUD-NEW.                                                00910000
009200       10 WS-AUD-NEW-NAME PIC X(20).                              00920000
009300       10 FILLER          PIC X.                                  00930000
009400       10 WS-AUD-NEW-CTR  PIC X(2).                               00940000
009500       10 FILLER          PIC X.                                  00950000
009600       10 WS-AUD-NEW-CONT PIC X(12).                              00960000
009610       10 FILLER          PIC X.                                  00961003
009620       10 WS-AUD-NEW-DOB  PIC X(8).                               00962003
009700 01 WS-CNTRS.                                                     00970000
009800    05 IP-CNTR   PIC 9(6) VALUE ZEROS.                            00980000
009900    05 ADD-CNTR  PIC 9(6) VALUE ZEROS.                            00990000
013800         MOVE AU-STATUS TO ERR-FILE-STATUS                        01380000
013900         PERFORM 9000-ERR-PARA                                    01390000
014000      END-IF.                                                     01400000
014010      CALL 'AUDSEAL' USING BY CONTENT 'H' 'STUMAINT'              01401002
014020                           BY REFERENCE AU-AUDIT-REC.             01402002
014030      WRITE AU-AUDIT-REC.                                         01403002
014100      OPEN OUTPUT RPT-FILE.                                       01410000
014200      IF NOT RP-OPEN-OK                                           01420000
014300         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01430000
015700            MOVE IP-REC(8:20) TO WS-STUD-NAME                     01570000
015800            MOVE IP-REC(29:2) TO WS-CENTER-ID                     01580000
015900            MOVE IP-REC(32:12) TO WS-CONTACT                      01590000
015910            MOVE IP-REC(45:8) TO WS-DOB                           01591003
016000            PERFORM 3010-EDIT-TXN THRU 3010-EDIT-EXIT             01600003
016100            IF TXN-EDIT-OK                                        01610000
016200               PERFORM 3100-DISPATCH-TXN                          01620000
016300            ELSE                                                  01630000
019000         AND WS-CENTER-ID = SPACES                                01900000
019100         MOVE 'N' TO WS-EDIT-SW                                   01910000
019200         MOVE 'CENTER BLANK' TO WS-EDIT-REASON                    01920000
019210         GO TO 3010-EDIT-EXIT                                     01921003
019300      END-IF.                                                     01930000
019310      IF (OP-ADD OR OP-UPDATE)                                    01931003
019320         AND WS-DOB NOT = SPACES AND WS-DOB NOT NUMERIC           01932003
019330         MOVE 'N' TO WS-EDIT-SW                                   01933003
019340         MOVE 'DOB NOT NUMERIC' TO WS-EDIT-REASON                 01934003
019350      END-IF.                                                     01935003
019400 3010-EDIT-EXIT.                                                  01940000
019500      EXIT.                                                       01950000
019600 3020-EDIT-REJECT.                                                01960000
022400      MOVE WS-STUD-NAME TO SM-STUD-NAME.                          02240000
022500      MOVE WS-CENTER-ID TO SM-CENTER-ID.                          02250000
022600      MOVE WS-CONTACT TO SM-CONTACT.                              02260000
022610      MOVE WS-DOB TO SM-DOB.                                      02261003
022700      MOVE 'A' TO SM-STUD-STATUS.                                 02270000
022800      WRITE SM-STUDENT-MST.                                       02280000
022900      EVALUATE TRUE                                               02290000
025200            MOVE WS-STUD-NAME TO SM-STUD-NAME                     02520000
025300            MOVE WS-CENTER-ID TO SM-CENTER-ID                     02530000
025400            MOVE WS-CONTACT TO SM-CONTACT                         02540000
025410            IF WS-DOB NOT = SPACES                                02541003
025420               MOVE WS-DOB TO SM-DOB                              02542003
025430            END-IF                                                02543003
025500            REWRITE SM-STUDENT-MST                                02550000
025600            EVALUATE TRUE                                         02560000
025700               WHEN SM-REWRITE-OK                                 02570000
031000            MOVE SPACES TO RPT-REC                                03100000
031100            STRING SM-STUD-ID ' ' SM-STUD-NAME ' '                03110000
031200                   SM-CENTER-ID ' ' SM-CONTACT ' '                03120000
031300                   SM-STUD-STATUS ' ' SM-DOB                      03130003
031400               DELIMITED BY SIZE INTO RPT-REC                     03140000
031500            END-STRING                                            03150000
031600            WRITE RPT-REC                                         03160000
032700      MOVE WS-STUD-NAME TO WS-AUD-NEW-NAME.                       03270000
032800      MOVE WS-CENTER-ID TO WS-AUD-NEW-CTR.                        03280000
032900      MOVE WS-CONTACT TO WS-AUD-NEW-CONT.                         03290000
032910      MOVE SM-DOB TO WS-AUD-NEW-DOB.                              03291003
033000      EXIT.                                                       03300000
033100 3610-FILL-AUD-OLD.                                               03310000
033200      MOVE SM-STUD-NAME TO WS-AUD-OLD-NAME.                       03320000
033300      MOVE SM-CENTER-ID TO WS-AUD-OLD-CTR.                        03330000
033400      MOVE SM-CONTACT TO WS-AUD-OLD-CONT.                         03340000
033410      MOVE SM-DOB TO WS-AUD-OLD-DOB.                              03341003
033500      EXIT.                                                       03350000
033600 3700-AUDIT-WRITE.                                                03360000
033700      MOVE SPACES TO AU-AUDIT-REC.                                03370000
034300      MOVE WS-AUD-NEW TO AU-NEW-VALUE.                            03430000
034400      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      03440000
034500      ACCEPT AU-CHG-TIME FROM TIME.                               03450000
034510      CALL 'OPERSUB' USING AU-OPER-ID.                            03451001
034520      CALL 'AUDSEAL' USING BY CONTENT 'D' 'STUMAINT'              03452002
034530                           BY REFERENCE AU-AUDIT-REC.             03453002
034600      WRITE AU-AUDIT-REC.                                         03460000
034700      IF NOT AU-WRITE-OK                                          03470000
034800         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       03480000
035800         DELIMITED BY SIZE INTO RPT-REC                           03580000
035900      END-STRING.                                                 03590000
036000      WRITE RPT-REC.                                              03600000
036010      CALL 'AUDSEAL' USING BY CONTENT 'T' 'STUMAINT'              03601002
036020                           BY REFERENCE AU-AUDIT-REC.             03602002
036030      WRITE AU-AUDIT-REC.                                         03603002
036100      CLOSE IP-FILE STUD-FILE AUDIT-FILE RPT-FILE.                03610000
036200      DISPLAY 'TXNS READ         : ' IP-CNTR.                     03620000
036300      DISPLAY 'STUDENTS ADDED    : ' ADD-CNTR.                    03630000
