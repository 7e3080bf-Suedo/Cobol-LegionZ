000900*               CALENDAR AND, FOR EVERY OPEN LEAVE WHOSE END      00090000
001000*               DATE HAS PASSED, PUTS THE ASSOCIATE BACK TO       00100000
001100*               STATUS A ON THE MASTER, CLOSES THE CALENDAR       00110000
001200*               ENTRY (STATUS R, RETURN DATE = THE DAY BACK) AND  00120004
001300*               WRITES AN AUDIT ENTRY.  AN EXPIRED LEAVE WHOSE    00130000
001400*               MASTER RECORD IS NO LONGER STATUS L (E.G.         00140000
001500*               TERMINATED WHILE AWAY) IS REPORTED AND LEFT       00150000
001600*               FOR HR TO RESOLVE.  THE CALENDAR HOLDS EVERY      00160001
001610*               LEAVE AN ASSOCIATE HAS TAKEN (KEY = ASSOID +      00161001
001620*               START DATE), SO THE MASTER GOES BACK TO A ONLY    00162001
001630*               WHEN NO OTHER LEAVE FOR THE SAME ASSOCIATE IS     00163001
001640*               STILL OPEN; CLOSED ENTRIES STAY ON FILE AS        00164001
001650*               HISTORY.                                          00165001
001655*               THE ASSOCIATE IS BACK ON THE FIRST BUSINESS DAY   00165504
001660*               AFTER THE END DATE (BDAYSUB), SO A LEAVE ENDING   00166004
001665*               ON A FRIDAY IS CLOSED ON MONDAY, NOT OVER THE     00166504
001670*               WEEKEND.  THE RUN IS REFUSED RC 12 WHEN TODAY IS  00167004
001675*               NOT ON THE CALENDAR; A LEAVE WHOSE DAY BACK       00167504
001680*               CANNOT BE WORKED OUT IS LEFT OPEN, REPORTED, AND  00168004
001685*               THE RUN ENDS RC 12.                               00168504
001690*               A LEAVE BOOKED AHEAD DOES NOT COUNT AS OPEN UNTIL 00169005
001692*               ITS START DATE IS REACHED; THAT NIGHT THE         00169205
001694*               ASSOCIATE IS PUT ON STATUS L.                     00169405
001700* AUTHOR      : GIRIDHAR                                          00170000
001800* CREATED ON  : 02 SEP 2026                                       00180000
001810* MODIFIED ON : 15 OCT 2026 - ONE CALENDAR ENTRY PER LEAVE        00181001
001820* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00182002
001830* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00183003
001840* MODIFIED ON : 15 OCT 2026 - RETURN ON THE NEXT BUSINESS DAY     00184004
001850* MODIFIED ON : 15 OCT 2026 - LEAVE BOOKED AHEAD SET ON STATUS L  00185005
001860*               WHEN IT STARTS, NOT COUNTED OPEN BEFORE           00186005
001900***************************************************************** 00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002300      SELECT LEAVE-FILE ASSIGN TO DDLVKSDS                        00230000
002400      ORGANIZATION IS INDEXED                                     00240000
002500      ACCESS MODE IS SEQUENTIAL                                   00250000
002600      RECORD KEY IS LE-LEAVE-KEY                                  00260001
002700      FILE STATUS LV-STATUS.                                      00270000
002800*                                                                 00280000
002900      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00290000
008100    88 RS-OPEN-OK  VALUE '00'.                                    00810000
008200    88 RS-WRITE-OK VALUE '00'.                                    00820000
008300 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                00830000
008310 01 WS-PREV-ASSOID PIC X(7) VALUE SPACES.                         00831001
008320 01 WS-LAST-END PIC 9(8) VALUE ZEROS.                             00832001
008330 01 WS-CLOSED-SW PIC X VALUE 'N'.                                 00833001
008340    88 LEAVE-CLOSED VALUE 'Y'.                                    00834001
008350 01 WS-OPEN-SW PIC X VALUE 'N'.                                   00835001
008360    88 LEAVE-STILL-OPEN VALUE 'Y'.                                00836001
008370 01 WS-BACK-DATE PIC 9(8) VALUE ZEROS.                            00837004
008375 01 WS-START-SW PIC X VALUE 'N'.                                  00837505
008380    88 LEAVE-IN-FORCE VALUE 'Y'.                                  00838005
008385 01 WS-CUR-START PIC 9(8) VALUE ZEROS.                            00838505
008400 01 WS-CNTRS.                                                     00840000
008500    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         00850000
008600    05 RETURN-CNTR  PIC 9(6) VALUE ZEROS.                         00860000
008700    05 STILL-CNTR   PIC 9(6) VALUE ZEROS.                         00870000
008800    05 ANOM-CNTR    PIC 9(6) VALUE ZEROS.                         00880000
008810    05 CLOSED-CNTR  PIC 9(6) VALUE ZEROS.                         00881001
008820    05 HELD-CNTR    PIC 9(6) VALUE ZEROS.                         00882001
008830    05 CAL-CNTR     PIC 9(6) VALUE ZEROS.                         00883004
008880    05 START-CNTR   PIC 9(6) VALUE ZEROS.                         00888005
008900 01 WS-ERR-DESC.                                                  00890000
009000    05  FILLER               PIC X(10) VALUE "ERROR IN ".         00900000
009100    05  ERR-PARA             PIC X(30).                           00910000
009300    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              00930000
009400    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      00940000
009500    05  ERR-FILE-STATUS      PIC XX.                              00950000
009510 COPY CALPARM REPLACING ==:BDL:== BY ==BD==.                      00951004
009600 PROCEDURE DIVISION.                                              00960000
009700 0000-MAIN-PARA.                                                  00970000
009800      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         00980000
009810      PERFORM 1500-CHECK-CALENDAR.                                00981004
009900      PERFORM 1000-OPEN-FILES.                                    00990000
010000      PERFORM 3000-PRCS-RECS UNTIL LV-EOF.                        01000000
010100      PERFORM 4000-CLOSE-PARA.                                    01010000
012400         MOVE AU-STATUS TO ERR-FILE-STATUS                        01240000
012500         PERFORM 9000-ERR-PARA                                    01250000
012600      END-IF.                                                     01260000
012610      CALL 'AUDSEAL' USING BY CONTENT 'H' 'LVRETURN'              01261003
012620                           BY REFERENCE AU-AUDIT-REC.             01262003
012630      WRITE AU-AUDIT-REC.                                         01263003
012700      OPEN OUTPUT RPTFILE.                                        01270000
012800      IF NOT RP-OPEN-OK                                           01280000
012900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01290000
013500      MOVE 'LEAVE AUTO-RETURN REPORT' TO RPT-REC.                 01350000
013600      WRITE RPT-REC.                                              01360000
013700      EXIT.                                                       01370000
013705 1500-CHECK-CALENDAR.                                             01370504
013710      MOVE 'B' TO BD-FUNC.                                        01371004
013715      MOVE WS-TODAY TO BD-DATE-1.                                 01371504
013720      CALL 'BDAYSUB' USING BD-CAL-PARM.                           01372004
013725      EVALUATE TRUE                                               01372504
013730         WHEN BD-CAL-OK                                           01373004
013735            CONTINUE                                              01373504
013740         WHEN BD-YEAR-MISSING                                     01374004
013745            DISPLAY 'CALENDAR YEAR ' BD-MISS-YEAR                 01374504
013750                    ' NOT ON FILE - RUN REFUSED'                  01375004
013755            MOVE 12 TO RETURN-CODE                                01375504
013760            STOP RUN                                              01376004
013765         WHEN OTHER                                               01376504
013770            DISPLAY 'BUSINESS-DAY CALENDAR UNAVAILABLE - RESULT ' 01377004
013775                    BD-RESULT ' - RUN REFUSED'                    01377504
013780            MOVE 12 TO RETURN-CODE                                01378004
013785            STOP RUN                                              01378504
013790      END-EVALUATE.                                               01379004
013795      EXIT.                                                       01379504
013800 3000-PRCS-RECS.                                                  01380000
013900      READ LEAVE-FILE.                                            01390000
014000      EVALUATE TRUE                                               01400000
014100         WHEN LV-READ-OK                                          01410000
014200            ADD 1 TO IP-CNTR                                      01420000
014210            IF LE-ASSOID NOT = WS-PREV-ASSOID                     01421001
014220               PERFORM 3400-ASSOC-BREAK                           01422001
014230               MOVE LE-ASSOID TO WS-PREV-ASSOID                   01423001
014240            END-IF                                                01424001
014300            IF LE-LEAVE-STATUS = 'A'                              01430000
014310               MOVE 99999999 TO WS-BACK-DATE                      01431004
014320               IF LE-LEAVE-END < WS-TODAY                         01432004
014330                  PERFORM 3050-BACK-DATE                          01433004
014340               END-IF                                             01434004
014350               EVALUATE TRUE                                      01435004
014360                  WHEN WS-BACK-DATE = ZEROS                       01436004
014370                     MOVE 'Y' TO WS-OPEN-SW                       01437004
014380                  WHEN WS-BACK-DATE NOT > WS-TODAY                01438004
014390                     PERFORM 3100-RETURN-ONE                      01439004
014391                  WHEN LE-LEAVE-START > WS-TODAY                  01439105
014392                     CONTINUE                                     01439205
014400                  WHEN OTHER                                      01440004
014410                     ADD 1 TO STILL-CNTR                          01441004
014420                     MOVE 'Y' TO WS-OPEN-SW                       01442004
014424                     MOVE 'Y' TO WS-START-SW                      01442405
014426                     MOVE LE-LEAVE-START TO WS-CUR-START          01442605
014430               END-EVALUATE                                       01443004
014900            END-IF                                                01490000
015000         WHEN LV-EOF                                              01500000
015100            PERFORM 3400-ASSOC-BREAK                              01510001
015200         WHEN OTHER                                               01520000
015300            MOVE '3000-PRCS-RECS' TO ERR-PARA                     01530000
015400            MOVE 'LEAVE-FILE' TO ERR-FILE-ID                      01540000
015600            PERFORM 9000-ERR-PARA                                 01560000
015700      END-EVALUATE.                                               01570000
015800      EXIT.                                                       01580000
015805 3050-BACK-DATE.                                                  01580504
015810      MOVE 'A' TO BD-FUNC.                                        01581004
015815      MOVE LE-LEAVE-END TO BD-DATE-1.                             01581504
015820      MOVE 1 TO BD-DAYS.                                          01582004
015825      CALL 'BDAYSUB' USING BD-CAL-PARM.                           01582504
015830      IF BD-CAL-OK                                                01583004
015835         MOVE BD-OUT-DATE TO WS-BACK-DATE                         01583504
015840      ELSE                                                        01584004
015845         MOVE ZEROS TO WS-BACK-DATE                               01584504
015850         ADD 1 TO CAL-CNTR                                        01585004
015855         MOVE SPACES TO RPT-REC                                   01585504
015860         STRING 'NOT RETURNED ' LE-ASSOID                         01586004
015865                ' - NO CALENDAR FOR DAY BACK, YEAR '              01586504
015870                BD-MISS-YEAR                                      01587004
015875            DELIMITED BY SIZE INTO RPT-REC                        01587504
015880         END-STRING                                               01588004
015885         WRITE RPT-REC                                            01588504
015890      END-IF.                                                     01589004
015895      EXIT.                                                       01589504
015900 3100-RETURN-ONE.                                                 01590000
016000      MOVE LE-ASSOID TO MAASSOID.                                 01600000
016100      READ KSDS-FILE.                                             01610000
016200      EVALUATE TRUE                                               01620000
016300         WHEN MA-READ-OK AND MASTATUS = 'L'                       01630000
016310            PERFORM 3300-CLOSE-LEAVE                              01631001
016320            ADD 1 TO CLOSED-CNTR                                  01632001
016330            MOVE 'Y' TO WS-CLOSED-SW                              01633001
016340            MOVE LE-LEAVE-END TO WS-LAST-END                      01634001
018200         WHEN OTHER                                               01820000
018300            ADD 1 TO ANOM-CNTR                                    01830000
018400            MOVE SPACES TO RPT-REC                                01840000
019200 3200-AUDIT-RETURN.                                               01920000
019300      MOVE SPACES TO AU-AUDIT-REC.                                01930000
019400      MOVE 'MJ24KSDS' TO AU-FILE-ID.                              01940000
019500      MOVE MAASSOID TO AU-REC-KEY.                                01950001
019600      MOVE 'U' TO AU-ACTION.                                      01960000
019700      MOVE 'LEAVE-RET' TO AU-FIELD-ID.                            01970000
019800      MOVE 'L' TO AU-OLD-VALUE.                                   01980000
019900      MOVE 'A' TO AU-NEW-VALUE.                                   01990000
020000      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02000000
020100      ACCEPT AU-CHG-TIME FROM TIME.                               02010000
020110      CALL 'OPERSUB' USING AU-OPER-ID.                            02011002
020120      CALL 'AUDSEAL' USING BY CONTENT 'D' 'LVRETURN'              02012003
020130                           BY REFERENCE AU-AUDIT-REC.             02013003
020200      WRITE AU-AUDIT-REC.                                         02020000
020300      IF NOT AU-WRITE-OK                                          02030000
020400         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02040000
020600      EXIT.                                                       02060000
020700 3300-CLOSE-LEAVE.                                                02070000
020800      MOVE 'R' TO LE-LEAVE-STATUS.                                02080000
020900      MOVE WS-BACK-DATE TO LE-RETURN-DATE.                        02090004
021000      REWRITE LE-LEAVE-REC.                                       02100000
021100      IF NOT LV-REWRITE-OK                                        02110000
021200         MOVE '3300-CLOSE-LEAVE' TO ERR-PARA                      02120000
021500         PERFORM 9000-ERR-PARA                                    02150000
021600      END-IF.                                                     02160000
021700      EXIT.                                                       02170000
021701 3400-ASSOC-BREAK.                                                02170101
021702      IF LEAVE-CLOSED                                             02170201
021703         IF LEAVE-STILL-OPEN                                      02170301
021704            ADD 1 TO HELD-CNTR                                    02170401
021705            MOVE SPACES TO RPT-REC                                02170501
021706            STRING 'STILL AWAY ' WS-PREV-ASSOID                   02170601
021707                   ' - LEAVE ENDED ' WS-LAST-END                  02170701
021708                   ' BUT A FURTHER LEAVE IS OPEN'                 02170801
021709               DELIMITED BY SIZE INTO RPT-REC                     02170901
021710            END-STRING                                            02171001
021711            WRITE RPT-REC                                         02171101
021712         ELSE                                                     02171201
021713            PERFORM 3500-RETURN-MASTER                            02171301
021714         END-IF                                                   02171401
021715      END-IF.                                                     02171501
021716      IF LEAVE-IN-FORCE AND NOT LEAVE-CLOSED                      02171605
021717         PERFORM 3600-START-MASTER                                02171705
021718      END-IF.                                                     02171805
021719      MOVE 'N' TO WS-CLOSED-SW.                                   02171905
021720      MOVE 'N' TO WS-OPEN-SW.                                     02172005
021721      MOVE 'N' TO WS-START-SW.                                    02172105
021722      EXIT.                                                       02172205
021723 3500-RETURN-MASTER.                                              02172305
021724      MOVE WS-PREV-ASSOID TO MAASSOID.                            02172405
021725      READ KSDS-FILE.                                             02172505
021726      EVALUATE TRUE                                               02172605
021727         WHEN MA-READ-OK AND MASTATUS = 'L'                       02172705
021728            MOVE 'A' TO MASTATUS                                  02172805
021729            REWRITE MAREC                                         02172905
021730            IF MA-REWRITE-OK                                      02173005
021731               ADD 1 TO RETURN-CNTR                               02173105
021732               PERFORM 3200-AUDIT-RETURN                          02173205
021733               MOVE SPACES TO RPT-REC                             02173305
021734               STRING 'RETURNED ' MAASSOID ' ' MANAME             02173405
021735                      ' - LEAVE ENDED ' WS-LAST-END               02173505
021736                  DELIMITED BY SIZE INTO RPT-REC                  02173605
021737               END-STRING                                         02173705
021738               WRITE RPT-REC                                      02173805
021739            ELSE                                                  02173905
021740               MOVE '3500-RETURN-MASTER' TO ERR-PARA              02174005
021741               MOVE 'KSDS-FILE' TO ERR-FILE-ID                    02174105
021742               MOVE MA-STATUS TO ERR-FILE-STATUS                  02174205
021743               PERFORM 9000-ERR-PARA                              02174305
021744            END-IF                                                02174405
021745         WHEN OTHER                                               02174505
021746            ADD 1 TO ANOM-CNTR                                    02174605
021747            MOVE SPACES TO RPT-REC                                02174705
021748            STRING 'NOT RETURNED ' WS-PREV-ASSOID                 02174805
021749                   ' - MASTER MISSING OR NOT STATUS L'            02174905
021750               DELIMITED BY SIZE INTO RPT-REC                     02175005
021751            END-STRING                                            02175105
021752            WRITE RPT-REC                                         02175205
021753      END-EVALUATE.                                               02175305
021754      EXIT.                                                       02175405
021755*  A LEAVE BOOKED AHEAD HAS NOW STARTED - THE ASSOCIATE GOES TO   02175505
021756*  STATUS L.  A MASTER NOT AT STATUS A IS LEFT AS IT IS.          02175605
021757 3600-START-MASTER.                                               02175705
021758      MOVE WS-PREV-ASSOID TO MAASSOID.                            02175805
021759      READ KSDS-FILE.                                             02175905
021760      IF MA-READ-OK AND MASTATUS = 'A'                            02176005
021761         MOVE 'L' TO MASTATUS                                     02176105
021762         REWRITE MAREC                                            02176205
021763         IF MA-REWRITE-OK                                         02176305
021764            ADD 1 TO START-CNTR                                   02176405
021765            PERFORM 3650-AUDIT-START                              02176505
021766            MOVE SPACES TO RPT-REC                                02176605
021767            STRING 'ON LEAVE ' MAASSOID ' ' MANAME                02176705
021768                   ' - LEAVE STARTED ' WS-CUR-START               02176805
021769               DELIMITED BY SIZE INTO RPT-REC                     02176905
021770            END-STRING                                            02177005
021771            WRITE RPT-REC                                         02177105
021772         ELSE                                                     02177205
021773            MOVE '3600-START-MASTER' TO ERR-PARA                  02177305
021774            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       02177405
021775            MOVE MA-STATUS TO ERR-FILE-STATUS                     02177505
021776            PERFORM 9000-ERR-PARA                                 02177605
021777         END-IF                                                   02177705
021778      END-IF.                                                     02177805
021779      EXIT.                                                       02177905
021780 3650-AUDIT-START.                                                02178005
021781      MOVE SPACES TO AU-AUDIT-REC.                                02178105
021782      MOVE 'MJ24KSDS' TO AU-FILE-ID.                              02178205
021783      MOVE MAASSOID TO AU-REC-KEY.                                02178305
021784      MOVE 'U' TO AU-ACTION.                                      02178405
021785      MOVE 'LEAVE' TO AU-FIELD-ID.                                02178505
021786      MOVE 'A' TO AU-OLD-VALUE.                                   02178605
021787      STRING 'L ' WS-CUR-START                                    02178705
021788         DELIMITED BY SIZE INTO AU-NEW-VALUE                      02178805
021789      END-STRING.                                                 02178905
021790      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      02179005
021791      ACCEPT AU-CHG-TIME FROM TIME.                               02179105
021792      CALL 'OPERSUB' USING AU-OPER-ID.                            02179205
021793      CALL 'AUDSEAL' USING BY CONTENT 'D' 'LVRETURN'              02179305
021794                           BY REFERENCE AU-AUDIT-REC.             02179405
021795      WRITE AU-AUDIT-REC.                                         02179505
021796      IF NOT AU-WRITE-OK                                          02179605
021797         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       02179705
021798      END-IF.                                                     02179805
021799      EXIT.                                                       02179905
021800 4000-CLOSE-PARA.                                                 02180000
021900      MOVE SPACES TO RPT-REC.                                     02190000
022000      STRING 'LEAVES READ=' IP-CNTR                               02200000
022100             ' RETURNED=' RETURN-CNTR                             02210000
022200             ' STILL AWAY=' STILL-CNTR                            02220000
022300             ' ANOMALIES=' ANOM-CNTR                              02230000
022310             ' CLOSED=' CLOSED-CNTR                               02231001
022360             ' STARTED=' START-CNTR                               02236005
022400         DELIMITED BY SIZE INTO RPT-REC                           02240000
022500      END-STRING.                                                 02250000
022600      WRITE RPT-REC.                                              02260000
022610      CALL 'AUDSEAL' USING BY CONTENT 'T' 'LVRETURN'              02261003
022620                           BY REFERENCE AU-AUDIT-REC.             02262003
022630      WRITE AU-AUDIT-REC.                                         02263003
022700      CLOSE LEAVE-FILE KSDS-FILE AUDIT-FILE RPTFILE.              02270000
022800      DISPLAY 'LEAVE RECORDS READ  : ' IP-CNTR.                   02280000
022900      DISPLAY 'AUTO-RETURNED       : ' RETURN-CNTR.               02290000
023000      DISPLAY 'STILL ON LEAVE      : ' STILL-CNTR.                02300000
023010      DISPLAY 'LEAVES CLOSED       : ' CLOSED-CNTR.               02301001
023020      DISPLAY 'KEPT ON LEAVE       : ' HELD-CNTR.                 02302001
023070      DISPLAY 'LEAVES STARTED      : ' START-CNTR.                02307005
023100      DISPLAY 'ANOMALIES REPORTED  : ' ANOM-CNTR.                 02310000
023110      DISPLAY 'NO CALENDAR DAY BACK: ' CAL-CNTR.                  02311004
023200      IF ANOM-CNTR > 0                                            02320000
023300         MOVE 4 TO RETURN-CODE                                    02330000
023400      END-IF.                                                     02340000
023410      IF CAL-CNTR > 0                                             02341004
023420         MOVE 12 TO RETURN-CODE                                   02342004
023430      END-IF.                                                     02343004
023500      PERFORM 4200-WRITE-RUNSTAT.                                 02350000
023600      EXIT.                                                       02360000
023700 4200-WRITE-RUNSTAT.                                              02370000
