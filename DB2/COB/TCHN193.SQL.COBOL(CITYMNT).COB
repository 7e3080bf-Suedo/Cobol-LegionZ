001200*               OF AD-HOC SQL AGAINST THE RATE TABLE.             00120000
001300* AUTHOR      : BOOSAN                                            00130000
001400* CREATED ON  : 28 JUL 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - OPERATOR STAMPED ON AUDIT ENTRIES   00141001
001420* MODIFIED ON : 15 OCT 2026 - AUDIT LOG SEALED PER RUN            00142002
001425* MODIFIED ON : 15 OCT 2026 - RATES KEPT WITH EFFECTIVE DATES     00142503
001430*               THE TABLE HOLDS ONE ROW PER RATE PERIOD - CITY,   00143003
001435*               CITYLOSS, EFF_FROM_DATE, EFF_TO_DATE - THE        00143503
001440*               RATE IN FORCE CARRYING EFF_TO_DATE 9999-12-31.    00144003
001445*               THE TRANSACTION CARRIES AN EFFECTIVE DATE IN      00144503
001450*               COLS 20-27 (YYYYMMDD, BLANK = TODAY).  AN ADD     00145003
001455*               STARTS A CITY'S RATE; AN UPDATE ENDS THE RATE     00145503
001460*               IN FORCE THE DAY BEFORE AND INSERTS THE NEW ONE   00146003
001465*               (SAME DATE CORRECTS THE RATE IN PLACE); A DELETE  00146503
001470*               ENDS THE RATE IN FORCE WITHOUT A SUCCESSOR.       00147003
001475*               NO RATE IS EVER OVERWRITTEN OR REMOVED, SO        00147503
001480*               CLAIMS PRICE AT THE RATE OF THEIR CLAIM DATE.     00148003
001485* MODIFIED ON : 15 OCT 2026 - EFFECTIVE DATE DAY CHECKED AGAINST  00148504
001490*               THE LENGTH OF ITS MONTH, LEAP YEARS INCLUDED      00149004
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
006600    88 OP-DELETE  VALUE 'D'.                                      00660000
006700    05 WS-CITY    PIC X(14).                                      00670000
006800    05 WS-FACTOR-X PIC X(2).                                      00680000
006805    05 WS-EFF-X    PIC X(8).                                      00680503
006810 01 WS-EFF-DATE PIC 9(8) VALUE ZEROS.                             00681003
006815 01 WS-EFF-DATE-R REDEFINES WS-EFF-DATE.                          00681503
006820    05 WS-EFF-YYYY PIC 9(4).                                      00682003
006825    05 WS-EFF-MM   PIC 9(2).                                      00682503
006830    05 WS-EFF-DD   PIC 9(2).                                      00683003
006835 01 WS-EFF-SW PIC X VALUE 'Y'.                                    00683503
006840    88 EFF-DATE-OK VALUE 'Y'.                                     00684003
006845 01 WS-APPLY-SW PIC X VALUE 'N'.                                  00684503
006850    88 RATE-APPLIED VALUE 'Y'.                                    00685003
006852 01 WS-MON-WORK.                                                  00685204
006854    05 WS-MON-END  PIC 9(2).                                      00685404
006856    05 WS-QUOT     PIC 9(4).                                      00685604
006858    05 WS-REM-4    PIC 9(4).                                      00685804
006860    05 WS-REM-100  PIC 9(4).                                      00686004
006862    05 WS-REM-400  PIC 9(4).                                      00686204
006864 01 WS-MONTH-TABLE.                                               00686404
006866    05 FILLER PIC X(24) VALUE '312831303130313130313031'.         00686604
006868 01 WS-MONTH-R REDEFINES WS-MONTH-TABLE.                          00686804
006870    05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.                    00687004
006900 01 HV-CITY     PIC X(14).                                        00690000
007000 01 HV-FACTOR   PIC S9(4) COMP.                                   00700000
007100 01 HV-OLD-FACTOR PIC S9(4) COMP.                                 00710000
007110 01 HV-EFF-DATE   PIC X(10).                                      00711003
007120 01 HV-CUR-FROM   PIC X(10).                                      00712003
007130 01 HV-LAST-TO    PIC X(10).                                      00713003
007140 01 HV-OPEN-END   PIC X(10) VALUE '9999-12-31'.                   00714003
007200 01 WS-FACTOR-ED PIC 9(2).                                        00720000
007300 01 WS-CNTRS.                                                     00730000
007400    05 IP-CNTR  PIC 9(6) VALUE ZEROS.                             00740000
010200        MOVE 30 TO RETURN-CODE                                    01020000
010300        STOP RUN                                                  01030000
010400     END-IF.                                                      01040000
010410     CALL 'AUDSEAL' USING BY CONTENT 'H' 'CITYMNT '               01041002
010420                          BY REFERENCE AU-AUDIT-REC.              01042002
010430     WRITE AU-AUDIT-REC.                                          01043002
010500        OPEN OUTPUT RPT-FILE.                                     01050000
010600     IF NOT RP-OPEN-OK                                            01060000
010700        DISPLAY 'RPT FILE OPEN ERR ' RP-STATUS                    01070000
013000     MOVE IP-REC(1:1)   TO WS-OP.                                 01300000
013100     MOVE IP-REC(2:14)  TO WS-CITY.                               01310000
013200     MOVE IP-REC(17:2)  TO WS-FACTOR-X.                           01320000
013210     MOVE IP-REC(20:8)  TO WS-EFF-X.                              01321003
013300     MOVE WS-CITY TO HV-CITY.                                     01330000
013310     PERFORM 3010-EDIT-EFF-DATE.                                  01331003
013400        EXIT.                                                     01340000
013500 3002-VALIDATE-PARA.                                              01350000
013600     EVALUATE TRUE                                                01360000
013700        WHEN WS-CITY = SPACES                                     01370000
013710           PERFORM 3009-REJECT-PARA                               01371003
013720        WHEN NOT EFF-DATE-OK                                      01372003
013800           PERFORM 3009-REJECT-PARA                               01380000
013900        WHEN OP-DELETE                                            01390000
014000           PERFORM 3005-DELETE-PARA                               01400000
015600     END-EVALUATE.                                                01560000
015700        EXIT.                                                     01570000
015800 3003-ADD-PARA.                                                   01580000
015810     PERFORM 3007-READ-LAST.                                      01581003
015820     IF HV-LAST-TO NOT < HV-EFF-DATE                              01582003
015830        DISPLAY 'CITY ALREADY RATED ON ' HV-EFF-DATE ' : ' WS-CITY01583003
015840        PERFORM 3009-REJECT-PARA                                  01584003
015850     ELSE                                                         01585003
015860        PERFORM 3013-INSERT-RATE                                  01586003
015870        ADD 1 TO ADD-CNTR                                         01587003
015880        MOVE 'A' TO AU-ACTION                                     01588003
015890        MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE                  01589003
015900        STRING WS-FACTOR-X ' FROM ' HV-EFF-DATE                   01590003
015910           DELIMITED BY SIZE INTO AU-NEW-VALUE                    01591003
015920        END-STRING                                                01592003
015930        PERFORM 3006-AUDIT-WRITE                                  01593003
015940     END-IF.                                                      01594003
015950        EXIT.                                                     01595003
018200 3004-UPDATE-PARA.                                                01820000
018210     MOVE 'N' TO WS-APPLY-SW.                                     01821003
018220     PERFORM 3008-READ-OLD.                                       01822003
018230     EVALUATE TRUE                                                01823003
018240        WHEN C01W-SQL-NOTFND                                      01824003
018250           DISPLAY 'CITY NOT ON TABLE : ' WS-CITY                 01825003
018260           PERFORM 3009-REJECT-PARA                               01826003
018270        WHEN HV-EFF-DATE < HV-CUR-FROM                            01827003
018280           DISPLAY 'EFFECTIVE BEFORE RATE IN FORCE : ' WS-CITY    01828003
018290           PERFORM 3009-REJECT-PARA                               01829003
018300        WHEN HV-EFF-DATE = HV-CUR-FROM                            01830003
018310           PERFORM 3011-CORRECT-RATE                              01831003
018320        WHEN OTHER                                                01832003
018330           PERFORM 3012-END-RATE                                  01833003
018340           PERFORM 3013-INSERT-RATE                               01834003
018350     END-EVALUATE.                                                01835003
018360     IF RATE-APPLIED                                              01836003
018370        ADD 1 TO UPD-CNTR                                         01837003
018380        MOVE 'U' TO AU-ACTION                                     01838003
018390        MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE                  01839003
018400        MOVE HV-OLD-FACTOR TO WS-FACTOR-ED                        01840003
018410        STRING WS-FACTOR-ED ' FROM ' HV-CUR-FROM                  01841003
018420           DELIMITED BY SIZE INTO AU-OLD-VALUE                    01842003
018430        END-STRING                                                01843003
018440        STRING WS-FACTOR-X ' FROM ' HV-EFF-DATE                   01844003
018450           DELIMITED BY SIZE INTO AU-NEW-VALUE                    01845003
018460        END-STRING                                                01846003
018470        PERFORM 3006-AUDIT-WRITE                                  01847003
018480     END-IF.                                                      01848003
018490        EXIT.                                                     01849003
020900 3005-DELETE-PARA.                                                02090000
020910     MOVE 'N' TO WS-APPLY-SW.                                     02091003
020920     PERFORM 3008-READ-OLD.                                       02092003
020930     EVALUATE TRUE                                                02093003
020940        WHEN C01W-SQL-NOTFND                                      02094003
020950           DISPLAY 'CITY NOT ON TABLE : ' WS-CITY                 02095003
020960           PERFORM 3009-REJECT-PARA                               02096003
020970        WHEN HV-EFF-DATE NOT > HV-CUR-FROM                        02097003
020980           DISPLAY 'EFFECTIVE BEFORE RATE IN FORCE : ' WS-CITY    02098003
020990           PERFORM 3009-REJECT-PARA                               02099003
021000        WHEN OTHER                                                02100003
021010           PERFORM 3012-END-RATE                                  02101003
021020     END-EVALUATE.                                                02102003
021030     IF RATE-APPLIED                                              02103003
021040        ADD 1 TO DEL-CNTR                                         02104003
021050        MOVE 'D' TO AU-ACTION                                     02105003
021060        MOVE SPACES TO AU-OLD-VALUE AU-NEW-VALUE                  02106003
021070        MOVE HV-OLD-FACTOR TO WS-FACTOR-ED                        02107003
021080        STRING WS-FACTOR-ED ' FROM ' HV-CUR-FROM                  02108003
021090           DELIMITED BY SIZE INTO AU-OLD-VALUE                    02109003
021100        END-STRING                                                02110003
021110        STRING 'NO RATE FROM ' HV-EFF-DATE                        02111003
021120           DELIMITED BY SIZE INTO AU-NEW-VALUE                    02112003
021130        END-STRING                                                02113003
021140        PERFORM 3006-AUDIT-WRITE                                  02114003
021150     END-IF.                                                      02115003
021160        EXIT.                                                     02116003
023500 3006-AUDIT-WRITE.                                                02350000
023600        MOVE 'TBCITYLS' TO AU-FILE-ID.                            02360000
023700        MOVE WS-CITY TO AU-REC-KEY.                               02370000
023800        MOVE 'CITYLOSS' TO AU-FIELD-ID.                           02380000
023900        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                    02390000
024000        ACCEPT AU-CHG-TIME FROM TIME.                             02400000
024010        CALL 'OPERSUB' USING AU-OPER-ID.                          02401001
024020        CALL 'AUDSEAL' USING BY CONTENT 'D' 'CITYMNT '            02402002
024030                             BY REFERENCE AU-AUDIT-REC.           02403002
024100        WRITE AU-AUDIT-REC.                                       02410000
024200     IF NOT AU-WRITE-OK                                           02420000
024300        DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS        02430000
024400     END-IF.                                                      02440000
024500        EXIT.                                                     02450000
024510 3007-READ-LAST.                                                  02451003
024520     MOVE SPACES TO HV-LAST-TO.                                   02452003
024530     EXEC SQL                                                     02453003
024540       SELECT VALUE(CHAR(MAX(EFF_TO_DATE)), ' ')                  02454003
024550         INTO :HV-LAST-TO                                         02455003
024560         FROM TB_CITYLOSS                                         02456003
024570        WHERE CITY = :HV-CITY                                     02457003
024580     END-EXEC.                                                    02458003
024590     MOVE SQLCODE TO W01-SQLCODE.                                 02459003
024600     IF NOT C01W-SQL-OK                                           02460003
024610        MOVE '3007-READ-LAST' TO W99-ERR-PARA                     02461003
024620        MOVE ' READING TB_CITYLOSS' TO W99-ERR-DESC               02462003
024630        PERFORM 9500-SQL-ERROR-PARA                               02463003
024640        MOVE 30 TO RETURN-CODE                                    02464003
024650        STOP RUN                                                  02465003
024660     END-IF.                                                      02466003
024670        EXIT.                                                     02467003
024680 3008-READ-OLD.                                                   02468003
024690     MOVE ZEROS TO HV-OLD-FACTOR.                                 02469003
024700     MOVE SPACES TO HV-CUR-FROM.                                  02470003
024710     EXEC SQL                                                     02471003
024720       SELECT CITYLOSS, CHAR(EFF_FROM_DATE)                       02472003
024730         INTO :HV-OLD-FACTOR, :HV-CUR-FROM                        02473003
024740         FROM TB_CITYLOSS                                         02474003
024750        WHERE CITY = :HV-CITY                                     02475003
024760          AND EFF_TO_DATE = :HV-OPEN-END                          02476003
024770     END-EXEC.                                                    02477003
024780     MOVE SQLCODE TO W01-SQLCODE.                                 02478003
024790     IF NOT C01W-SQL-OK AND NOT C01W-SQL-NOTFND                   02479003
024800        MOVE '3008-READ-OLD' TO W99-ERR-PARA                      02480003
024810        MOVE ' READING TB_CITYLOSS' TO W99-ERR-DESC               02481003
024820        PERFORM 9500-SQL-ERROR-PARA                               02482003
024830        MOVE 30 TO RETURN-CODE                                    02483003
024840        STOP RUN                                                  02484003
024850     END-IF.                                                      02485003
024860        EXIT.                                                     02486003
025500 3009-REJECT-PARA.                                                02550000
025600        ADD 1 TO REJ-CNTR.                                        02560000
025700        MOVE SPACES TO RPT-REC.                                   02570000
025800        STRING 'REJECTED: OP ' WS-OP ' CITY <' WS-CITY            02580000
025810               '> FACTOR <' WS-FACTOR-X '> EFF <' WS-EFF-X '>'    02581003
026000           DELIMITED BY SIZE INTO RPT-REC                         02600000
026100        END-STRING.                                               02610000
026200        WRITE RPT-REC.                                            02620000
026300        EXIT.                                                     02630000
026301 3010-EDIT-EFF-DATE.                                              02630103
026302     MOVE 'Y' TO WS-EFF-SW.                                       02630203
026303     IF WS-EFF-X = SPACES                                         02630303
026304        ACCEPT WS-EFF-DATE FROM DATE YYYYMMDD                     02630403
026305     ELSE                                                         02630503
026306        IF WS-EFF-X NUMERIC                                       02630603
026307           MOVE WS-EFF-X TO WS-EFF-DATE                           02630703
026308           IF WS-EFF-MM < 1 OR WS-EFF-MM > 12                     02630804
026309              OR WS-EFF-YYYY < 1900                               02630904
026310              MOVE 'N' TO WS-EFF-SW                               02631004
026311           ELSE                                                   02631104
026312              PERFORM 3014-MONTH-END                              02631204
026313              IF WS-EFF-DD < 1 OR WS-EFF-DD > WS-MON-END          02631304
026314                 MOVE 'N' TO WS-EFF-SW                            02631404
026315              END-IF                                              02631504
026316           END-IF                                                 02631604
026317        ELSE                                                      02631704
026318           MOVE 'N' TO WS-EFF-SW                                  02631804
026319        END-IF                                                    02631904
026320     END-IF.                                                      02632004
026321     MOVE SPACES TO HV-EFF-DATE.                                  02632104
026322     STRING WS-EFF-YYYY '-' WS-EFF-MM '-' WS-EFF-DD               02632204
026323        DELIMITED BY SIZE INTO HV-EFF-DATE                        02632304
026324     END-STRING.                                                  02632404
026325        EXIT.                                                     02632504
026326 3011-CORRECT-RATE.                                               02632604
026327     EXEC SQL                                                     02632704
026328       UPDATE TB_CITYLOSS                                         02632804
026329          SET CITYLOSS = :HV-FACTOR                               02632904
026330        WHERE CITY = :HV-CITY                                     02633004
026331          AND EFF_FROM_DATE = :HV-CUR-FROM                        02633104
026332     END-EXEC.                                                    02633204
026333     MOVE SQLCODE TO W01-SQLCODE.                                 02633304
026334     IF NOT C01W-SQL-OK                                           02633404
026335        MOVE '3011-CORRECT-RATE' TO W99-ERR-PARA                  02633504
026336        MOVE ' UPDATING TB_CITYLOSS' TO W99-ERR-DESC              02633604
026337        PERFORM 9500-SQL-ERROR-PARA                               02633704
026338        MOVE 30 TO RETURN-CODE                                    02633804
026339        STOP RUN                                                  02633904
026340     END-IF.                                                      02634004
026341     MOVE 'Y' TO WS-APPLY-SW.                                     02634104
026342        EXIT.                                                     02634204
026343 3012-END-RATE.                                                   02634304
026344     EXEC SQL                                                     02634404
026345       UPDATE TB_CITYLOSS                                         02634504
026346          SET EFF_TO_DATE = DATE(:HV-EFF-DATE) - 1 DAY            02634604
026347        WHERE CITY = :HV-CITY                                     02634704
026348          AND EFF_TO_DATE = :HV-OPEN-END                          02634804
026349     END-EXEC.                                                    02634904
026350     MOVE SQLCODE TO W01-SQLCODE.                                 02635004
026351     IF NOT C01W-SQL-OK                                           02635104
026352        MOVE '3012-END-RATE' TO W99-ERR-PARA                      02635204
026353        MOVE ' UPDATING TB_CITYLOSS' TO W99-ERR-DESC              02635304
026354        PERFORM 9500-SQL-ERROR-PARA                               02635404
026355        MOVE 30 TO RETURN-CODE                                    02635504
026356        STOP RUN                                                  02635604
026357     END-IF.                                                      02635704
026358     MOVE 'Y' TO WS-APPLY-SW.                                     02635804
026359        EXIT.                                                     02635904
026360 3013-INSERT-RATE.                                                02636004
026361     EXEC SQL                                                     02636104
026362       INSERT INTO TB_CITYLOSS                                    02636204
026363              (CITY, CITYLOSS, EFF_FROM_DATE, EFF_TO_DATE)        02636304
026364       VALUES (:HV-CITY, :HV-FACTOR, :HV-EFF-DATE, :HV-OPEN-END)  02636404
026365     END-EXEC.                                                    02636504
026366     MOVE SQLCODE TO W01-SQLCODE.                                 02636604
026367     IF NOT C01W-SQL-OK                                           02636704
026368        MOVE '3013-INSERT-RATE' TO W99-ERR-PARA                   02636804
026369        MOVE ' INSERTING TB_CITYLOSS' TO W99-ERR-DESC             02636904
026370        PERFORM 9500-SQL-ERROR-PARA                               02637004
026371        MOVE 30 TO RETURN-CODE                                    02637104
026372        STOP RUN                                                  02637204
026373     END-IF.                                                      02637304
026374     MOVE 'Y' TO WS-APPLY-SW.                                     02637404
026375        EXIT.                                                     02637504
026376 3014-MONTH-END.                                                  02637604
026377*    LAST DAY OF THE EFFECTIVE MONTH - FEBRUARY HAS 29 IN A LEAP  02637704
026378*    YEAR (EVERY 4TH YEAR, NOT CENTURIES UNLESS DIVISIBLE BY 400).02637804
026379     MOVE WS-MONTH-DAYS(WS-EFF-MM) TO WS-MON-END.                 02637904
026380     IF WS-EFF-MM = 2                                             02638004
026381        DIVIDE WS-EFF-YYYY BY 4 GIVING WS-QUOT                    02638104
026382           REMAINDER WS-REM-4                                     02638204
026383        DIVIDE WS-EFF-YYYY BY 100 GIVING WS-QUOT                  02638304
026384           REMAINDER WS-REM-100                                   02638404
026385        DIVIDE WS-EFF-YYYY BY 400 GIVING WS-QUOT                  02638504
026386           REMAINDER WS-REM-400                                   02638604
026387        IF WS-REM-400 = 0                                         02638704
026388           OR (WS-REM-4 = 0 AND WS-REM-100 NOT = 0)               02638804
026389           MOVE 29 TO WS-MON-END                                  02638904
026390        END-IF                                                    02639004
026391     END-IF.                                                      02639104
026392        EXIT.                                                     02639204
026400 4000-CLOSE-PARA.                                                 02640000
026500        MOVE SPACES TO RPT-REC.                                   02650000
026600        STRING 'READ=' IP-CNTR ' ADDED=' ADD-CNTR                 02660000
026900           DELIMITED BY SIZE INTO RPT-REC                         02690000
027000        END-STRING.                                               02700000
027100        WRITE RPT-REC.                                            02710000
027110        CALL 'AUDSEAL' USING BY CONTENT 'T' 'CITYMNT '            02711002
027120                             BY REFERENCE AU-AUDIT-REC.           02712002
027130        WRITE AU-AUDIT-REC.                                       02713002
027200        CLOSE IP-FILE AUDIT-FILE RPT-FILE.                        02720000
027300        DISPLAY 'RECORDS READ     : ' IP-CNTR.                    02730000
027400        DISPLAY 'RATES ADDED      : ' ADD-CNTR.                   02740000
