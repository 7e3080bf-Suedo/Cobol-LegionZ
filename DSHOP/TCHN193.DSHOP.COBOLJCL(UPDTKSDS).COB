002612    05 OP-REGCODE PIC X(4).                                       00261208
002614    05 OP-REGDATE PIC X(8).                                       00261408
002616    05 OP-BSTATUS PIC X(1).                                       00261608
002618    05 OP-RENDATE PIC X(8).                                       00261836
002620    05 OP-RENFLAG PIC X(1).                                       00262036
002622    05 OP-REMLVL  PIC X(1).                                       00262236
002624    05 FILLER PIC X(10).                                          00262436
002626 FD AUDIT-FILE RECORDING MODE IS F.                               00262636
002630 COPY AUDITREC REPLACING ==:AUD:== BY ==AU==.                     00263007
002640 FD REGFILE.                                                      00264010
002650 COPY REGREC REPLACING ==:REG:== BY ==RG==.                       00265010
003300    88 OP-UPDATE VALUE 'U'.                                       00330002
003400    88 OP-DELETE VALUE 'D'.                                       00340002
003405    88 OP-REACT  VALUE 'R'.                                       00340509
003406    88 OP-RENEW  VALUE 'N'.                                       00340634
003407    88 OP-CLOSE  VALUE 'C'.                                       00340735
003410    05 WS-BUSNAME PIC X(30).                                      00341008
003420    05 WS-REGCODE PIC X(4).                                       00342008
003430    05 WS-REGDATE PIC X(8).                                       00343008
004880       10 WS-AUD-NEW-BUSRT PIC X(11).                             00488007
004890       10 FILLER            PIC X.                                00489007
004895       10 WS-AUD-NEW-BUSFR PIC X(3).                              00489507
004896    05 WS-AUD-FIELD        PIC X(10).                             00489634
004900 01 WS-ERR-DESC.                                                  00490001
005000     05  FILLER               PIC X(10) VALUE "ERROR IN ".        00500001
005100     05  ERR-PARA             PIC X(30).                          00510001
007650                  MOVE AU-STATUS TO ERR-FILE-STATUS               00765006
007660                  PERFORM 9000-ERR-PARA                           00766006
007670               END-IF                                             00767006
007671               CALL 'AUDSEAL' USING BY CONTENT 'H' 'UPDTKSDS'     00767136
007672                                    BY REFERENCE AU-AUDIT-REC     00767236
007673               WRITE AU-AUDIT-REC                                 00767336
007674               OPEN INPUT REGFILE                                 00767436
007675               IF NOT RG-OPEN-OK                                  00767536
007676                  MOVE '2000-OPEN-FILES' TO ERR-PARA              00767636
007677                  MOVE 'REGFILE' TO ERR-FILE-ID                   00767736
007678                  MOVE RG-STATUS TO ERR-FILE-STATUS               00767836
007679                  PERFORM 9000-ERR-PARA                           00767936
007680               END-IF                                             00768036
007681               OPEN EXTEND SUSPFILE                               00768136
007682               IF NOT SU-OPEN-OK                                  00768236
007683                  MOVE '2000-OPEN-FILES' TO ERR-PARA              00768336
007684                  MOVE 'SUSPFILE' TO ERR-FILE-ID                  00768436
007685                  MOVE SU-STATUS TO ERR-FILE-STATUS               00768536
007686                  PERFORM 9000-ERR-PARA                           00768636
007687               END-IF                                             00768736
007700            ELSE                                                  00770001
007800               MOVE '2000-OPEN-FILES' TO ERR-PARA                 00780001
007900               MOVE 'OP-FILE' TO ERR-FILE-ID                      00790001
010100                  PERFORM 3003-DELETE-KSDS                        01010002
010110               WHEN OP-REACT                                      01011009
010120                  PERFORM 3008-REACT-KSDS                         01012009
010130               WHEN OP-RENEW                                      01013034
010140                  PERFORM 3012-RENEW-KSDS THRU 3012-RENEW-EXIT    01014034
010150               WHEN OP-CLOSE                                      01015035
010160                  PERFORM 3013-CLOSE-KSDS THRU 3013-CLOSE-EXIT    01016035
010200               WHEN OTHER                                         01020002
010300                  DISPLAY ' INVALID OPERATION : ' WS-OP           01030002
010400            END-EVALUATE                                          01040002
014240      MOVE WS-BUSRT TO OP-BUSRT.                                  01424002
014250      MOVE WS-BUSFR TO OP-BUSFR.                                  01425002
014252      MOVE SPACES TO OP-BUSNAME OP-REGCODE                        01425208
014253                     OP-REGDATE OP-BSTATUS                        01425334
014254                     OP-RENDATE OP-RENFLAG OP-REMLVL.             01425434
014256      PERFORM 3007-APPLY-NEWFLDS.                                 01425608
014260      WRITE OP-REC.                                               01426002
014270      EVALUATE TRUE                                               01427002
014317               MOVE 'U' TO WS-AUD-ACTION                          01431709
014318               MOVE SPACES TO WS-AUD-NEW                          01431809
014319               MOVE 'A' TO WS-AUD-NEW                             01431909
014320               MOVE 'BSTATUS' TO WS-AUD-FIELD                     01432034
014321               PERFORM 3009-STAT-AUDIT                            01432109
014322            ELSE                                                  01432209
014323               DISPLAY 'KEY : ' OP-BUSNM ' ALREADY ACTIVE'        01432309
014334      MOVE 'BUSKSDS ' TO AU-FILE-ID.                              01433409
014335      MOVE OP-BUSNM TO AU-REC-KEY.                                01433509
014336      MOVE WS-AUD-ACTION TO AU-ACTION.                            01433609
014337      MOVE WS-AUD-FIELD TO AU-FIELD-ID.                           01433734
014338      MOVE WS-AUD-OLD TO AU-OLD-VALUE.                            01433809
014339      MOVE WS-AUD-NEW TO AU-NEW-VALUE.                            01433909
014341      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      01434109
014342      ACCEPT AU-CHG-TIME FROM TIME.                               01434209
014343      CALL 'OPERSUB' USING AU-OPER-ID.                            01434336
014344      CALL 'AUDSEAL' USING BY CONTENT 'D' 'UPDTKSDS'              01434436
014345                           BY REFERENCE AU-AUDIT-REC.             01434536
014346      WRITE AU-AUDIT-REC.                                         01434636
014347      EXIT.                                                       01434736
014348*    OP C CLOSES A BUSINESS (STATUS I) - BUSCLOSE RAISES IT       01434836
014349*    NIGHTLY FOR BUSINESSES WHOSE D2_BUSORG END DATE HAS PASSED.  01434936
014350*    A CARD THAT FAILS THE REG-CODE CHECK GOES TO SUSPENSE AND    01435036
014351*    THE CLOSE WAITS FOR THE CORRECTED CARD.                      01435136
014352 3013-CLOSE-KSDS.                                                 01435236
014353      IF NOT NEWFLDS-OK                                           01435336
014354         DISPLAY 'CLOSE WITHHELD FOR ' WS-BUSNM                   01435436
014355         GO TO 3013-CLOSE-EXIT                                    01435536
014356      END-IF.                                                     01435636
014357      MOVE WS-BUSNM TO OP-BUSNM.                                  01435736
014358      READ OP-FILE.                                               01435836
014359      EVALUATE TRUE                                               01435936
014360         WHEN OP-READ-OK                                          01436036
014361            IF OP-BSTATUS NOT = 'I'                               01436136
014362               MOVE SPACES TO WS-AUD-OLD                          01436236
014363               MOVE OP-BSTATUS TO WS-AUD-OLD                      01436336
014364               MOVE 'I' TO OP-BSTATUS                             01436436
014365               REWRITE OP-REC                                     01436536
014366               ADD 1 TO OP-CNTR                                   01436636
014367               MOVE 'U' TO WS-AUD-ACTION                          01436736
014368               MOVE SPACES TO WS-AUD-NEW                          01436836
014369               MOVE 'I' TO WS-AUD-NEW                             01436936
014370               MOVE 'BSTATUS' TO WS-AUD-FIELD                     01437036
014371               PERFORM 3009-STAT-AUDIT                            01437136
014372            ELSE                                                  01437236
014373               DISPLAY 'KEY : ' OP-BUSNM ' ALREADY CLOSED'        01437336
014374            END-IF                                                01437436
014375         WHEN OP-KEYNF                                            01437536
014376            DISPLAY 'KEY : ' OP-BUSNM ' NOT FOUND '               01437636
014377         WHEN OP-KEYINV                                           01437736
014378            DISPLAY 'KEY : ' OP-BUSNM ' IS INVALID'               01437836
014379      END-EVALUATE.                                               01437936
014380 3013-CLOSE-EXIT.                                                 01438036
014381      EXIT.                                                       01438136
014382*    OP N RECORDS A REGISTRATION RENEWAL - THE DATE IN THE REG    01438236
014383*    DATE POSITION (TODAY IF BLANK) STARTS THE NEXT CYCLE AND     01438336
014384*    THE OVERDUE FLAG AND REMINDER LEVEL SET BY BUSRENEW CLEAR.   01438436
014385 3012-RENEW-KSDS.                                                 01438536
014386      IF NOT NEWFLDS-OK                                           01438636
014387         DISPLAY 'RENEWAL IGNORED FOR ' WS-BUSNM                  01438736
014388         GO TO 3012-RENEW-EXIT                                    01438836
014389      END-IF.                                                     01438936
014390      MOVE WS-BUSNM TO OP-BUSNM.                                  01439036
014391      READ OP-FILE.                                               01439136
014392      EVALUATE TRUE                                               01439236
014393         WHEN OP-READ-OK                                          01439336
014394            MOVE SPACES TO WS-AUD-OLD                             01439436
014395            STRING OP-RENDATE ' ' OP-RENFLAG OP-REMLVL            01439536
014396               DELIMITED BY SIZE INTO WS-AUD-OLD                  01439636
014397            END-STRING                                            01439736
014398            IF WS-REGDATE NUMERIC                                 01439836
014399               MOVE WS-REGDATE TO OP-RENDATE                      01439936
014400            ELSE                                                  01440036
014401               ACCEPT OP-RENDATE FROM DATE YYYYMMDD               01440136
014402            END-IF                                                01440236
014403            MOVE SPACE TO OP-RENFLAG OP-REMLVL                    01440336
014404            REWRITE OP-REC                                        01440436
014405            ADD 1 TO OP-CNTR                                      01440536
014406            MOVE 'U' TO WS-AUD-ACTION                             01440636
014407            MOVE SPACES TO WS-AUD-NEW                             01440736
014408            MOVE OP-RENDATE TO WS-AUD-NEW                         01440836
014409            MOVE 'RENEWAL' TO WS-AUD-FIELD                        01440936
014410            PERFORM 3009-STAT-AUDIT                               01441036
014411         WHEN OP-KEYNF                                            01441136
014412            DISPLAY 'KEY : ' OP-BUSNM ' NOT FOUND '               01441236
014413         WHEN OP-KEYINV                                           01441336
014414            DISPLAY 'KEY : ' OP-BUSNM ' IS INVALID'               01441436
014415      END-EVALUATE.                                               01441536
014416 3012-RENEW-EXIT.                                                 01441636
014417      EXIT.                                                       01441736
014418 3006-EDIT-NEWFLDS.                                               01441836
014419      MOVE 'Y' TO WS-NEWFLD-SW.                                   01441936
014420      IF WS-REGDATE NOT = SPACES AND                              01442036
014421         WS-REGDATE NOT NUMERIC                                   01442136
014422         MOVE 'N' TO WS-NEWFLD-SW                                 01442236
014423         DISPLAY 'BAD REG DATE : ' WS-REGDATE                     01442336
014424            ' FOR KEY ' WS-BUSNM                                  01442436
014425      END-IF.                                                     01442536
014426      IF WS-BSTATUS NOT = 'A' AND WS-BSTATUS NOT = 'I'            01442636
014427         AND WS-BSTATUS NOT = 'D'                                 01442736
014428         AND WS-BSTATUS NOT = SPACE                               01442836
014429         MOVE 'N' TO WS-NEWFLD-SW                                 01442936
014430         DISPLAY 'BAD STATUS : ' WS-BSTATUS                       01443036
014431            ' FOR KEY ' WS-BUSNM                                  01443136
014432      END-IF.                                                     01443236
014433      PERFORM 3010-CHECK-REGCODE THRU 3010-CHECK-EXIT.            01443336
014434      EXIT.                                                       01443436
014435 3010-CHECK-REGCODE.                                              01443536
014436      IF WS-REGCODE = SPACES                                      01443636
014437         GO TO 3010-CHECK-EXIT                                    01443736
014438      END-IF.                                                     01443836
014439      MOVE WS-REGCODE TO RG-REG-CODE.                             01443936
014440      READ REGFILE.                                               01444036
014441      EVALUATE TRUE                                               01444136
014442         WHEN RG-READ-OK                                          01444236
014443            IF RG-REG-STATUS NOT = 'A'                            01444336
014444               PERFORM 3011-SUSP-WRITE                            01444436
014445            END-IF                                                01444536
014446         WHEN RG-KEYNF                                            01444636
014447            PERFORM 3011-SUSP-WRITE                               01444736
014448         WHEN OTHER                                               01444836
014449            MOVE '3010-CHECK-REGCODE' TO ERR-PARA                 01444936
014450            MOVE 'REGFILE' TO ERR-FILE-ID                         01445036
014451            MOVE RG-STATUS TO ERR-FILE-STATUS                     01445136
014452            PERFORM 9000-ERR-PARA                                 01445236
014453      END-EVALUATE.                                               01445336
014454 3010-CHECK-EXIT.                                                 01445436
014455      EXIT.                                                       01445536
014456 3011-SUSP-WRITE.                                                 01445636
014457      MOVE 'N' TO WS-NEWFLD-SW.                                   01445736
014458      ADD 1 TO SUSP-CNTR.                                         01445836
014459      DISPLAY 'BAD REG CODE : ' WS-REGCODE                        01445936
014460         ' FOR KEY ' WS-BUSNM ' - TO SUSPENSE'.                   01446036
014461      MOVE SPACES TO SU-SUSP-REC.                                 01446136
014462      MOVE 'UPTKSDS ' TO SU-SRC-PGM.                              01446236
014463      MOVE 'BADREGCD  ' TO SU-REASON-CD.                          01446336
014464      ACCEPT SU-ADD-DATE FROM DATE YYYYMMDD.                      01446436
014465      MOVE ZEROS TO SU-AGE-CTR.                                   01446536
014466      MOVE 'N' TO SU-SUSP-STATUS.                                 01446636
014467      MOVE IP-REC TO SU-ORIG-REC.                                 01446736
014468      WRITE SU-SUSP-REC.                                          01446836
014469      EXIT.                                                       01446936
014470 3007-APPLY-NEWFLDS.                                              01447036
014471      IF NEWFLDS-OK                                               01447136
014472         IF WS-BUSNAME NOT = SPACES                               01447236
014473            MOVE WS-BUSNAME TO OP-BUSNAME                         01447336
014474         END-IF                                                   01447436
014475         IF WS-REGCODE NOT = SPACES                               01447536
014476            MOVE WS-REGCODE TO OP-REGCODE                         01447636
014477         END-IF                                                   01447736
014478         IF WS-REGDATE NOT = SPACES                               01447836
014479            MOVE WS-REGDATE TO OP-REGDATE                         01447936
014480         END-IF                                                   01448036
014481         IF WS-BSTATUS NOT = SPACE                                01448136
014482            MOVE WS-BSTATUS TO OP-BSTATUS                         01448236
014483         END-IF                                                   01448336
014484      ELSE                                                        01448436
014485         DISPLAY 'NEW FIELDS IGNORED FOR ' WS-BUSNM               01448536
014486      END-IF.                                                     01448636
014487      EXIT.                                                       01448736
014488 3005-AUDIT-WRITE.                                                01448836
014489      MOVE SPACES TO AU-AUDIT-REC.                                01448936
014490      MOVE 'BUSKSDS ' TO AU-FILE-ID.                              01449036
014491      MOVE OP-BUSNM TO AU-REC-KEY.                                01449136
014492      MOVE WS-AUD-ACTION TO AU-ACTION.                            01449236
014493      MOVE 'BUSRT-FR' TO AU-FIELD-ID.                             01449336
014494      MOVE WS-AUD-OLD TO AU-OLD-VALUE.                            01449436
014495      MOVE WS-AUD-NEW TO AU-NEW-VALUE.                            01449536
014496      ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                      01449636
014497      ACCEPT AU-CHG-TIME FROM TIME.                               01449736
014498      CALL 'OPERSUB' USING AU-OPER-ID.                            01449836
014499      CALL 'AUDSEAL' USING BY CONTENT 'D' 'UPDTKSDS'              01449936
014500                           BY REFERENCE AU-AUDIT-REC.             01450036
014501      WRITE AU-AUDIT-REC.                                         01450136
014502      IF NOT AU-OPEN-OK                                           01450236
014503         DISPLAY 'AUDIT LOG WRITE FAILED CODE = ' AU-STATUS       01450336
014504      END-IF.                                                     01450436
014505      EXIT.                                                       01450536
014506 4000-CLOSE-PARA.                                                 01450601
014516      DISPLAY ' CLOSING FILES. '.                                 01451631
014517      CALL 'AUDSEAL' USING BY CONTENT 'T' 'UPDTKSDS'              01451733
014518                           BY REFERENCE AU-AUDIT-REC.             01451833
014519      WRITE AU-AUDIT-REC.                                         01451933
014526      CLOSE IP-FILE OP-FILE AUDIT-FILE REGFILE SUSPFILE.          01452610
014536      DISPLAY 'IP RECORDS PROCESSED : ' IP-CNTR.                  01453602
014546      DISPLAY 'OP RECORDS PROCESSED : ' OP-CNTR.                  01454602
