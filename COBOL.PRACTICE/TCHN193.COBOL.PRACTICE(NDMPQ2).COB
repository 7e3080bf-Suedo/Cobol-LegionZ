001640      ACCESS MODE IS RANDOM                                       00164010
001650      RECORD KEY IS HIST-KEY                                      00165010
001660      FILE STATUS HS-STATUS.                                      00166010
001665                                                                  00166513
001670      SELECT ATND-FILE ASSIGN TO DDATTEND                         00167013
001675      ORGANIZATION IS INDEXED                                     00167513
001680      ACCESS MODE IS DYNAMIC                                      00168013
001685      RECORD KEY IS AT-ATTEND-KEY                                 00168513
001690      FILE STATUS AT-STATUS.                                      00169013
001700                                                                  00170001
001800 DATA DIVISION.                                                   00180001
001900 FILE SECTION.                                                    00190001
004300       05 FILLER          PIC X.                                  00430005
004400       05 OP-PER          PIC 99.99.                              00440005
004500       05 OP-EXM          PIC X(7).                               00450011
004501       05 FILLER          PIC X(7).                               00450113
004502       05 OP-ATTEND       PIC X(7).                               00450213
004503       05 FILLER          PIC X(15).                              00450313
004510 FD HIST-FILE.                                                    00451010
004520 01 HIST-REC.                                                     00452010
004530       05 HIST-KEY.                                               00453010
004591       05 HIST-PER        PIC 99.99.                              00459110
004592       05 HIST-DATE       PIC 9(8).                               00459210
004593       05 FILLER          PIC X(44).                              00459310
004594 FD ATND-FILE.                                                    00459413
004595 COPY ATNDREC REPLACING ==:ATN:== BY ==AT==.                      00459513
004600 WORKING-STORAGE SECTION.                                         00460001
004700 01 WS-REC.                                                       00470001
004800       05 WS-SID          PIC X(5).                               00480001
006910       05 HS-STATUS       PIC XX VALUE SPACES.                    00691010
006920       88 HS-SUCCESS      VALUE '00'.                             00692010
006930       88 HS-REC-NF       VALUE '23'.                             00693010
006931       05 AT-STATUS       PIC XX VALUE SPACES.                    00693113
006932       88 AT-SUCCESS      VALUE '00'.                             00693213
006933       88 AT-EOF          VALUE '10'.                             00693313
006940 01 WS-HIST-CTLS.                                                 00694010
006950       05 WS-ATT-NO       PIC 9(2) VALUE ZEROS.                   00695010
006960       05 WS-ATT-FOUND    PIC X VALUE 'N'.                        00696010
006970       88 ATT-SLOT-FREE   VALUE 'Y'.                              00697010
006980       05 WS-HIST-LOST    PIC 9(6) VALUE ZEROS.                   00698012
006981 01 WS-ATND-CTLS.                                                 00698113
006982       05 WS-TODAY        PIC 9(8) VALUE ZEROS.                   00698213
006983       05 WS-CYCLE        PIC X(6) VALUE SPACES.                  00698313
006984       05 WS-CYCLE-IN     PIC X(6) VALUE SPACES.                  00698413
006985       05 WS-AT-SW        PIC X VALUE 'N'.                        00698513
006986       88 ATND-OPEN       VALUE 'Y'.                              00698613
006987       05 WS-AT-KEY       PIC X(5) VALUE HIGH-VALUES.             00698713
006988       88 AT-SIDE-EOF     VALUE HIGH-VALUES.                      00698813
006989       05 WS-ATTEND       PIC X(7) VALUE SPACES.                  00698913
007000 01 ERR-PLATE.                                                    00700001
007100       05 FILLER          PIC X(12) VALUE 'ERROR IN: '.           00710001
007200       05 ERR-PARA        PIC X(15).                              00720001
007910       05 ONLINE-CNTR     PIC 9(6) VALUE ZEROS.                   00791006
007920       05 OTHER-EXM-CNTR  PIC 9(6) VALUE ZEROS.                   00792006
007930       05 KSDS-CNTR       PIC 9(6) VALUE ZEROS.                   00793007
007940       05 ABSENT-CNTR     PIC 9(6) VALUE ZEROS.                   00794013
007950       05 MALPR-CNTR      PIC 9(6) VALUE ZEROS.                   00795013
007960       05 ATCHK-CNTR      PIC 9(6) VALUE ZEROS.                   00796013
008000 PROCEDURE DIVISION.                                              00800001
008100 0000-MAIN-PARA.                                                  00810002
008200      PERFORM 1000-OPEN-FILES.                                    00820002
008210      PERFORM 1100-OPEN-ATTEND THRU 1100-ATTEND-EXIT.             00821013
008300      PERFORM 2000-READ-RECS.                                     00830002
008400      PERFORM 3000-CLOSE-FILES.                                   00840002
008500      STOP RUN.                                                   00850002
010500            PERFORM 9000-ERR-HANDLER                              01050002
010600      END-EVALUATE.                                               01060002
010700      EXIT.                                                       01070002
010701 1100-OPEN-ATTEND.                                                01070113
010702*     THE EXAM-DAY ATTENDANCE FOR THE CYCLE IS MATCHED AGAINST    01070213
010703*     THE MARKS IN STUDENT ORDER.  WITHOUT IT EVERY STUDENT IS    01070313
010704*     TAKEN AS HAVING SAT AND NO ATTENDANCE-ONLY RESULTS ARE      01070413
010705*     WRITTEN.                                                    01070513
010706      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01070613
010707      MOVE WS-TODAY(1:6) TO WS-CYCLE.                             01070713
010708      DISPLAY 'EXAM CYCLE YYYYMM (BLANK = ' WS-CYCLE ') :'.       01070813
010709      ACCEPT WS-CYCLE-IN.                                         01070913
010710      IF WS-CYCLE-IN NUMERIC                                      01071013
010711         MOVE WS-CYCLE-IN TO WS-CYCLE                             01071113
010712      ELSE                                                        01071213
010713         IF WS-CYCLE-IN NOT = SPACES                              01071313
010714            DISPLAY 'INVALID EXAM CYCLE ' WS-CYCLE-IN             01071413
010715               ' - RUN MONTH ASSUMED'                             01071513
010716         END-IF                                                   01071613
010717      END-IF.                                                     01071713
010718      MOVE HIGH-VALUES TO WS-AT-KEY.                              01071813
010719      OPEN INPUT ATND-FILE.                                       01071913
010720      IF NOT AT-SUCCESS                                           01072013
010721         DISPLAY 'NO ATTENDANCE FILE - ABSENCES NOT MARKED'       01072113
010722         GO TO 1100-ATTEND-EXIT                                   01072213
010723      END-IF.                                                     01072313
010724      MOVE 'Y' TO WS-AT-SW.                                       01072413
010725      MOVE WS-CYCLE TO AT-CYCLE.                                  01072513
010726      MOVE LOW-VALUES TO AT-STUD-ID.                              01072613
010727      START ATND-FILE KEY NOT LESS THAN AT-ATTEND-KEY.            01072713
010728      IF NOT AT-SUCCESS                                           01072813
010729         DISPLAY 'NO ATTENDANCE FOR CYCLE ' WS-CYCLE              01072913
010730         GO TO 1100-ATTEND-EXIT                                   01073013
010731      END-IF.                                                     01073113
010732      PERFORM 2410-READ-ATTEND.                                   01073213
010733 1100-ATTEND-EXIT.                                                01073313
010734      EXIT.                                                       01073413
010800 2000-READ-RECS.                                                  01080002
010900      PERFORM UNTIL IP-EOF                                        01090002
011000         READ IP-FILE                                             01100002
012700      END-PERFORM.                                                01270002
012800      EXIT.                                                       01280002
012900 2001-PRCS-PARA.                                                  01290002
012910      MOVE SPACES TO WS-ATTEND.                                   01291013
012920      PERFORM 2400-ATTEND-ONLY UNTIL WS-AT-KEY NOT < IP-SID.      01292013
012930      IF WS-AT-KEY = IP-SID                                       01293013
012940         PERFORM 2420-SET-ATTEND                                  01294013
012950         PERFORM 2410-READ-ATTEND                                 01295013
012960      END-IF.                                                     01296013
013000      ADD 1 TO IP-CNTR.                                           01300002
013100      DISPLAY 'IN PROCESS PARA'.                                  01310002
013200      COMPUTE WS-LAB = FUNCTION NUMVAL(IP-LAB).                   01320002
014900      MOVE IP-SNAME TO WS-SNAME.                                  01490004
015000      MOVE WS-REC TO OP-REC.                                      01500005
015010      MOVE IP-EXM TO OP-EXM.                                      01501011
015020      MOVE WS-ATTEND TO OP-ATTEND.                                01502013
015100      DISPLAY 'RECORD TO BE WRITTEN TO OUTFILE : '.               01510002
015200      DISPLAY OP-REC.                                             01520005
015300      WRITE OP-REC.                                               01530005
015602            'NOT RECORDED FOR ' IP-SID ' ' IP-EXM                 01560212
015603      END-IF.                                                     01560312
015613      EXIT.                                                       01561310
015620 2400-ATTEND-ONLY.                                                01562013
015630*     A STUDENT MARKED ABSENT, OR CAUGHT IN MALPRACTICE, WITH NO  01563013
015640*     MARKS GETS AN EXPLICIT RESULT RATHER THAN A GAP.  ONE       01564013
015650*     MARKED PRESENT WITH NO MARKS IS LEFT AS A GAP - THOSE ARE   01565013
015660*     THE MARKS GENUINELY MISSING.                                01566013
015670      IF AT-ABSENT OR AT-MALPRACTICE                              01567013
015680         MOVE SPACES TO OP-REC                                    01568013
015690         MOVE WS-AT-KEY TO OP-SID                                 01569013
015700         MOVE ZEROS TO OP-MCQ OP-LAB OP-TOT OP-PER                01570013
015710         IF AT-ABSENT                                             01571013
015720            MOVE 'ABSENT ' TO OP-ATTEND                           01572013
015730            ADD 1 TO ABSENT-CNTR                                  01573013
015740         ELSE                                                     01574013
015750            MOVE 'MALPRAC' TO OP-ATTEND                           01575013
015760            ADD 1 TO MALPR-CNTR                                   01576013
015770         END-IF                                                   01577013
015780         WRITE OP-REC                                             01578013
015790         IF NOT OP-WRITE-OK                                       01579013
015800            MOVE '2400-ATTEND-ONLY' TO ERR-PARA                   01580013
015810            MOVE 'OP-FILE' TO ERR-FILE                            01581013
015820            MOVE OP-STATUS TO ERR-STATUS                          01582013
015830            PERFORM 9000-ERR-HANDLER                              01583013
015840         END-IF                                                   01584013
015850      END-IF.                                                     01585013
015860      PERFORM 2410-READ-ATTEND.                                   01586013
015870      EXIT.                                                       01587013
015880 2410-READ-ATTEND.                                                01588013
015890      READ ATND-FILE NEXT RECORD.                                 01589013
015900      EVALUATE TRUE                                               01590013
015910         WHEN AT-SUCCESS AND AT-CYCLE = WS-CYCLE                  01591013
015920            MOVE AT-STUD-ID TO WS-AT-KEY                          01592013
015930         WHEN AT-SUCCESS OR AT-EOF                                01593013
015940            MOVE HIGH-VALUES TO WS-AT-KEY                         01594013
015950         WHEN OTHER                                               01595013
015960            MOVE '2410-READ-ATTEND' TO ERR-PARA                   01596013
015970            MOVE 'ATND-FILE' TO ERR-FILE                          01597013
015980            MOVE AT-STATUS TO ERR-STATUS                          01598013
015990            PERFORM 9000-ERR-HANDLER                              01599013
016000      END-EVALUATE.                                               01600013
016010      EXIT.                                                       01601013
016020 2420-SET-ATTEND.                                                 01602013
016030*     MARKS FOR A STUDENT THE INVIGILATOR MARKED ABSENT ARE KEPT  01603013
016040*     BUT FLAGGED FOR THE EXAM OFFICE TO CHECK.                   01604013
016050      EVALUATE TRUE                                               01605013
016060         WHEN AT-PRESENT                                          01606013
016070            MOVE 'PRESENT' TO WS-ATTEND                           01607013
016080         WHEN AT-MALPRACTICE                                      01608013
016090            MOVE 'MALPRAC' TO WS-ATTEND                           01609013
016100            ADD 1 TO MALPR-CNTR                                   01610013
016110         WHEN OTHER                                               01611013
016120            MOVE 'ATNDCHK' TO WS-ATTEND                           01612013
016130            ADD 1 TO ATCHK-CNTR                                   01613013
016140            DISPLAY 'MARKS RECEIVED FOR ABSENT STUDENT ' IP-SID   01614013
016150      END-EVALUATE.                                               01615013
016160      EXIT.                                                       01616013
016170 2510-TRY-SLOT.                                                   01617010
016180      ADD 1 TO WS-ATT-NO.                                         01618010
016190      MOVE IP-SID TO HIST-SID.                                    01619010
016200      MOVE IP-EXM TO HIST-EXM.                                    01620010
016210      MOVE WS-ATT-NO TO HIST-ATT.                                 01621010
016220      READ HIST-FILE.                                             01622010
016230      IF HS-REC-NF                                                01623010
016240         MOVE 'Y' TO WS-ATT-FOUND                                 01624010
016250      END-IF.                                                     01625010
016260      EXIT.                                                       01626010
016270 3000-CLOSE-FILES.                                                01627002
016280      PERFORM 2400-ATTEND-ONLY UNTIL AT-SIDE-EOF.                 01628013
016290      IF ATND-OPEN                                                01629013
016300         CLOSE ATND-FILE                                          01630013
016310      END-IF.                                                     01631013
016320      CLOSE IP-FILE OP-FILE HIST-FILE.                            01632010
016330      DISPLAY 'IP RECORD READ : ' IP-CNTR.                        01633002
016340      DISPLAY 'OP RECORD READ : ' OP-CNTR.                        01634005
016350      DISPLAY 'ONLINE EXM PROCESSED : ' ONLINE-CNTR.              01635006
016360      DISPLAY 'OTHER EXM PROCESSED  : ' OTHER-EXM-CNTR.           01636006
016370      DISPLAY 'KSDS RECORDS UPDATED : ' KSDS-CNTR.                01637007
016380      DISPLAY 'HISTORY NOT RECORDED : ' WS-HIST-LOST.             01638012
016390      DISPLAY 'ABSENT RESULTS       : ' ABSENT-CNTR.              01639013
016400      DISPLAY 'MALPRACTICE CASES    : ' MALPR-CNTR.               01640013
016410      DISPLAY 'MARKS BUT ABSENT     : ' ATCHK-CNTR.               01641013
016420      PERFORM 3100-RECON-PARA.                                    01642007
016430      EXIT.                                                       01643002
016440 3100-RECON-PARA.                                                 01644007
016450      IF KSDS-CNTR NOT = OP-CNTR                                  01645007
016460         DISPLAY 'RECONCILIATION FAILED - KSDS UPDATES DO NOT '   01646007
016470            'MATCH OP-FILE WRITES'                                01647007
016480         MOVE 16 TO RETURN-CODE                                   01648007
016490      ELSE                                                        01649007
016500         DISPLAY 'RECONCILIATION OK - KSDS UPDATES MATCH '        01650007
016510            'OP-FILE WRITES'                                      01651007
016520      END-IF.                                                     01652007
016530      EXIT.                                                       01653007
016540 9000-ERR-HANDLER.                                                01654002
016550     DISPLAY ERR-PLATE.                                           01655002
016560     MOVE 30 TO RETURN-CODE                                       01656002
016570     STOP RUN.                                                    01657002
