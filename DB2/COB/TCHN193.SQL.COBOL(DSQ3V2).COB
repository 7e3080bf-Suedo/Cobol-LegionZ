006630 01 WS-STATUS-FIELDS.                                             00663027
006640    05 WS-NEW-STATUS    PIC X(12).                                00664027
006650    05 WS-OLD-STATUS    PIC X(12).                                00665027
006651    05 WS-DENY-REASON   PIC X(40).                                00665145
006652    05 WS-OLD-ADDRESS   PIC X(52).                                00665241
006654    05 WS-IND-OLDADDR   PIC S9(4) COMP.                           00665441
006660    05 WS-TRANS-SW      PIC X VALUE 'N'.                          00666027
006670       88 TRANS-LEGAL   VALUE 'Y'.                                00667027
006675 COPY CLMTPARM REPLACING ==:CTP:== BY ==CT==.                     00667546
006680 01 WS-STATUS-CNTRS.                                              00668027
006690    05 WS-STSMOVE-CNT   PIC 9(6) VALUE ZEROS.                     00669027
006710    05 WS-STSREJ-CNT    PIC 9(6) VALUE ZEROS.                     00671027
010365        MOVE W01-AU-STATUS TO ERR-CODE                            01036500
010375        PERFORM 9000-ERR-HANDLER                                  01037500
010385        END-EVALUATE.                                             01038500
010386        CALL 'AUDSEAL' USING BY CONTENT 'H' 'DSQ3V2  '            01038644
010387                             BY REFERENCE AU-AUDIT-REC.           01038744
010388        WRITE AU-AUDIT-REC.                                       01038844
010395        EXIT.                                                     01039500
010405                                                                  01040500
010415 3000-READ-UPDATE.                                                01041500
011225        EXIT.                                                     01122500
011235 3023-STATUS-MOVE.                                                01123527
011245*      THE REQUESTED STATUS RIDES IN THE FIRST 12                 01124527
011250*      BYTES OF THE ADDRESS FIELD ON AN 'S' ACTION.               01125045
011255*      ON A MOVE TO DENIED THE NEXT 40 BYTES CARRY THE            01125545
011260*      DENIAL REASON FOR THE CLAIMANT LETTER (CLMLETR).           01126045
011265        MOVE IP-CLMADDRESS(1:12) TO WS-NEW-STATUS.                01126527
011270        MOVE IP-CLMADDRESS(13:40) TO WS-DENY-REASON.              01127045
011275        EXEC SQL                                                  01127527
011285           SELECT MEDBILL_STATUS INTO :WS-OLD-STATUS              01128527
011295             FROM TB_MEDBILL                                      01129527
011525        END-EVALUATE.                                             01152527
011535        EXIT.                                                     01153527
011545 3024-CHECK-TRANS.                                                01154527
011555        MOVE WS-OLD-STATUS TO CT-OLD-STATUS.                      01155546
011565        MOVE WS-NEW-STATUS TO CT-NEW-STATUS.                      01156546
011575        MOVE 'O' TO CT-SOURCE.                                    01157546
011585        CALL 'CLMTRANS' USING CT-TRANS-PARM.                      01158546
011595        MOVE CT-RESULT TO WS-TRANS-SW.                            01159546
011725        EXIT.                                                     01172527
011726 2500-LOAD-HOLDS.                                                 01172642
011727        OPEN INPUT HOLDFILE.                                      01172742
011975        MOVE 'STATUS' TO AU-FIELD-ID.                             01197527
011985        MOVE WS-OLD-STATUS TO AU-OLD-VALUE.                       01198527
011995        MOVE WS-NEW-STATUS TO AU-NEW-VALUE.                       01199527
011996        IF WS-NEW-STATUS = 'DENIED'                               01199645
011997           MOVE WS-DENY-REASON TO AU-NEW-VALUE(13:40)             01199745
011998        END-IF.                                                   01199845
012005        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                    01200527
012015        ACCEPT AU-CHG-TIME FROM TIME.                             01201527
012020        CALL 'OPERSUB' USING AU-OPER-ID.                          01202043
012021        CALL 'AUDSEAL' USING BY CONTENT 'D' 'DSQ3V2  '            01202144
012022                             BY REFERENCE AU-AUDIT-REC.           01202244
012025        WRITE AU-AUDIT-REC.                                       01202527
012035        IF NOT C01W-AU-WRT-OK                                     01203527
012045           DISPLAY 'AUDIT WRITE ERROR : ' W01-AU-STATUS           01204527
012162        END-IF.                                                   01216241
012165        ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                    01216500
012175        ACCEPT AU-CHG-TIME FROM TIME.                             01217500
012180        CALL 'OPERSUB' USING AU-OPER-ID.                          01218043
012181        CALL 'AUDSEAL' USING BY CONTENT 'D' 'DSQ3V2  '            01218144
012182                             BY REFERENCE AU-AUDIT-REC.           01218244
012185        WRITE AU-AUDIT-REC.                                       01218540
012195        IF NOT C01W-AU-WRT-OK                                     01219539
012205           DISPLAY 'AUDIT WRITE ERROR : ' W01-AU-STATUS           01220500
012825           CLOSE CUR1                                             01282500
012835        END-EXEC.                                                 01283500
012845        PERFORM 5500-STATUS-SUMM.                                 01284527
012846        CALL 'AUDSEAL' USING BY CONTENT 'T' 'DSQ3V2  '            01284644
012847                             BY REFERENCE AU-AUDIT-REC.           01284744
012848        WRITE AU-AUDIT-REC.                                       01284844
012855        CLOSE TI001-IP-FILE TO001-OP-FILE AUDIT-FILE.             01285500
012865        EXIT.                                                     01286500
012875 5500-STATUS-SUMM.                                                01287527
