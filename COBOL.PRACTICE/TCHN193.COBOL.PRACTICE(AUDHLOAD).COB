001300*               TIE-BREAK SEQUENCE.  RERUNNABLE - AN ENTRY        00130000
001400*               ALREADY LOADED JUST BUMPS THE SEQUENCE UNTIL      00140000
001500*               A FREE SLOT IS FOUND OR 99 IS REACHED.            00150000
001510*               THE OPERATOR STAMPED ON EACH ENTRY IS KEPT.       00151001
001600* AUTHOR      : GIRIDHAR                                          00160000
001700* CREATED ON  : 02 SEP 2026                                       00170000
001710* MODIFIED ON : 15 OCT 2026 - OPERATOR CARRIED FROM AUDIT ENTRIES 00171001
001720* MODIFIED ON : 15 OCT 2026 - CONTROL RECORDS SKIPPED             00172002
001800***************************************************************** 00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
009800 3000-PRCS-RECS.                                                  00980000
009900      READ AUDFILE.                                               00990000
010000      EVALUATE TRUE                                               01000000
010010         WHEN AU-READ-OK AND AU-CTL-REC                           01001002
010020            CONTINUE                                              01002002
010100         WHEN AU-READ-OK                                          01010000
010200            ADD 1 TO IP-CNTR                                      01020000
010300            PERFORM 3100-STORE-ONE                                01030000
012100      MOVE AU-FIELD-ID TO AH-FIELD-ID.                            01210000
012200      MOVE AU-OLD-VALUE TO AH-OLD-VALUE.                          01220000
012300      MOVE AU-NEW-VALUE TO AH-NEW-VALUE.                          01230000
012310      MOVE AU-OPER-ID TO AH-OPER-ID.                              01231001
012400      MOVE 'N' TO WS-WRITE-SW.                                    01240000
012500      PERFORM 3200-TRY-WRITE                                      01250000
012600             UNTIL ENTRY-STORED OR AH-CHG-SEQ > 98.               01260000
