000645 01 WS-INCL-SW PIC X VALUE 'N'.                                   00064511
000646    88 INCL-NONACTIVE VALUE 'I'.                                  00064611
000647 01 WS-SKIP-CNTR PIC 9(4) VALUE 0.                                00064711
000657 COPY CODEPARM REPLACING ==:CLK:== BY ==CQ==.                     00065712
000770 PROCEDURE DIVISION.                                              00077010
000780 1000-MAIN-PARA.                                                  00078010
000790        PERFORM 2000-OPEN-PARA THRU 2000-OPEN-EXIT.               00079010
001124       ACCEPT WS-INCL-SW.                                         00112411
001130       EVALUATE TRUE                                              00113010
001140          WHEN WS-SEL-ALL                                         00114010
001141             MOVE 0 TO WS-NUM-GROUPS                              00114112
001142             MOVE 'B' TO CQ-FUNC                                  00114212
001143             MOVE 'BGROUP' TO CQ-TABLE-ID                         00114312
001144             MOVE SPACES TO CQ-CODE                               00114412
001145             MOVE ZEROS TO CQ-ASOF-DATE                           00114512
001146             MOVE 'Y' TO CQ-RESULT                                00114612
001147             PERFORM 3010-LOAD-STD-GROUP THRU                     00114712
001148                     3010-LOAD-STD-GROUP-EXIT                     00114812
001149                    UNTIL NOT CQ-CODE-OK                          00114912
001150             IF WS-NUM-GROUPS = 0                                 00115012
001151                DISPLAY "NO BLOOD GROUPS IN FORCE ON CODE TABLE"  00115112
001152                DISPLAY "PROG TERMINATING . . :)"                 00115212
001153                STOP RUN                                          00115312
001154             END-IF                                               00115412
001200          WHEN OTHER                                              00120010
001210             COMPUTE WS-NUM-GROUPS = FUNCTION NUMVAL(WS-SEL-MODE) 00121010
001220             IF WS-NUM-GROUPS < 1 OR WS-NUM-GROUPS > 20           00122010
001320 3000-SELECT-BGROUP-EXIT.                                         00132010
001330       EXIT.                                                      00133010
001340 3010-LOAD-STD-GROUP.                                             00134010
001341       CALL 'CODESUB' USING CQ-CODE-PARM.                         00134112
001342       EVALUATE TRUE                                              00134212
001343          WHEN CQ-CODE-OK                                         00134312
001344             IF WS-NUM-GROUPS < 20                                00134412
001345                ADD 1 TO WS-NUM-GROUPS                            00134512
001346                MOVE CQ-CODE TO WS-GROUP-ENTRY(WS-NUM-GROUPS)     00134612
001347             END-IF                                               00134712
001348          WHEN CQ-TABLE-DOWN                                      00134812
001349             DISPLAY "CODE TABLE UNAVAILABLE"                     00134912
001350             DISPLAY "PROG TERMINATING . . :)"                    00135012
001351             STOP RUN                                             00135112
001352       END-EVALUATE.                                              00135212
001370 3010-LOAD-STD-GROUP-EXIT.                                        00137010
001380       EXIT.                                                      00138010
001390 3020-ACCEPT-GROUP.                                               00139010
