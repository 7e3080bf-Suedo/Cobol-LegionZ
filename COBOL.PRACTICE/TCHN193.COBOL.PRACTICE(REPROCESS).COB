000900*               SOURCE PROGRAM'S RESUBMIT FILE.  THE REST ARE     00090000
001000*               AGED BY ONE RUN AND CARRIED FORWARD, OR AGED      00100000
001100*               OUT AND REPORTED ONCE PAST THE AGE LIMIT.         00110000
001110*               THE AGE IS COUNTED IN BUSINESS DAYS - A RUN ON A  00111001
001120*               WEEKEND OR HOLIDAY (BDAYSUB) CARRIES RECORDS      00112001
001130*               FORWARD WITHOUT AGEING THEM.  THE RUN IS REFUSED  00113001
001140*               RC 12 WHEN TODAY IS NOT ON THE CALENDAR.          00114001
001200* AUTHOR      : GIRIDHAR                                          00120000
001300* CREATED ON  : 14 JUL 2026                                       00130000
001310* MODIFIED ON : 15 OCT 2026 - AGED ON BUSINESS DAYS ONLY          00131001
001400***************************************************************** 00140000
001500 ENVIRONMENT DIVISION.                                            00150000
001600 INPUT-OUTPUT SECTION.                                            00160000
010300     05 RP-STATUS PIC XX.                                         01030000
010400     88 RP-OPEN-OK VALUE '00'.                                    01040000
010500 01 WS-AGE-LIMIT PIC 9(3) VALUE 030.                              01050000
010510 01 WS-TODAY PIC 9(8) VALUE ZEROS.                                01051001
010520 01 WS-BUSDAY-SW PIC X VALUE 'Y'.                                 01052001
010530     88 TODAY-IS-BUS-DAY VALUE 'Y'.                               01053001
010600 01 WS-CNTRS.                                                     01060000
010700     05 IP-CNTR       PIC 9(6) VALUE ZEROS.                       01070000
010800     05 RESUB-CNTR    PIC 9(6) VALUE ZEROS.                       01080000
011600     05  ERR-FILE-ID          PIC X(10) VALUE SPACES.             01160000
011700     05  FILLER               PIC X(12) VALUE "FILE STATUS ".     01170000
011800     05  ERR-FILE-STATUS      PIC XX.                             01180000
011810 COPY CALPARM REPLACING ==:BDL:== BY ==BD==.                      01181001
011900 PROCEDURE DIVISION.                                              01190000
012000 0000-MAIN-PARA.                                                  01200000
012010      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01201001
012020      PERFORM 1500-CHECK-CALENDAR.                                01202001
012100      PERFORM 1000-OPEN-FILES.                                    01210000
012200      PERFORM 3000-PRCS-RECS UNTIL SU-EOF.                        01220000
012300      PERFORM 4000-CLOSE-PARA.                                    01230000
015600      END-IF.                                                     01560000
015700      DISPLAY 'ALL FILES OPENED'.                                 01570000
015800      EXIT.                                                       01580000
015801 1500-CHECK-CALENDAR.                                             01580101
015802      MOVE 'B' TO BD-FUNC.                                        01580201
015803      MOVE WS-TODAY TO BD-DATE-1.                                 01580301
015804      CALL 'BDAYSUB' USING BD-CAL-PARM.                           01580401
015805      EVALUATE TRUE                                               01580501
015806         WHEN BD-CAL-OK                                           01580601
015807            MOVE BD-BUS-DAY TO WS-BUSDAY-SW                       01580701
015808         WHEN BD-YEAR-MISSING                                     01580801
015809            DISPLAY 'CALENDAR YEAR ' BD-MISS-YEAR                 01580901
015810                    ' NOT ON FILE - RUN REFUSED'                  01581001
015811            MOVE 12 TO RETURN-CODE                                01581101
015812            STOP RUN                                              01581201
015813         WHEN OTHER                                               01581301
015814            DISPLAY 'BUSINESS-DAY CALENDAR UNAVAILABLE - RESULT ' 01581401
015815                    BD-RESULT ' - RUN REFUSED'                    01581501
015816            MOVE 12 TO RETURN-CODE                                01581601
015817            STOP RUN                                              01581701
015818      END-EVALUATE.                                               01581801
015819      IF NOT TODAY-IS-BUS-DAY                                     01581901
015820         DISPLAY WS-TODAY                                         01582001
015821                 ' NOT A BUSINESS DAY - SUSPENSE NOT AGED'        01582101
015822      END-IF.                                                     01582201
015823      EXIT.                                                       01582301
015900 3000-PRCS-RECS.                                                  01590000
016000      READ SUSPFILE.                                              01600000
016100      EVALUATE TRUE                                               01610000
017600         WHEN IN-SUSP-STATUS = 'C'                                01760000
017700            PERFORM 3200-RESUBMIT                                 01770000
017800         WHEN OTHER                                               01780000
017810            IF TODAY-IS-BUS-DAY                                   01781001
017820               ADD 1 TO IN-AGE-CTR                                01782001
017830            END-IF                                                01783001
018000            IF IN-AGE-CTR > WS-AGE-LIMIT                          01800000
018100               ADD 1 TO AGEOUT-CNTR                               01810000
018200               MOVE 'A' TO IN-SUSP-STATUS                         01820000
