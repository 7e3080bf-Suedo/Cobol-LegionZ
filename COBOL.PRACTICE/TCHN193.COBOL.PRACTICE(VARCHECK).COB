001100*                     ORPHANS; R1 CUSTOMERS MISSING A SATELLITE   00110000
001200*                     RECORD ARE INCOMPLETE.                      00120000
001300* INPUT             : PS FILES OUFILE1-OUFILE4 WRITTEN BY VARFILE 00130000
001310*                     AND THE IDVALID COUNTS (DDIDCNT), OPTIONAL  00131007
001400* OUTPUT            : ORPHAN EXCEPTION FILES (ONE PER CLASS) AND  00140000
001500*                     AN INTEGRITY REPORT                         00150000
001600* REMARKS           : A PARTIAL RERUN OF VARFILE ONCE LEFT THE    00160000
005100                  ORGANIZATION IS SEQUENTIAL                      00510000
005200                  ACCESS MODE IS SEQUENTIAL                       00520000
005300                  FILE STATUS W01-RP-STATUS.                      00530000
005310        SELECT OPTIONAL IDCNTFILE ASSIGN TO DDIDCNT               00531007
005320                  ORGANIZATION IS SEQUENTIAL                      00532007
005330                  ACCESS MODE IS SEQUENTIAL                       00533007
005340                  FILE STATUS W01-IC-STATUS.                      00534007
005400 DATA DIVISION.                                                   00540000
005500 FILE SECTION.                                                    00550000
005600 FD    INFILE1 RECORDING MODE IS F.                               00560000
007730    05   IN5-REC-ID                     PIC XX.                   00773005
007740    05   IN5-CUST-ID                    PIC X(4).                 00774005
007750    05   IN5-CONSENT                    PIC X(10).                00775005
007760    05   IN5-EMP-ID                     PIC X(6).                 00776006
007800 FD    ORPH2 RECORDING MODE IS F.                                 00780000
007900 01    OR2-REC                          PIC X(56).                00790000
008000 FD    ORPH3 RECORDING MODE IS F.                                 00800000
008200 FD    ORPH4 RECORDING MODE IS F.                                 00820000
008300 01    OR4-REC                          PIC X(16).                00830000
008310 FD    ORPH5 RECORDING MODE IS F.                                 00831005
008320 01    OR5-REC                          PIC X(22).                00832006
008400 FD    RPTFILE RECORDING MODE IS F.                               00840000
008500 01    RPT-REC                          PIC X(80).                00850000
008510 FD    IDCNTFILE RECORDING MODE IS F.                             00851007
008520 COPY IDVCNT REPLACING ==:IVC:== BY ==IC==.                       00852007
008600 WORKING-STORAGE SECTION.                                         00860000
008700 01    W01-FILE-STATUSES.                                         00870000
008800     05  W01-IN1-STATUS      PIC XX.                              00880000
010920     88  OR5-OPEN-ALRIGHT VALUE "00".                             01092005
011000     05  W01-RP-STATUS       PIC XX.                              01100000
011100     88  RP-OPEN-ALRIGHT  VALUE "00".                             01110000
011110     05  W01-IC-STATUS       PIC XX.                              01111007
011120     88  IC-OPEN-ALRIGHT  VALUE "00" "05".                        01112007
011200 01   W05-SIDE-KEYS.                                              01120000
011300     05  W05-KEY1 PIC X(4).                                       01130000
011400     88  K1-DONE VALUE HIGH-VALUES.                               01140000
027900         DELIMITED BY SIZE INTO RPT-REC                           02790000
028000      END-STRING.                                                 02800000
028100      WRITE RPT-REC.                                              02810000
028110      PERFORM 8100-ID-COUNTS THRU 8100-ID-COUNTS-EXIT.            02811007
028200      CLOSE INFILE1 INFILE2 INFILE3 INFILE4                       02820000
028300            ORPH2 ORPH3 ORPH4 RPTFILE.                            02830000
028310      CLOSE INFILE5 ORPH5.                                        02831005
029100         MOVE 4 TO RETURN-CODE.                                   02910000
029200 8000-CLOSE-PARA-EXIT.                                            02920000
029300      EXIT.                                                       02930000
029301 8100-ID-COUNTS.                                                  02930107
029302      OPEN INPUT IDCNTFILE.                                       02930207
029303      MOVE SPACES TO RPT-REC.                                     02930307
029304      IF NOT IC-OPEN-ALRIGHT                                      02930407
029305         STRING "ID VALIDATION COUNTS NOT READ - STATUS "         02930507
029306                W01-IC-STATUS                                     02930607
029307            DELIMITED BY SIZE INTO RPT-REC                        02930707
029308         END-STRING                                               02930807
029309         WRITE RPT-REC                                            02930907
029310         GO TO 8100-ID-COUNTS-EXIT.                               02931007
029311      READ IDCNTFILE AT END                                       02931107
029312         MOVE "ID VALIDATION COUNTS NOT SUPPLIED" TO RPT-REC      02931207
029313         WRITE RPT-REC                                            02931307
029314         CLOSE IDCNTFILE                                          02931407
029315         GO TO 8100-ID-COUNTS-EXIT.                               02931507
029316      CLOSE IDCNTFILE.                                            02931607
029317      STRING "IDS " IC-RUN-DATE " R2=" IC-R2-READ                 02931707
029318             " R2-BAD=" IC-R2-FAILED " R3=" IC-R3-READ            02931807
029319             " R3-BAD=" IC-R3-FAILED                              02931907
029320         DELIMITED BY SIZE INTO RPT-REC                           02932007
029321      END-STRING.                                                 02932107
029322      WRITE RPT-REC.                                              02932207
029323      MOVE SPACES TO RPT-REC.                                     02932307
029324      STRING "DUPLICATE IDS=" IC-DUP-IDS                          02932407
029325             " CUSTOMERS SHARING=" IC-DUP-CUSTS                   02932507
029326         DELIMITED BY SIZE INTO RPT-REC                           02932607
029327      END-STRING.                                                 02932707
029328      WRITE RPT-REC.                                              02932807
029329      DISPLAY "ID FAILURES R2/R3    " IC-R2-FAILED " "            02932907
029330         IC-R3-FAILED.                                            02933007
029331      DISPLAY "DUPLICATE IDS        " IC-DUP-IDS.                 02933107
029332      IF IC-R2-FAILED > 0 OR IC-R3-FAILED > 0 OR IC-DUP-IDS > 0   02933207
029333         MOVE 4 TO RETURN-CODE.                                   02933307
029334 8100-ID-COUNTS-EXIT.                                             02933407
029335      EXIT.                                                       02933507
029400 9000-ERROR-HANDLER.                                              02940000
029500     DISPLAY 'ERROR IN FILES'.                                    02950000
029600     MOVE 30 TO RETURN-CODE.                                      02960000
