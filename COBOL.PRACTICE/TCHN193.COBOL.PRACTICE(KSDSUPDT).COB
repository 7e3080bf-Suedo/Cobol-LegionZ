000700*  DESCRIPTION          :       IT UPDATES A DOB FROM A K  *      00070001
000800*                               KSDS                       *      00080001
000900*  DATE WRITTEN         :       02/17/2014                 *      00090001
001000*  DATE MODIFIED        :       10/15/2026                 *      00100034
001100*  AUTHOR               :       GIRIDHAR                   *      00110001
001200*----------------------------------------------------------*      00120001
001300 ENVIRONMENT DIVISION.                                            00130001
006050     ELSE                                                         00605009
006060        DISPLAY " AUDIT LOG OPEN FAILED CODE = " AU-STATUS        00606009
006070        STOP RUN.                                                 00607009
006075     CALL 'AUDSEAL' USING BY CONTENT 'H' 'KSDSUPDT'               00607535
006080                          BY REFERENCE AU-AUDIT-REC.              00608035
006085     WRITE AU-AUDIT-REC.                                          00608535
006100 3000-OPEN-PARA-EXIT.                                             00610002
006200     EXIT.                                                        00620001
006210*------------------------------------------------------------     00621020
009540     MOVE NEWDOB  TO AU-NEW-VALUE.                                00954021
009550     ACCEPT AU-CHG-DATE FROM DATE YYYYMMDD.                       00955009
009560     ACCEPT AU-CHG-TIME FROM TIME.                                00956009
009565     CALL 'OPERSUB' USING AU-OPER-ID.                             00956534
009566     CALL 'AUDSEAL' USING BY CONTENT 'D' 'KSDSUPDT'               00956635
009567                          BY REFERENCE AU-AUDIT-REC.              00956735
009570     WRITE AU-AUDIT-REC.                                          00957021
009580     IF NOT AUSUCCESS                                             00958009
009590        DISPLAY "AUDIT LOG WRITE FAILED CODE = " AU-STATUS        00959009
009722*------------------------------------------------------------     00972220
009723 6000-CLOSE-PARA.                                                 00972333
009730     IF BATCH-MODE                                                00973020
009731        CALL 'AUDSEAL' USING BY CONTENT 'T' 'KSDSUPDT'            00973135
009732                             BY REFERENCE AU-AUDIT-REC            00973235
009733        WRITE AU-AUDIT-REC                                        00973335
009740        CLOSE VSAMKSDS AUDITLOG BATCHFILE                         00974020
009750     ELSE                                                         00975020
009751        CALL 'AUDSEAL' USING BY CONTENT 'T' 'KSDSUPDT'            00975135
009752                             BY REFERENCE AU-AUDIT-REC            00975235
009753        WRITE AU-AUDIT-REC                                        00975335
009760        CLOSE VSAMKSDS AUDITLOG                                   00976020
009770     END-IF.                                                      00977020
009800     DISPLAY "FILES ARE CLOSED".                                  00980001
