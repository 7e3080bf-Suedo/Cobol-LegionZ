001000*                    *  NULL HANDLING                             00100001
001100*                    *  OVERFLOW HANDLING                         00110001
001200*                    *  DSNTIAR HANDLING                          00120001
001210*               L (LOOKUP) TRANSACTIONS THAT SHOW A ROW ARE       00121045
001220*               WRITTEN TO THE READ-ACCESS LOG (ACCLSUB).         00122045
001230*               OPTIONAL FULL-WIDTH NAME AND ADDRESS (COLS 24-43  00123046
001240*               AND 45-64) REPLACE THE SHORT FIELDS WHEN PRESENT. 00124046
001300* AUTHOR      :  BOOSAN                                           00130001
001400* CREATED ON  : 17 MAR 2014                                       00140001
001410* MODIFIED ON : 15 OCT 2026 - LOOKUPS WRITTEN TO THE READ-ACCESS  00141045
001420*                             LOG                                 00142045
001430* MODIFIED ON : 15 OCT 2026 - FULL-WIDTH NAME AND ADDRESS FIELDS  00143046
001500***************************************************************** 00150001
001600 ENVIRONMENT DIVISION.                                            00160001
001700 INPUT-OUTPUT SECTION.                                            00170001
003700     05 TI000-EMP-ADDR     PIC X(08).                             00370001
003800     05 TI000-EMP-FILLER   PIC X.                                 00380001
003900     05 TI000-EMP-FLAG     PIC X.                                 00390001
004000     05 TI000-EMP-FILLER   PIC X.                                 00400046
004001     05 TI000-EMP-LNAME    PIC X(20).                             00400146
004002     05 TI000-EMP-FILLER   PIC X.                                 00400246
004003     05 TI000-EMP-LADDR    PIC X(20).                             00400346
004004     05 TI000-EMP-FILLER   PIC X(16).                             00400446
004010 01 TI000-CTL-REC REDEFINES TI000-EMP-REC.                        00401022
004020     05 TC-BATCH-ID     PIC X(8).                                 00402022
004030     05 TC-BUS-DATE     PIC 9(8).                                 00403022
008900      05 W01-SQL-LINE-LEN  PIC   S9(9)  COMP VALUE +80.           00890001
009000      05 W01-SQLERR-IDX    PIC 999 VALUE 0.                       00900001
009905 01 W02-SQLERR-PGM PIC X(8).                                      00990521
009906 COPY ACCLREC REPLACING ==:ACL:== BY ==AC==.                      00990645
009910 PROCEDURE DIVISION.                                              00991001
009920 0000-MAIN-PARA.                                                  00992001
009935       PERFORM 1000-INIT-PARA THRU 1000-INIT-EXIT.                00993501
016699        MOVE TI000-EMP-NUM TO HV-EMPID.                           01669904
016700        MOVE TI000-EMP-NAME TO HV-EMPNAME-TEXT.                   01670003
016800        MOVE TI000-EMP-ADDR TO HV-EMPADDR-TEXT.                   01680003
016810        IF TI000-EMP-LNAME NOT = SPACES                           01681046
016820           MOVE TI000-EMP-LNAME TO HV-EMPNAME-TEXT                01682046
016830        END-IF.                                                   01683046
016840        IF TI000-EMP-LADDR NOT = SPACES                           01684046
016850           MOVE TI000-EMP-LADDR TO HV-EMPADDR-TEXT                01685046
016860        END-IF.                                                   01686046
016900*                                                                 01690010
017000        MOVE ZEROS TO W01-SPACE-LEN  W01-FIELD-LEN.               01700012
017100        INSPECT FUNCTION REVERSE(HV-EMPNAME-TEXT)                 01710012
026492           WHEN C01W-SQL-SUCCESS                                  02649200
026493            DISPLAY "LOOKUP RESULT"                               02649300
026494            DISPLAY HV-EMPID " " HV-EMPNAME " " HV-EMPADDR        02649400
026495            PERFORM 3450-LOG-ACCESS THRU 3450-LOG-ACCESS-EXIT     02649545
026496           WHEN C01W-SQL-RECNOTFOUND                              02649600
026497             DISPLAY " REC NOT FOUND "                            02649700
026498             MOVE "REC NOT FOUND  " TO W99-REJ-REASON             02649800
026499             PERFORM 3600-ERR-WRITE THRU 3600-ERR-WRITE-EXIT      02649900
026500           WHEN W01-SQLCODE < 0                                   02650000
026501           MOVE "3400-LOOKUP-PARA " TO W99-ERR-PARA               02650100
026502           MOVE " WHILE LOOKING UP THE TABLE" TO W99-ERR-DESC     02650200
026503           MOVE W01-SQLCODE     TO W99-ERR-CODE                   02650300
026506                  THRU 9500-SQL-ERROR-EXIT.                       02650600
026507 3400-LOOKUP-EXIT.                                                02650700
026508        EXIT.                                                     02650800
026509 3450-LOG-ACCESS.                                                 02650945
026510        MOVE SPACES TO AC-ACCESS-REC.                             02651045
026511        MOVE 'Q3' TO AC-PGM-ID.                                   02651145
026512        MOVE 'TBEMPLOY' TO AC-FILE-ID.                            02651245
026513        MOVE TI000-EMP-NUM TO AC-REC-KEY.                         02651345
026514        MOVE 'NA' TO AC-GROUPS.                                   02651445
026515        CALL 'ACCLSUB' USING AC-ACCESS-REC.                       02651545
026516 3450-LOG-ACCESS-EXIT.                                            02651645
026517        EXIT.                                                     02651745
026518 3550-WRITE-HIST.                                                 02651823
026528*      CAPTURE THE BEFORE-IMAGE OF THE ROW INTO THE               02652823
026538*      CHANGE-HISTORY TABLE AHEAD OF AN UPDATE/DELETE.            02653823
