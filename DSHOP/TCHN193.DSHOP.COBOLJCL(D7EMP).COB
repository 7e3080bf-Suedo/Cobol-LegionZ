000404      ORGANIZATION IS SEQUENTIAL                                  00040408
000405      ACCESS MODE IS SEQUENTIAL                                   00040508
000406      FILE STATUS SH-STATUS.                                      00040608
000407      SELECT CAPRPT-FILE ASSIGN TO DDCAPRPT                       00040746
000408      ORGANIZATION IS SEQUENTIAL                                  00040846
000409      ACCESS MODE IS SEQUENTIAL                                   00040946
000411      FILE STATUS CP-STATUS.                                      00041146
000412                                                                  00041246
000414 DATA DIVISION.                                                   00041446
000416 FILE SECTION.                                                    00041646
000420 FD IP-FILE RECORDING MODE F.                                     00042001
000430 01 IP-REC.                                                       00043001
000431      05 IP-EDATA.                                                00043104
000452           07 IP-LNAME PIC X(10).                                 00045204
000453           07 FILLER   PIC X.                                     00045304
000454      05 IP-SAL   PIC 9(5).                                       00045404
000455      05 FILLER   PIC X(6).                                       00045546
000456      05 IP-GRADE PIC X(2).                                       00045646
000457      05 FILLER   PIC X(39).                                      00045746
000458                                                                  00045801
000459 FD OP-FILE RECORDING MODE F.                                     00045901
000460 01 OP-REC.                                                       00046001
000461      05 WS-OP-EDATA.                                             00046101
000462           07 WS-OP-EID    PIC X(5).                              00046201
000463           07 FILLER       PIC X.                                 00046301
000464           07 WS-OP-FNAME  PIC X(10).                             00046401
000465           07 FILLER       PIC X.                                 00046501
000466           07 WS-OP-LNAME  PIC X(10).                             00046601
000467           07 FILLER       PIC X.                                 00046701
000468      05 WS-OP-SAL PIC 9(7).                                      00046801
000469      05 FILLER      PIC X(4).                                    00046946
000470      05 WS-OP-GRADE PIC X(2).                                    00047046
000471      05 FILLER      PIC X(39).                                   00047146
000472 FD CKPT-FILE RECORDING MODE F.                                   00047206
000475 01 CKPT-REC.                                                     00047506
000482      05 CKPT-EID PIC X(5).                                       00048206
000489      05 FILLER   PIC X(75).                                      00048906
000515 01 ARRPT-REC PIC X(80).                                          00051502
000516 FD HIST-FILE RECORDING MODE F.                                   00051608
000517 COPY SALHREC REPLACING ==:SAL:== BY ==SH==.                      00051708
000518 FD CAPRPT-FILE RECORDING MODE F.                                 00051846
000519 01 CAPRPT-REC PIC X(80).                                         00051946
000496 WORKING-STORAGE SECTION.                                         00049601
000504 01 WS-NSAL PIC 9(7).                                             00050405
000505 01 WS-RAISE-PCT PIC V999.                                        00050505
005067      05 WS-INCREASE   PIC 9(7) VALUE ZEROS.                      00506702
005068      05 WS-ARREARS    PIC 9(7) VALUE ZEROS.                      00506802
005069      05 WS-ARR-TOTAL  PIC 9(9) VALUE ZEROS.                      00506902
005070 01 WS-CAP-WORK.                                                  00507046
005071      05 WS-UNCAPPED   PIC 9(7) VALUE ZEROS.                      00507146
005072      05 WS-CAP-AMT    PIC 9(7) VALUE ZEROS.                      00507246
005073      05 WS-CAP-TOTAL  PIC 9(9) VALUE ZEROS.                      00507346
005074 COPY GRADPARM REPLACING ==:GLK:== BY ==GP==.                     00507446
000510 01 WS-FILE-STATUS.                                               00051001
000600      05 IP-STATUS PIC XX VALUE SPACES.                           00060002
000700      88 IP-SUCCESS VALUE '00'.                                   00070001
009041      88 AP-SUCCESS VALUE '00'.                                   00904102
009042      05 SH-STATUS PIC XX VALUE SPACES.                           00904208
009043      88 SH-SUCCESS VALUE '00'.                                   00904308
009044      05 CP-STATUS PIC XX VALUE SPACES.                           00904446
009045      88 CP-SUCCESS VALUE '00'.                                   00904546
000904      88 RS-SUCCESS VALUE '00'.                                   00090406
000910 01 WS-CNTRS.                                                     00091001
000920      05 IP-CNTR PIC 9(6) VALUE ZEROS.                            00092001
000930      05 OP-CNTR PIC 9(6) VALUE ZEROS.                            00093001
000935      05 ARR-CNTR PIC 9(6) VALUE ZEROS.                           00093502
000936      05 CAP-CNTR PIC 9(6) VALUE ZEROS.                           00093646
000937      05 NOGRD-CNTR PIC 9(6) VALUE ZEROS.                         00093746
000940 01 WS-ERR-DESC.                                                  00094001
000950      05  FILLER               PIC X(10) VALUE "ERROR IN ".       00095001
000960      05  ERR-PARA             PIC X(30).                         00096001
002558         MOVE AR-STATUS TO ERR-FILE-STATUS                        00255807
002559         PERFORM 9000-ERR-PARA                                    00255907
002561      END-IF.                                                     00256107
002572      OPEN OUTPUT CAPRPT-FILE.                                    00257246
002573      IF NOT CP-SUCCESS                                           00257346
002574         MOVE '1020-GET-EFFDATE' TO ERR-PARA                      00257446
002575         MOVE 'CAPRPT-FILE' TO ERR-FILE-ID                        00257546
002576         MOVE CP-STATUS TO ERR-FILE-STATUS                        00257646
002577         PERFORM 9000-ERR-PARA                                    00257746
002578      END-IF.                                                     00257846
002579      MOVE 'RAISES CAPPED AT GRADE MAXIMUM' TO CAPRPT-REC.        00257946
002580      WRITE CAPRPT-REC.                                           00258046
002581      EXIT.                                                       00258146
002550 1050-CHECK-CKPT.                                                 00255006
002551      OPEN INPUT CKPT-FILE.                                       00255106
002552      EVALUATE TRUE                                               00255206
003096                END-EVALUATE                                      00309605
003100                COMPUTE WS-NSAL =                                 00310005
003101                   IP-SAL + (WS-RAISE-PCT * IP-SAL)               00310105
003111                PERFORM 2004-CAP-PARA                             00311146
003210                PERFORM 2001-WRITE-PARA                           00321004
032120                IF WS-MONTHS > 0                                  03212007
032130                   PERFORM 2002-ARREARS-PARA                      03213007
004010 2001-WRITE-PARA.                                                 00401004
004020      MOVE IP-EDATA TO WS-OP-EDATA.                               00402005
004030      MOVE WS-NSAL TO WS-OP-SAL.                                  00403005
004031      MOVE IP-GRADE TO WS-OP-GRADE.                               00403146
004035      WRITE OP-REC.                                               00403505
004040      DISPLAY OP-REC.                                             00404005
004041      ADD 1 TO OP-CNTR.                                           00404105
040607      MOVE WS-NSAL TO SH-AFTER-SAL.                               04060708
040608      COMPUTE SH-RAISE-PCT ROUNDED =                              04060808
040609         WS-RAISE-PCT * 100.                                      04060908
040610*     A CAPPED RAISE IS RECORDED AT THE PERCENTAGE ACTUALLY       04061046
040611*     GIVEN, NOT THE BAND PERCENTAGE.                             04061146
040612      IF WS-CAP-AMT > ZEROS                                       04061246
040613         COMPUTE SH-RAISE-PCT ROUNDED =                           04061346
040614            (WS-NSAL - IP-SAL) * 100 / IP-SAL                     04061446
040615      END-IF.                                                     04061546
040616      MOVE WS-TODAY TO SH-RUN-DATE.                               04061608
040617      MOVE 'D7EMP   ' TO SH-SRC-PGM.                              04061708
040618      WRITE SH-SALHIST-REC.                                       04061808
040619      IF NOT SH-SUCCESS                                           04061908
040620         DISPLAY 'SALARY HISTORY WRITE ERR '                      04062008
040621            SH-STATUS                                             04062108
040622      END-IF.                                                     04062208
040623      EXIT.                                                       04062308
040624 2004-CAP-PARA.                                                   04062446
040625*     NO RAISE TAKES A SALARY PAST THE GRADE MAXIMUM.  A SALARY   04062546
040626*     ALREADY ABOVE IT GETS NO RAISE BUT IS NOT CUT.  WITHOUT A   04062646
040627*     GRADE IN FORCE THE RAISE CANNOT BE CAPPED AND IS LISTED.    04062746
040628      MOVE ZEROS TO WS-CAP-AMT.                                   04062846
040629      MOVE IP-GRADE TO GP-GRADE.                                  04062946
040630      CALL 'GRADESUB' USING GP-GRADE-PARM.                        04063046
040631      EVALUATE TRUE                                               04063146
040632         WHEN NOT GP-GRADE-OK                                     04063246
040633            ADD 1 TO NOGRD-CNTR                                   04063346
040634            MOVE 4 TO RETURN-CODE                                 04063446
040635            MOVE SPACES TO CAPRPT-REC                             04063546
040636            STRING 'NO GRADE ' IP-EID ' GRADE ' IP-GRADE          04063646
040637                   ' NEW SALARY ' WS-NSAL ' NOT CAPPED'           04063746
040638               DELIMITED BY SIZE INTO CAPRPT-REC                  04063846
040639            END-STRING                                            04063946
040640            WRITE CAPRPT-REC                                      04064046
040641         WHEN WS-NSAL > GP-MAX                                    04064146
040642            MOVE WS-NSAL TO WS-UNCAPPED                           04064246
040643            IF IP-SAL > GP-MAX                                    04064346
040644               MOVE IP-SAL TO WS-NSAL                             04064446
040645            ELSE                                                  04064546
040646               MOVE GP-MAX TO WS-NSAL                             04064646
040647            END-IF                                                04064746
040648            COMPUTE WS-CAP-AMT = WS-UNCAPPED - WS-NSAL            04064846
040649            ADD 1 TO CAP-CNTR                                     04064946
040650            ADD WS-CAP-AMT TO WS-CAP-TOTAL                        04065046
040651            MOVE SPACES TO CAPRPT-REC                             04065146
040652            STRING 'CAPPED  ' IP-EID ' GRADE ' IP-GRADE           04065246
040653                   ' MAX ' GP-MAX ' RAISED ' WS-UNCAPPED          04065346
040654                   ' PAID ' WS-NSAL ' CAPPED ' WS-CAP-AMT         04065446
040655               DELIMITED BY SIZE INTO CAPRPT-REC                  04065546
040656            END-STRING                                            04065646
040657            WRITE CAPRPT-REC                                      04065746
040658         WHEN OTHER                                               04065846
040659            CONTINUE                                              04065946
040660      END-EVALUATE.                                               04066046
040661      EXIT.                                                       04066146
004060 2100-WRITE-CKPT-PARA.                                            00406006
004061      OPEN OUTPUT CKPT-FILE.                                      00406106
004062      MOVE IP-EID TO CKPT-EID.                                    00406206
042060      WRITE ARRPT-REC.                                            04206007
042070      CLOSE ARR-FILE ARRPT-FILE.                                  04207007
042071      CLOSE HIST-FILE.                                            04207108
042072      MOVE SPACES TO CAPRPT-REC.                                  04207246
042073      STRING 'CAPPED=' CAP-CNTR ' TOTAL CAPPED=' WS-CAP-TOTAL     04207346
042074             ' NO GRADE=' NOGRD-CNTR                              04207446
042075         DELIMITED BY SIZE INTO CAPRPT-REC                        04207546
042076      END-STRING.                                                 04207646
042077      WRITE CAPRPT-REC.                                           04207746
042078      CLOSE CAPRPT-FILE.                                          04207846
042079      DISPLAY ' RAISES CAPPED  : ' CAP-CNTR.                      04207946
042080      DISPLAY ' TOTAL CAPPED   : ' WS-CAP-TOTAL.                  04208046
042081      DISPLAY ' NO GRADE       : ' NOGRD-CNTR.                    04208146
042082      DISPLAY ' ARREARS RECORDS: ' ARR-CNTR.                      04208207
042090      DISPLAY ' ARREARS TOTAL  : ' WS-ARR-TOTAL.                  04209007
004210      OPEN OUTPUT CKPT-FILE.                                      00421006
004220      CLOSE CKPT-FILE.                                            00422006
