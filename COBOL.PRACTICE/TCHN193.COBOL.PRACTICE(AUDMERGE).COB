000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. AUDMERGE.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : THE SIX AUDIT LOGS IN THE SHARED AUDITREC         00040003
000500*               LAYOUT (DDAUD1 = MJ24MAINT, DDAUD2 = KSDSUPDT,    00050000
000510*               DDAUD3 = UPTKSDS, DDAUD4 = D3Q3V2,                00051003
000520*               DDAUD5 = SISCHED, DDAUD6 = CASEXTR)               00052003
000700* OUTPUT FILE : CONSOLIDATED DAILY AUDIT REPORT (DDRPT)           00070000
000800* PRG DESC    : MERGES THE AUDIT LOGS AND PRINTS ONE DAILY        00080000
000900*               AUDIT REPORT SORTED BY FILE, KEY AND TIME.        00090000
000910*               EACH LINE CARRIES THE OPERATOR WHO MADE THE       00091001
000920*               CHANGE.                                           00092001
001000* AUTHOR      : GIRIDHAR                                          00100000
001100* CREATED ON  : 14 JUL 2026                                       00110000
001110* MODIFIED ON : 15 OCT 2026 - OPERATOR PRINTED ON EACH LINE       00111001
001120* MODIFIED ON : 15 OCT 2026 - CONTROL RECORDS SKIPPED             00112002
001130* MODIFIED ON : 15 OCT 2026 - SI AND CASE AUDIT LOGS MERGED       00113003
001200***************************************************************** 00120000
001300 ENVIRONMENT DIVISION.                                            00130000
001400 INPUT-OUTPUT SECTION.                                            00140000
003300      ACCESS MODE IS SEQUENTIAL                                   00330000
003400      FILE STATUS A4-STATUS.                                      00340000
003500*                                                                 00350000
003505      SELECT AUD5FILE ASSIGN TO DDAUD5                            00350503
003510      ORGANIZATION IS SEQUENTIAL                                  00351003
003515      ACCESS MODE IS SEQUENTIAL                                   00351503
003520      FILE STATUS A5-STATUS.                                      00352003
003525*                                                                 00352503
003530      SELECT AUD6FILE ASSIGN TO DDAUD6                            00353003
003535      ORGANIZATION IS SEQUENTIAL                                  00353503
003540      ACCESS MODE IS SEQUENTIAL                                   00354003
003545      FILE STATUS A6-STATUS.                                      00354503
003550*                                                                 00355003
003600      SELECT RPTFILE ASSIGN TO DDRPT                              00360000
003700      ORGANIZATION IS SEQUENTIAL                                  00370000
003800      ACCESS MODE IS SEQUENTIAL                                   00380000
005000 COPY AUDITREC REPLACING ==:AUD:== BY ==A3==.                     00500000
005100 FD AUD4FILE RECORDING MODE F.                                    00510000
005200 COPY AUDITREC REPLACING ==:AUD:== BY ==A4==.                     00520000
005210 FD AUD5FILE RECORDING MODE F.                                    00521003
005220 COPY AUDITREC REPLACING ==:AUD:== BY ==A5==.                     00522003
005230 FD AUD6FILE RECORDING MODE F.                                    00523003
005240 COPY AUDITREC REPLACING ==:AUD:== BY ==A6==.                     00524003
005300 FD RPTFILE RECORDING MODE F.                                     00530000
005400 01 RPT-REC PIC X(160).                                           00540000
005500 SD SORT-WORK.                                                    00550000
007200     88 A4-OPEN-OK VALUE '00'.                                    00720000
007300     88 A4-READ-OK VALUE '00'.                                    00730000
007400     88 A4-EOF     VALUE '10'.                                    00740000
007410     05 A5-STATUS PIC XX.                                         00741003
007420     88 A5-OPEN-OK VALUE '00'.                                    00742003
007430     88 A5-READ-OK VALUE '00'.                                    00743003
007440     88 A5-EOF     VALUE '10'.                                    00744003
007450     05 A6-STATUS PIC XX.                                         00745003
007460     88 A6-OPEN-OK VALUE '00'.                                    00746003
007470     88 A6-READ-OK VALUE '00'.                                    00747003
007480     88 A6-EOF     VALUE '10'.                                    00748003
007500     05 RP-STATUS PIC XX.                                         00750000
007600     88 RP-OPEN-OK VALUE '00'.                                    00760000
007700 01 WS-CNTRS.                                                     00770000
009400     05 DTL-DATE       PIC 9(8).                                  00940000
009500     05 FILLER         PIC X VALUE SPACE.                         00950000
009600     05 DTL-TIME       PIC 9(8).                                  00960000
009610     05 FILLER         PIC X VALUE SPACE.                         00961001
009620     05 DTL-OPER       PIC X(8).                                  00962001
009630     05 FILLER         PIC X(3) VALUE SPACES.                     00963001
009800 01 WS-ERR-DESC.                                                  00980000
009900     05  FILLER               PIC X(10) VALUE "ERROR IN ".        00990000
010000     05  ERR-PARA             PIC X(30).                          01000000
011100 0000-MAIN-PARA-EXIT.                                             01110000
011200      EXIT.                                                       01120000
011300 1000-OPEN-FILES.                                                 01130000
011310      OPEN INPUT AUD1FILE AUD2FILE AUD3FILE AUD4FILE              01131003
011320           AUD5FILE AUD6FILE.                                     01132003
011500      IF NOT A1-OPEN-OK OR NOT A2-OPEN-OK                         01150000
011600         OR NOT A3-OPEN-OK OR NOT A4-OPEN-OK                      01160000
011610        OR NOT A5-OPEN-OK OR NOT A6-OPEN-OK                       01161003
011700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       01170000
011800         MOVE 'AUDIT-IN' TO ERR-FILE-ID                           01180000
011900         MOVE A1-STATUS TO ERR-FILE-STATUS                        01190000
014200      PERFORM 3120-REL-AUD2 UNTIL A2-EOF.                         01420000
014300      PERFORM 3130-REL-AUD3 UNTIL A3-EOF.                         01430000
014400      PERFORM 3140-REL-AUD4 UNTIL A4-EOF.                         01440000
014410      PERFORM 3150-REL-AUD5 UNTIL A5-EOF.                         01441003
014420      PERFORM 3160-REL-AUD6 UNTIL A6-EOF.                         01442003
014500      EXIT.                                                       01450000
014600 3110-REL-AUD1.                                                   01460000
014700      READ AUD1FILE.                                              01470000
014800      EVALUATE TRUE                                               01480000
014810         WHEN A1-READ-OK AND A1-CTL-REC                           01481002
014820            CONTINUE                                              01482002
014900         WHEN A1-READ-OK                                          01490000
015000            ADD 1 TO IN-CNTR                                      01500000
015100            MOVE A1-AUDIT-REC TO SRT-AUDIT-REC                    01510000
016200 3120-REL-AUD2.                                                   01620000
016300      READ AUD2FILE.                                              01630000
016400      EVALUATE TRUE                                               01640000
016410         WHEN A2-READ-OK AND A2-CTL-REC                           01641002
016420            CONTINUE                                              01642002
016500         WHEN A2-READ-OK                                          01650000
016600            ADD 1 TO IN-CNTR                                      01660000
016700            MOVE A2-AUDIT-REC TO SRT-AUDIT-REC                    01670000
017800 3130-REL-AUD3.                                                   01780000
017900      READ AUD3FILE.                                              01790000
018000      EVALUATE TRUE                                               01800000
018010         WHEN A3-READ-OK AND A3-CTL-REC                           01801002
018020            CONTINUE                                              01802002
018100         WHEN A3-READ-OK                                          01810000
018200            ADD 1 TO IN-CNTR                                      01820000
018300            MOVE A3-AUDIT-REC TO SRT-AUDIT-REC                    01830000
019400 3140-REL-AUD4.                                                   01940000
019500      READ AUD4FILE.                                              01950000
019600      EVALUATE TRUE                                               01960000
019610         WHEN A4-READ-OK AND A4-CTL-REC                           01961002
019620            CONTINUE                                              01962002
019700         WHEN A4-READ-OK                                          01970000
019800            ADD 1 TO IN-CNTR                                      01980000
019900            MOVE A4-AUDIT-REC TO SRT-AUDIT-REC                    01990000
020700            PERFORM 9000-ERR-PARA                                 02070000
020800      END-EVALUATE.                                               02080000
020900      EXIT.                                                       02090000
020901 3150-REL-AUD5.                                                   02090103
020902      READ AUD5FILE.                                              02090203
020903      EVALUATE TRUE                                               02090303
020904         WHEN A5-READ-OK AND A5-CTL-REC                           02090403
020905            CONTINUE                                              02090503
020906         WHEN A5-READ-OK                                          02090603
020907            ADD 1 TO IN-CNTR                                      02090703
020908            MOVE A5-AUDIT-REC TO SRT-AUDIT-REC                    02090803
020909            RELEASE SRT-AUDIT-REC                                 02090903
020910         WHEN A5-EOF                                              02091003
020911            CONTINUE                                              02091103
020912         WHEN OTHER                                               02091203
020913            MOVE '3150-REL-AUD5' TO ERR-PARA                      02091303
020914            MOVE 'AUD5FILE' TO ERR-FILE-ID                        02091403
020915            MOVE A5-STATUS TO ERR-FILE-STATUS                     02091503
020916            PERFORM 9000-ERR-PARA                                 02091603
020917      END-EVALUATE.                                               02091703
020918      EXIT.                                                       02091803
020919 3160-REL-AUD6.                                                   02091903
020920      READ AUD6FILE.                                              02092003
020921      EVALUATE TRUE                                               02092103
020922         WHEN A6-READ-OK AND A6-CTL-REC                           02092203
020923            CONTINUE                                              02092303
020924         WHEN A6-READ-OK                                          02092403
020925            ADD 1 TO IN-CNTR                                      02092503
020926            MOVE A6-AUDIT-REC TO SRT-AUDIT-REC                    02092603
020927            RELEASE SRT-AUDIT-REC                                 02092703
020928         WHEN A6-EOF                                              02092803
020929            CONTINUE                                              02092903
020930         WHEN OTHER                                               02093003
020931            MOVE '3160-REL-AUD6' TO ERR-PARA                      02093103
020932            MOVE 'AUD6FILE' TO ERR-FILE-ID                        02093203
020933            MOVE A6-STATUS TO ERR-FILE-STATUS                     02093303
020934            PERFORM 9000-ERR-PARA                                 02093403
020935      END-EVALUATE.                                               02093503
020936      EXIT.                                                       02093603
021000 4000-WRITE-REPORT.                                               02100000
021100      PERFORM 4100-RETURN-REC UNTIL SORT-EOF.                     02110000
021200      EXIT.                                                       02120000
023700      MOVE SRT-NEW-VALUE TO DTL-NEW.                              02370000
023800      MOVE SRT-CHG-DATE  TO DTL-DATE.                             02380000
023900      MOVE SRT-CHG-TIME  TO DTL-TIME.                             02390000
023910      MOVE SRT-OPER-ID   TO DTL-OPER.                             02391001
024000      WRITE RPT-REC FROM WS-DETAIL-LINE.                          02400000
024100      ADD 1 TO OUT-CNTR.                                          02410000
024200      EXIT.                                                       02420000
024600         DELIMITED BY SIZE INTO RPT-REC                           02460000
024700      END-STRING.                                                 02470000
024800      WRITE RPT-REC.                                              02480000
024810      CLOSE AUD1FILE AUD2FILE AUD3FILE AUD4FILE                   02481003
024820            AUD5FILE AUD6FILE RPTFILE.                            02482003
025000      DISPLAY 'AUDIT RECORDS READ    : ' IN-CNTR.                 02500000
025100      DISPLAY 'REPORT LINES WRITTEN  : ' OUT-CNTR.                02510000
025200      EXIT.                                                       02520000
