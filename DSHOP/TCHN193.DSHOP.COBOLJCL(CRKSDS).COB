     INDATASET(TCHN193.DUMP.BUSKSDS) -                                  00116100
     OUTDATASET(TCHN193.DUMP.BUSAIX)                                    00116200
*                                                                       00121000
* EXTENDED ASSOCIATE MASTER (MJ24REC LAYOUT, 147 BYTES, ASSOID KEY      00121104
* AT BYTES 41-46) - THIS IS THE CLUSTER KSDSLOAD BUILDS.  THE OLD       00121200
* TCHN196.MJ24.KSDS KEEPS ITS 80-BYTE COPYBOOK LAYOUT AND ITS OWN       00121300
* BLOOD-GROUP AIX (TCHN196.MJ24.AIX); THE INDEXES BELOW BELONG TO       00121400
     DEFINE CLUSTER(NAME(TCHN196.MJ24.EKSDS) -                          00121800
                    CYLINDERS(5 2) -                                    00121900
                    KEYS(6 40) -                                        00122100
                    RECSZ(147 147) -                                    00122204
                    INDEXED -                                           00122300
                    CISZ(5120))                                         00122400
*                                                                       00122500
                    INDEXED -                                           00147600
                    CISZ(5120))                                         00147700
*                                                                       00147800
* LEAVE CALENDAR KSDS (LEAVEREC LAYOUT, 80 BYTES, KEY = ASSOID +        00147905
* LEAVE START DATE, SO EACH LEAVE IS ITS OWN RECORD).                   00148005
* WRITTEN BY MJ24MAINT'S LEAVE TRANSACTION, CLOSED OUT NIGHTLY BY       00148000
* LVRETURN, LISTED BY LEAVERPT AND SUMMARISED BY LVHIST.  AN OLD        00148105
* CLUSTER KEYED ON ASSOID ALONE IS REPRO'D OUT AND BACK IN AS IS -      00148205
* THE RECORD LAYOUT DID NOT CHANGE, ONLY THE KEY LENGTH.                00148305
*                                                                       00148200
  IF LASTCC=0 THEN                                                      00148300
     DEFINE CLUSTER(NAME(TCHN196.MJ24.LVKSDS) -                         00148400
                    CYLINDERS(1 1) -                                    00148500
                    KEYS(15 0) -                                        00148605
                    RECSZ(80 80) -                                      00148700
                    INDEXED -                                           00148800
                    CISZ(5120))                                         00148900
                    RECSZ(80 80) -                                      00153500
                    INDEXED -                                           00153600
                    CISZ(5120))                                         00153700
*                                                                       00153806
* LEAVE ENTITLEMENT LEDGER KSDS (LVBALREC LAYOUT, 80 BYTES, KEY =       00153906
* ASSOID + LEAVE YEAR).  CREDITED BY LVACCRUE, DEBITED BY               00154006
* MJ24MAINT'S LEAVE TRANSACTION AND CLOSED BY LVYREND.                  00154106
*                                                                       00154206
  IF LASTCC=0 THEN                                                      00154306
     DEFINE CLUSTER(NAME(TCHN196.MJ24.LVBKSDS) -                        00154406
                    CYLINDERS(1 1) -                                    00154506
                    KEYS(11 0) -                                        00154606
                    RECSZ(80 80) -                                      00154706
                    INDEXED -                                           00154806
                    CISZ(5120))                                         00154906
*                                                                       00155007
* REPORTING-LINE KSDS (RPTLREC LAYOUT, 80 BYTES, KEY = ASSOID) WITH     00155107
* AN ALTERNATE INDEX ON THE MANAGER ASSOID (BYTES 8-14) SO A            00155207
* MANAGER'S REPORTS CAN BE BROWSED.  MAINTAINED BY RLMAINT, ORPHANS     00155307
* FLAGGED BY MJ24MAINT, PRINTED BY RLTREE.  THE CLUSTER STARTS          00155407
* EMPTY AND UPGRADE KEEPS THE INDEX, SO NO BLDINDEX IS RUN.             00155507
*                                                                       00155607
  IF LASTCC=0 THEN                                                      00155707
     DEFINE CLUSTER(NAME(TCHN196.MJ24.RLKSDS) -                         00155807
                    CYLINDERS(1 1) -                                    00155907
                    KEYS(7 0) -                                         00156007
                    RECSZ(80 80) -                                      00156107
                    INDEXED -                                           00156207
                    CISZ(5120))                                         00156307
  IF LASTCC=0 THEN                                                      00156407
     DEFINE AIX(NAME(TCHN196.MJ24.RLAIX) -                              00156507
                RELATE(TCHN196.MJ24.RLKSDS) -                           00156607
                CYLINDERS(1 1) -                                        00156707
                KEYS(7 7) -                                             00156807
                RECSZ(80 32600) -                                       00156907
                NONUNIQUEKEY -                                          00157007
                UPGRADE -                                               00157107
                INDEXED -                                               00157207
                CISZ(32768))                                            00157307
  IF LASTCC=0 THEN                                                      00157407
     DEFINE PATH(NAME(TCHN196.MJ24.RLPATH) -                            00157507
                 PATHENTRY(TCHN196.MJ24.RLAIX) -                        00157607
                 UPDATE)                                                00157707
*                                                                       00157808
* EMPLOYER LINK HISTORY KSDS (LNKHREC LAYOUT, 80 BYTES, KEY =           00157908
* ASSOID + EFFECTIVE DATE).  WRITTEN BY EMPLMNT ON EVERY LINK           00158008
* CHANGE; READ BY LNKXFER AND BY EMPLRPT FOR PAST HEADCOUNTS.           00158108
*                                                                       00158208
  IF LASTCC=0 THEN                                                      00158308
     DEFINE CLUSTER(NAME(TCHN196.MJ24.LNKHKSDS) -                       00158408
                    CYLINDERS(1 1) -                                    00158508
                    KEYS(15 0) -                                        00158608
                    RECSZ(80 80) -                                      00158708
                    INDEXED -                                           00158808
                    CISZ(5120))                                         00158908
*                                                                       00159009
* RETENTION ARCHIVE GDG (RETAREC LAYOUT, 268 BYTES).  RETARCH           00159109
* WRITES ONE GENERATION PER RUN BEFORE IT PURGES LONG-TERMINATED        00159209
* ASSOCIATES; RETRTRV AND THE MJ24MAINT REHIRE READ IT BACK.            00159309
* GENERATIONS ARE KEPT FOR THE FULL RETENTION PERIOD.                   00159409
*                                                                       00159509
  IF LASTCC=0 THEN                                                      00159609
     DEFINE GDG(NAME(TCHN196.MJ24.RETARCH) -                            00159709
                LIMIT(99) -                                             00159809
                NOEMPTY -                                               00159909
                SCRATCH)                                                00160009
*                                                                       00160110
* SHARED CODE-TABLE KSDS (CODEREC LAYOUT, 80 BYTES, KEY =               00160210
* TABLE-ID + CODE).  MAINTAINED BY CODEMNT, LISTED BY CODERPT           00160310
* AND READ BY EVERY PROGRAM THROUGH THE CODESUB LOOKUP ROUTINE.         00160410
*                                                                       00160510
  IF LASTCC=0 THEN                                                      00160610
     DEFINE CLUSTER(NAME(TCHN196.MJ24.CODEKSDS) -                       00160710
                    CYLINDERS(1 1) -                                    00160810
                    KEYS(18 0) -                                        00160910
                    RECSZ(80 80) -                                      00161010
                    INDEXED -                                           00161110
                    CISZ(5120))                                         00161210
*                                                                       00161325
* STANDING INSTRUCTION KSDS (SIREC LAYOUT, 80 BYTES, KEY =              00161425
* CUST-ID + INSTR-NO).  MAINTAINED BY SIMAINT, READ AND ROLLED          00161525
* FORWARD DAILY BY SISCHED AHEAD OF TXNPOST.                            00161625
*                                                                       00161725
  IF LASTCC=0 THEN                                                      00161825
     DEFINE CLUSTER(NAME(TCHN193.DUMP.SIKSDS) -                         00161925
                    CYLINDERS(1 1) -                                    00162025
                    KEYS(8 0) -                                         00162125
                    RECSZ(80 80) -                                      00162225
                    INDEXED -                                           00162325
                    CISZ(5120))                                         00162425
*                                                                       00162526
* DAILY ACTIVITY JOURNAL GDG (TXNPOST DDACTV LAYOUT, 80 BYTES).         00162626
* TXNPOST WRITES ONE GENERATION A DAY AND ACCTFEE EXTENDS IT;           00162726
* BALPROOF PROVES THE LATEST, STATEMENTS READ THE WHOLE GDG.            00162826
*                                                                       00162926
  IF LASTCC=0 THEN                                                      00163026
     DEFINE GDG(NAME(TCHN193.DUMP.ACTVJRNL) -                           00163126
                LIMIT(31) -                                             00163226
                NOEMPTY -                                               00163326
                SCRATCH)                                                00163426
*                                                                       00163526
* CLOSING BALANCE EXTRACT GDG (BALXREC LAYOUT, 80 BYTES).  EACH         00163626
* BALPROOF RUN READS THE LATEST AND WRITES THE NEXT.                    00163726
*                                                                       00163826
  IF LASTCC=0 THEN                                                      00163926
     DEFINE GDG(NAME(TCHN193.DUMP.BALCLOSE) -                           00164026
                LIMIT(7) -                                              00164126
                NOEMPTY -                                               00164226
                SCRATCH)                                                00164326
*                                                                       00164426
* STATEMENT EXTRACT SEQUENCE CONTROL GDG (STMXTR DDSEQ/DDSEQO).         00164526
*                                                                       00164626
  IF LASTCC=0 THEN                                                      00164726
     DEFINE GDG(NAME(TCHN193.DUMP.STMSEQ) -                             00164826
                LIMIT(7) -                                              00164926
                NOEMPTY -                                               00165026
                SCRATCH)                                                00165126
*                                                                       00165227
* CASH SCREENING CASE KSDS (CASEREC LAYOUT, 120 BYTES, KEY =            00165327
* CUST-ID + RULE + CASE-DATE + CASE-SEQ).  CASHSCRN RAISES CASES,       00165427
* CASEMNT RECORDS THE REVIEW, CASEXTR REPORTS CONFIRMED CASES.          00165527
*                                                                       00165627
  IF LASTCC=0 THEN                                                      00165727
     DEFINE CLUSTER(NAME(TCHN193.DUMP.CASEKSDS) -                       00165827
                    CYLINDERS(1 1) -                                    00165927
                    KEYS(17 0) -                                        00166027
                    RECSZ(120 120) -                                    00166127
                    INDEXED -                                           00166227
                    CISZ(5120))                                         00166327
*                                                                       00166427
* CASH SCREENING HISTORY GDG (CASHHREC LAYOUT, 80 BYTES).  EACH         00166527
* CASHSCRN RUN READS THE LATEST AND WRITES THE NEXT.                    00166627
*                                                                       00166727
  IF LASTCC=0 THEN                                                      00166827
     DEFINE GDG(NAME(TCHN193.DUMP.CASHHIST) -                           00166927
                LIMIT(7) -                                              00167027
                NOEMPTY -                                               00167127
                SCRATCH)                                                00167227
*                                                                       00167327
* REGULATOR CASH-TRANSACTION REPORT GDG (CASEXTR DDREG, 80 BYTES).      00167427
*                                                                       00167527
  IF LASTCC=0 THEN                                                      00167627
     DEFINE GDG(NAME(TCHN193.DUMP.CASHREG) -                            00167727
                LIMIT(31) -                                             00167827
                NOEMPTY -                                               00167927
                SCRATCH)                                                00168027
*                                                                       00168130
* TAX CERTIFICATE RUN CONTROL GDG (TAXCREC LAYOUT, 80 BYTES).           00168230
* TAXCERT WRITES ONE GENERATION PER RUN; YTDCLOSE READS THE LATEST.     00168330
*                                                                       00168430
  IF LASTCC=0 THEN                                                      00168530
     DEFINE GDG(NAME(TCHN193.DUMP.TAXCCTL) -                            00168630
                LIMIT(7) -                                              00168730
                NOEMPTY -                                               00168830
                SCRATCH)                                                00168930
*                                                                       00169030
* YEAR-TO-DATE TAX ARCHIVE GDG (YTDAREC LAYOUT, 100 BYTES).  ONE        00169130
* GENERATION PER TAX YEAR CLOSED BY YTDCLOSE.  THE ARCHIVE IS           00169230
* PERMANENT - ROLLED-OFF GENERATIONS ARE UNCATALOGUED, NOT DELETED.     00169330
*                                                                       00169430
  IF LASTCC=0 THEN                                                      00169530
     DEFINE GDG(NAME(TCHN193.DUMP.YTDARCH) -                            00169630
                LIMIT(99) -                                             00169730
                NOEMPTY -                                               00169830
                NOSCRATCH)                                              00169930
*                                                                       00170031
* TAX EXEMPTION DECLARATION KSDS (DECLREC LAYOUT, 80 BYTES, KEY =       00170131
* CUSTOMER ID + TAX YEAR + DECLARATION TYPE).  READ BY NDMPQ1 AND       00170231
* TAXCERT.                                                              00170331
*                                                                       00170431
  IF LASTCC=0 THEN                                                      00170531
     DEFINE CLUSTER(NAME(TCHN193.DUMP.TAXDECL) -                        00170631
                    CYLINDERS(1 1) -                                    00170731
                    KEYS(16 0) -                                        00170831
                    RECSZ(80 80) -                                      00170931
                    INDEXED -                                           00171031
                    CISZ(5120))                                         00171131
*                                                                       00171232
* SUGGESTED MONTHLY TAX ADJUSTMENT GDG (TXADJREC LAYOUT, 80 BYTES).     00171332
* ONE GENERATION PER TAXPROJ RUN.                                       00171432
*                                                                       00171532
  IF LASTCC=0 THEN                                                      00171632
     DEFINE GDG(NAME(TCHN193.DUMP.TAXADJ) -                             00171732
                LIMIT(12) -                                             00171832
                NOEMPTY -                                               00171932
                SCRATCH)                                                00172032
*                                                                       00172133
* EXAM FEE LEDGER KSDS (FEELREC LAYOUT, 80 BYTES, KEY = STUDENT ID      00172233
* + EXAM CYCLE YYYYMM).  POSTED BY FEEPOST AND RETAKE, READ BY          00172333
* SEATALOC BEFORE AN ADMIT CARD IS ISSUED.                              00172433
*                                                                       00172533
  IF LASTCC=0 THEN                                                      00172633
     DEFINE CLUSTER(NAME(TCHN193.L1C.FEELEDGR) -                        00172733
                    CYLINDERS(1 1) -                                    00172833
                    KEYS(11 0) -                                        00172933
                    RECSZ(80 80) -                                      00173033
                    INDEXED -                                           00173133
                    CISZ(5120))                                         00173233
*                                                                       00173334
* EXAM-DAY ATTENDANCE KSDS (ATNDREC LAYOUT, 80 BYTES, KEY = EXAM        00173434
* CYCLE YYYYMM + STUDENT ID).  LOADED BY ATNDCAP, READ BY NDMPQ2        00173534
* AND ROSTCHK.                                                          00173634
*                                                                       00173734
  IF LASTCC=0 THEN                                                      00173834
     DEFINE CLUSTER(NAME(TCHN193.L1C.EXATTEND) -                        00173934
                    CYLINDERS(1 1) -                                    00174034
                    KEYS(11 0) -                                        00174134
                    RECSZ(80 80) -                                      00174234
                    INDEXED -                                           00174334
                    CISZ(5120))                                         00174434
*                                                                       00174536
* CERTIFICATE ISSUANCE REGISTER KSDS (CERTREC LAYOUT, 100 BYTES,        00174636
* KEY = STUDENT ID + ISSUE NUMBER; BLANK KEY = SERIAL CONTROL).         00174736
* MAINTAINED BY CERTISS - RECORDS ARE NEVER DELETED.                    00174836
*                                                                       00174936
  IF LASTCC=0 THEN                                                      00175036
     DEFINE CLUSTER(NAME(TCHN193.L1C.CERTREG) -                         00175136
                    CYLINDERS(1 1) -                                    00175236
                    KEYS(7 0) -                                         00175336
                    RECSZ(100 100) -                                    00175436
                    INDEXED -                                           00175536
                    CISZ(5120))                                         00175636
*                                                                       00175737
* PAYROLL YEAR-TO-DATE KSDS (PYTDREC LAYOUT, 100 BYTES, KEY =           00175837
* EMPLOYEE ID).  POSTED BY PAYSLIP EACH MONTH.                          00175937
*                                                                       00176037
  IF LASTCC=0 THEN                                                      00176137
     DEFINE CLUSTER(NAME(TCHN193.DUMP.PAYYTD) -                         00176237
                    CYLINDERS(1 1) -                                    00176337
                    KEYS(5 0) -                                         00176437
                    RECSZ(100 100) -                                    00176537
                    INDEXED -                                           00176637
                    CISZ(5120))                                         00176737
*                                                                       00176848
* BUSINESS-DAY CALENDAR KSDS (CALREC LAYOUT, 80 BYTES, KEY = YEAR       00176948
* + MMDD; MMDD 0000 = YEAR PUBLISHED).  MAINTAINED BY CALMNT, READ      00177048
* BY BDAYSUB.                                                           00177148
*                                                                       00177248
  IF LASTCC=0 THEN                                                      00177348
     DEFINE CLUSTER(NAME(TCHN193.DUMP.BUSCAL) -                         00177448
                    CYLINDERS(1 1) -                                    00177548
                    KEYS(8 0) -                                         00177648
                    RECSZ(80 80) -                                      00177748
                    INDEXED -                                           00177848
                    CISZ(5120))                                         00177948
*                                                                       00178049
* RETENTION ARCHIVE GDGS - ONE GENERATION PER MONTHLY RETNJOB RUN,      00178149
* HOLDING THE RECORDS RETNHKP AGED OFF EACH CUMULATIVE DATASET          00178249
* (SAME LAYOUT AND LENGTH AS THE LIVE DATASET).  TEN YEARS KEPT.        00178349
*                                                                       00178449
  IF LASTCC=0 THEN                                                      00178549
     DEFINE GDG(NAME(TCHN193.RUNSTATS.RETNARC) -                        00178649
                LIMIT(120) -                                            00178749
                NOEMPTY -                                               00178849
                SCRATCH)                                                00178949
  IF LASTCC=0 THEN                                                      00179049
     DEFINE GDG(NAME(TCHN193.SQLERR.LOG.RETNARC) -                      00179149
                LIMIT(120) -                                            00179249
                NOEMPTY -                                               00179349
                SCRATCH)                                                00179449
  IF LASTCC=0 THEN                                                      00179549
     DEFINE GDG(NAME(TCHN196.MJ24.CALLLOG.RETNARC) -                    00179649
                LIMIT(120) -                                            00179749
                NOEMPTY -                                               00179849
                SCRATCH)                                                00179949
  IF LASTCC=0 THEN                                                      00180049
     DEFINE GDG(NAME(TCHN193.DUMP.SALHIST.RETNARC) -                    00180149
                LIMIT(120) -                                            00180249
                NOEMPTY -                                               00180349
                SCRATCH)                                                00180449
  IF LASTCC=0 THEN                                                      00180549
     DEFINE GDG(NAME(TCHN193.DUMP.ACCTREG.RETNARC) -                    00180649
                LIMIT(120) -                                            00180749
                NOEMPTY -                                               00180849
                SCRATCH)                                                00180949
  IF LASTCC=0 THEN                                                      00181049
     DEFINE GDG(NAME(TCHN193.CLAIM.ARCHIVE.RETNARC) -                   00181149
                LIMIT(120) -                                            00181249
                NOEMPTY -                                               00181349
                SCRATCH)                                                00181449
*                                                                       00181550
* CLAIMANT CORRESPONDENCE REGISTER KSDS (CLMCORR LAYOUT, 80 BYTES,      00181650
* KEY = CLAIM ID, OLD STATUS, NEW STATUS AND DATE OF THE MOVE -         00181750
* 38 BYTES).  CLMLETR ADDS A RECORD AS EACH LETTER GOES OUT.            00181850
* RECORDS ARE NEVER DELETED.                                            00181950
*                                                                       00182050
  IF LASTCC=0 THEN                                                      00182150
     DEFINE CLUSTER(NAME(TCHN193.CLAIM.CORRKSDS) -                      00182250
                    CYLINDERS(1 1) -                                    00182350
                    KEYS(38 0) -                                        00182450
                    RECSZ(80 80) -                                      00182550
                    INDEXED -                                           00182650
                    CISZ(5120))                                         00182750
/*                                                                      00120000
//                                                                      00130000
