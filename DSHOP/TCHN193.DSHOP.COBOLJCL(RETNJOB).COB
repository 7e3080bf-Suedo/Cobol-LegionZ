//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* MONTHLY RETENTION HOUSEKEEPING OF THE CUMULATIVE DATASETS THAT        00040000
* ARE OPENED EXTEND ON EVERY RUN.  EACH SPLIT STEP RUNS RETNHKP FOR     00050000
* ONE DATASET ID (SYSIN) AGAINST ITS CARD ON TCHN193.DUMP.RETNCTL       00060000
* (RETNCTL LAYOUT): RECORDS OLDER THAN THE DAYS KEPT GO TO A NEW        00070000
* RETNARC GENERATION, THE REST TO A WORK FILE THAT THE SAVE STEP        00080000
* COPIES BACK OVER THE LIVE DATASET.  BEFORE = KEPT + ARCHIVED IS       00090000
* PROVED BY RE-READING BOTH; ON RC 8 THE SAVE STEP IS BYPASSED AND      00100000
* THE LIVE DATASET IS UNTOUCHED - DELETE THE NEW RETNARC                00110000
* GENERATION, CORRECT AND RESUBMIT.  RC 4 (NO DATED RECORDS) KEEPS      00120000
* EVERYTHING - CHECK THE DATE POSITION ON THE CARD.                     00130000
* RUN WHEN NO JOB THAT EXTENDS THESE DATASETS IS ACTIVE.                00140000
* RUNSTATS IS SPLIT FIRST WITH ITS OWN DDRSTAT DUMMIED (THE COPY        00150000
* BACK WOULD OVERWRITE IT); ITS COUNTS ARE ON DDRPT.                    00160000
* FULL HISTORY ON DEMAND - CONCATENATE THE RETNARC GENERATIONS          00170000
* OLDEST FIRST BY EXPLICIT RELATIVE NUMBER AHEAD OF THE LIVE            00180000
* DATASET (A DSN WITHOUT A GENERATION NUMBER READS NEWEST FIRST),       00190000
* E.G. FOR RUNTREND:                                                    00200000
*   //DDRSTAT DD DSN=TCHN193.RUNSTATS.RETNARC(-1),DISP=SHR              00210000
*   //        DD DSN=TCHN193.RUNSTATS.RETNARC(0),DISP=SHR               00220000
*   //        DD DSN=TCHN193.RUNSTATS,DISP=SHR                          00230000
*                                                                       00240000
* RUN STATISTICS (RUNTREND, RUNRPT)                                     00250000
//SPLITRS  EXEC PGM=RETNHKP                                             00260000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00270000
//DDRETCTL DD DSN=TCHN193.DUMP.RETNCTL,DISP=SHR                         00280000
//DDIN     DD DSN=TCHN193.RUNSTATS,DISP=OLD                             00290000
//DDKEEP   DD DSN=&&KEEPRS,DISP=(NEW,PASS),                             00300000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           00310000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00320000
//DDAGED   DD DSN=TCHN193.RUNSTATS.RETNARC(+1),DISP=(NEW,CATLG),        00330000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           00340000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00350000
//DDRPT    DD SYSOUT=*                                                  00360000
//DDRSTAT  DD DUMMY                                                     00370000
//SYSOUT   DD SYSOUT=*                                                  00380000
//SYSIN    DD *                                                         00390000
RUNSTATS                                                                00400000
/*                                                                      00410000
//SAVERS   EXEC PGM=IEBGENER,COND=(4,LT,SPLITRS)                        00420000
//SYSUT1   DD DSN=&&KEEPRS,DISP=(OLD,DELETE)                            00430000
//SYSUT2   DD DSN=TCHN193.RUNSTATS,DISP=OLD                             00440000
//SYSIN    DD DUMMY                                                     00450000
//SYSPRINT DD SYSOUT=*                                                  00460000
*                                                                       00470000
* CENTRAL SQL ERROR LOG (SQLERRT)                                       00480000
//SPLITSQ  EXEC PGM=RETNHKP                                             00490000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00500000
//DDRETCTL DD DSN=TCHN193.DUMP.RETNCTL,DISP=SHR                         00510000
//DDIN     DD DSN=TCHN193.SQLERR.LOG,DISP=OLD                           00520000
//DDKEEP   DD DSN=&&KEEPSQ,DISP=(NEW,PASS),                             00530000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           00540000
//            DCB=(RECFM=FB,LRECL=168,BLKSIZE=1680)                     00550000
//DDAGED   DD DSN=TCHN193.SQLERR.LOG.RETNARC(+1),DISP=(NEW,CATLG),      00560000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           00570000
//            DCB=(RECFM=FB,LRECL=168,BLKSIZE=1680)                     00580000
//DDRPT    DD SYSOUT=*                                                  00590000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00600000
//SYSOUT   DD SYSOUT=*                                                  00610000
//SYSIN    DD *                                                         00620000
SQLLOG                                                                  00630000
/*                                                                      00640000
//SAVESQ   EXEC PGM=IEBGENER,COND=(4,LT,SPLITSQ)                        00650000
//SYSUT1   DD DSN=&&KEEPSQ,DISP=(OLD,DELETE)                            00660000
//SYSUT2   DD DSN=TCHN193.SQLERR.LOG,DISP=OLD                           00670000
//SYSIN    DD DUMMY                                                     00680000
//SYSPRINT DD SYSOUT=*                                                  00690000
*                                                                       00700000
* DONOR CALL LOG (DONORRPT, DONORCAL)                                   00710000
//SPLITCL  EXEC PGM=RETNHKP                                             00720000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00730000
//DDRETCTL DD DSN=TCHN193.DUMP.RETNCTL,DISP=SHR                         00740000
//DDIN     DD DSN=TCHN196.MJ24.CALLLOG,DISP=OLD                         00750000
//DDKEEP   DD DSN=&&KEEPCL,DISP=(NEW,PASS),                             00760000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           00770000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00780000
//DDAGED   DD DSN=TCHN196.MJ24.CALLLOG.RETNARC(+1),DISP=(NEW,CATLG),    00790000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           00800000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00810000
//DDRPT    DD SYSOUT=*                                                  00820000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00830000
//SYSOUT   DD SYSOUT=*                                                  00840000
//SYSIN    DD *                                                         00850000
CALLOG                                                                  00860000
/*                                                                      00870000
//SAVECL   EXEC PGM=IEBGENER,COND=(4,LT,SPLITCL)                        00880000
//SYSUT1   DD DSN=&&KEEPCL,DISP=(OLD,DELETE)                            00890000
//SYSUT2   DD DSN=TCHN196.MJ24.CALLLOG,DISP=OLD                         00900000
//SYSIN    DD DUMMY                                                     00910000
//SYSPRINT DD SYSOUT=*                                                  00920000
*                                                                       00930000
* SALARY HISTORY                                                        00940000
//SPLITSH  EXEC PGM=RETNHKP                                             00950000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00960000
//DDRETCTL DD DSN=TCHN193.DUMP.RETNCTL,DISP=SHR                         00970000
//DDIN     DD DSN=TCHN193.DUMP.SALHIST,DISP=OLD                         00980000
//DDKEEP   DD DSN=&&KEEPSH,DISP=(NEW,PASS),                             00990000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           01000000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       01010000
//DDAGED   DD DSN=TCHN193.DUMP.SALHIST.RETNARC(+1),DISP=(NEW,CATLG),    01020000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           01030000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       01040000
//DDRPT    DD SYSOUT=*                                                  01050000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             01060000
//SYSOUT   DD SYSOUT=*                                                  01070000
//SYSIN    DD *                                                         01080000
SALHIST                                                                 01090000
/*                                                                      01100000
//SAVESH   EXEC PGM=IEBGENER,COND=(4,LT,SPLITSH)                        01110000
//SYSUT1   DD DSN=&&KEEPSH,DISP=(OLD,DELETE)                            01120000
//SYSUT2   DD DSN=TCHN193.DUMP.SALHIST,DISP=OLD                         01130000
//SYSIN    DD DUMMY                                                     01140000
//SYSPRINT DD SYSOUT=*                                                  01150000
*                                                                       01160000
* ACCTSTAT STATUS REGISTER                                              01170000
//SPLITAR  EXEC PGM=RETNHKP                                             01180000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        01190000
//DDRETCTL DD DSN=TCHN193.DUMP.RETNCTL,DISP=SHR                         01200000
//DDIN     DD DSN=TCHN193.DUMP.ACCTREG,DISP=OLD                         01210000
//DDKEEP   DD DSN=&&KEEPAR,DISP=(NEW,PASS),                             01220000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           01230000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       01240000
//DDAGED   DD DSN=TCHN193.DUMP.ACCTREG.RETNARC(+1),DISP=(NEW,CATLG),    01250000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           01260000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       01270000
//DDRPT    DD SYSOUT=*                                                  01280000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             01290000
//SYSOUT   DD SYSOUT=*                                                  01300000
//SYSIN    DD *                                                         01310000
ACCTREG                                                                 01320000
/*                                                                      01330000
//SAVEAR   EXEC PGM=IEBGENER,COND=(4,LT,SPLITAR)                        01340000
//SYSUT1   DD DSN=&&KEEPAR,DISP=(OLD,DELETE)                            01350000
//SYSUT2   DD DSN=TCHN193.DUMP.ACCTREG,DISP=OLD                         01360000
//SYSIN    DD DUMMY                                                     01370000
//SYSPRINT DD SYSOUT=*                                                  01380000
*                                                                       01390000
* CLAIM ARCHIVE (TRAILERS ARE KEPT)                                     01400000
//SPLITCA  EXEC PGM=RETNHKP                                             01410000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        01420000
//DDRETCTL DD DSN=TCHN193.DUMP.RETNCTL,DISP=SHR                         01430000
//DDIN     DD DSN=TCHN193.CLAIM.ARCHIVE,DISP=OLD                        01440000
//DDKEEP   DD DSN=&&KEEPCA,DISP=(NEW,PASS),                             01450000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           01460000
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=1000)                     01470000
//DDAGED   DD DSN=TCHN193.CLAIM.ARCHIVE.RETNARC(+1),DISP=(NEW,CATLG),   01480000
//            UNIT=SYSDA,SPACE=(TRK,(15,15)),                           01490000
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=1000)                     01500000
//DDRPT    DD SYSOUT=*                                                  01510000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             01520000
//SYSOUT   DD SYSOUT=*                                                  01530000
//SYSIN    DD *                                                         01540000
CLMARCH                                                                 01550000
/*                                                                      01560000
//SAVECA   EXEC PGM=IEBGENER,COND=(4,LT,SPLITCA)                        01570000
//SYSUT1   DD DSN=&&KEEPCA,DISP=(OLD,DELETE)                            01580000
//SYSUT2   DD DSN=TCHN193.CLAIM.ARCHIVE,DISP=OLD                        01590000
//SYSIN    DD DUMMY                                                     01600000
//SYSPRINT DD SYSOUT=*                                                  01610000
//                                                                      01620000
