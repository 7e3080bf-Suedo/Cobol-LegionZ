//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* DAILY STANDING INSTRUCTION RUN.  SISCHED READS YESTERDAY'S            00040000
* SI RETURNS (PAYMENTS TXNPOST REFUSED FOR INSUFFICIENT FUNDS),         00050000
* RETRIES EACH ONCE OR SUSPENDS IT AND WRITES THE CUSTOMER NOTICE,      00060000
* THEN WRITES EVERY INSTRUCTION FALLING DUE IN THE DDTXN LAYOUT         00070000
* AND ROLLS ITS NEXT DUE DATE FORWARD.  TXNPOST POSTS THEM WITH         00080000
* THE DAY'S BRANCH TRANSACTIONS AND REWRITES THE SI RETURNS FOR         00090000
* TOMORROW.  THE POST STEP IS BYPASSED IF SISCHED ENDS ABOVE RC 4.      00100000
* EACH DAY'S JOURNAL IS A NEW ACTVJRNL GENERATION - BALPROOF            00100126
* PROVES THE LATEST ONE; STATEMENTS READ THE WHOLE GDG.                 00100226
* REVERSALS (TYPE R) ARE MATCHED AGAINST ALL PRIOR GENERATIONS          00100328
* (DDJRNL) AND LISTED ON THE REVERSAL REGISTER (DDRVREG).               00100428
* BOTH STEPS ADD A RUNSTATS RECORD (DDRSTAT); THE GATE STEP OF          00101450
* BALPFJOB CHECKS THEM BEFORE THE DAY'S JOURNAL IS PROVED.              00102450
* SYSIN OF THE SCHED STEP IS THE RUN DATE (BLANK = TODAY).              00110000
*                                                                       00120000
//SCHED    EXEC PGM=IKJEFT01,DYNAMNBR=20                                00130000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00140000
//DDSIKS   DD DSN=TCHN193.DUMP.SIKSDS,DISP=SHR                          00150000
//DDSIRTN  DD DSN=TCHN193.DUMP.SIRTN,DISP=SHR                           00160000
//DDTXN    DD DSN=&&SITXN,DISP=(NEW,PASS),                              00170000
//            UNIT=SYSDA,SPACE=(TRK,(5,5)),                             00180000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00190000
//DDLETR   DD SYSOUT=*                                                  00200000
//DDAUDIT  DD DSN=TCHN193.AUDIT.SILOG,DISP=MOD                          00210000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00215050
//DDRPT    DD SYSOUT=*                                                  00220000
//DDOPER   DD *,SYMBOLS=JCLONLY                                         00230029
&SYSUID                                                                 00240000
/*                                                                      00250000
//SYSTSPRT DD SYSOUT=*                                                  00260000
//SYSOUT   DD SYSOUT=*                                                  00270000
//SYSTSIN  DD *                                                         00280000
  DSN SYSTEM(DB2P)                                                      00290000
  RUN PROGRAM(SISCHED) PLAN(SISCHED)                                    00300000
  END                                                                   00310000
/*                                                                      00320000
//SYSIN    DD *                                                         00330000
                                                                        00340000
/*                                                                      00350000
*                                                                       00360000
//POST     EXEC PGM=IKJEFT01,DYNAMNBR=20,COND=(4,LT,SCHED)              00370000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00380000
//DDTXN    DD DSN=TCHN193.DUMP.BRTXN,DISP=SHR                           00390000
//         DD DSN=&&SITXN,DISP=(OLD,DELETE)                             00400000
//DDACTV   DD DSN=TCHN193.DUMP.ACTVJRNL(+1),DISP=(NEW,CATLG),           00410026
//            UNIT=SYSDA,SPACE=(TRK,(5,5)),                             00410326
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00410626
//DDSIRTN  DD DSN=TCHN193.DUMP.SIRTN,DISP=OLD                           00420000
//DDJRNL   DD DSN=TCHN193.DUMP.ACTVJRNL,DISP=SHR                        00421028
//DDRVREG  DD SYSOUT=*                                                  00422028
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00427050
//DDRPT    DD SYSOUT=*                                                  00430000
//SYSTSPRT DD SYSOUT=*                                                  00440000
//SYSOUT   DD SYSOUT=*                                                  00450000
//SYSTSIN  DD *                                                         00460000
  DSN SYSTEM(DB2P)                                                      00470000
  RUN PROGRAM(TXNPOST) PLAN(TXNPOST)                                    00480000
  END                                                                   00490000
/*                                                                      00500000
//                                                                      00510000
