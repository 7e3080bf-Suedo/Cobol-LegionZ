//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* NIGHTLY BUSINESS CLOSE-OUT.  BUSCLOSE PICKS THE D2_BUSORG ROWS        00040000
* WHOSE END DATE HAS ARRIVED, WRITES A UPTKSDS C CARD FOR EACH          00050000
* BUSINESS STILL OPEN ON THE KSDS AND LISTS THE ASSOCIATES STILL        00060000
* LINKED TO THEM FOR HR (RC 4 WHEN ANY ARE).  UPTKSDS THEN APPLIES      00070000
* THE CLOSES WITH ITS USUAL AUDIT AND REG-CODE CHECKS - A CARD          00080000
* WITH A BAD REG-CODE GOES TO SUSPENSE.  THE APPLY STEP IS              00090000
* BYPASSED IF BUSCLOSE ENDS ABOVE RC 4.                                 00100000
*                                                                       00110000
//CLOSE    EXEC PGM=IKJEFT01,DYNAMNBR=20                                00120000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00130000
//DDBUSKSD DD DSN=TCHN193.DUMP.BUSKSDS,DISP=SHR                         00140000
//DDLNKKS  DD DSN=TCHN196.MJ24.LNKKSDS,DISP=SHR                         00150000
//DDTXN    DD DSN=&&CLOSTXN,DISP=(NEW,PASS),                            00160000
//            UNIT=SYSDA,SPACE=(TRK,(5,5)),                             00170000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00180000
//DDRPT    DD SYSOUT=*                                                  00190000
//SYSTSPRT DD SYSOUT=*                                                  00200000
//SYSOUT   DD SYSOUT=*                                                  00210000
//SYSTSIN  DD *                                                         00220000
  DSN SYSTEM(DB2P)                                                      00230000
  RUN PROGRAM(BUSCLOSE) PLAN(BUSCLOSE)                                  00240000
  END                                                                   00250000
/*                                                                      00260000
*                                                                       00270000
//APPLY    EXEC PGM=UPTKSDS,COND=(4,LT,CLOSE)                           00280000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00290000
//DDIP     DD DSN=&&CLOSTXN,DISP=(OLD,DELETE)                           00300000
//DDOP     DD DSN=TCHN193.DUMP.BUSKSDS,DISP=SHR                         00310000
//DDREGKS  DD DSN=TCHN193.DUMP.REGKSDS,DISP=SHR                         00320000
//DDAUDIT  DD DSN=TCHN193.AUDIT.UPTLOG,DISP=MOD                         00330000
//DDSUSP   DD DSN=TCHN193.SUSPENSE,DISP=MOD                             00340000
//DDOPER   DD *,SYMBOLS=JCLONLY                                         00350001
&SYSUID                                                                 00360000
/*                                                                      00370000
//SYSOUT   DD SYSOUT=*                                                  00380000
//                                                                      00390000
