//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* MID-YEAR ANNUAL TAX PROJECTION OVER THE NDMPQ1 YTD KSDS.  THE         00040000
* KSDS IS ONLY READ.  DDBRKT IS THE TAXBMNT BRACKET TABLE NDMPQ1        00050000
* TAXES WITH.  DDRPT LISTS THE PROJECTED SHORTFALL OR EXCESS PER        00060000
* CUSTOMER; DDADJ (A NEW TAXADJ GENERATION) CARRIES THE SUGGESTED       00070000
* MONTHLY ADJUSTMENT FOR THE MONTHS STILL TO POST.                      00080000
*                                                                       00090000
//PROJ     EXEC PGM=TAXPROJ                                             00100000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00110000
//DDYTD    DD DSN=TCHN193.DUMP.YTDKSDS,DISP=SHR                         00120000
//DDBRKT   DD DSN=TCHN193.DUMP.TAXBRKT,DISP=SHR                         00130000
//DDADJ    DD DSN=TCHN193.DUMP.TAXADJ(+1),DISP=(NEW,CATLG),             00140000
//            UNIT=SYSDA,SPACE=(TRK,(5,5)),                             00150000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00160000
//DDRPT    DD SYSOUT=*                                                  00170000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00180000
//SYSOUT   DD SYSOUT=*                                                  00190000
//                                                                      00200000
