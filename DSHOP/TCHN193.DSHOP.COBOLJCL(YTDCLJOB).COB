//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* TAX YEAR-END CLOSE OF THE NDMPQ1 YTD KSDS, RUN IN JANUARY AFTER       00040000
* TAXCERT HAS CERTIFIED THE YEAR (SYSIN OF TAXCERT = THE TAX YEAR).     00050000
* RPT PRINTS THE FINAL YEAR-TO-DATE REPORT; CLOSE ARCHIVES THE YEAR     00060000
* TO A NEW YTDARCH GENERATION, PROVES IT, EMPTIES THE KSDS AND OPENS    00070000
* THE NEXT TAX YEAR.  CLOSE ENDS RC 8 WITHOUT CHANGING ANYTHING IF      00080000
* THE YEAR HAS NOT ENDED OR IS NOT YET CERTIFIED - DELETE THE EMPTY     00090000
* YTDARCH GENERATION, CORRECT AND RESUBMIT.  NDMPQ1 WILL NOT POST       00100000
* THE NEW YEAR UNTIL THIS JOB HAS RUN CLEAN.                            00110000
*                                                                       00120000
//RPT      EXEC PGM=YTDRPT                                              00130000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00140000
//DDYTD    DD DSN=TCHN193.DUMP.YTDKSDS,DISP=SHR                         00150000
//DDRPT    DD SYSOUT=*                                                  00160000
//SYSOUT   DD SYSOUT=*                                                  00170000
*                                                                       00180000
//CLOSE    EXEC PGM=YTDCLOSE,COND=(0,NE,RPT)                            00190000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00200000
//DDYTD    DD DSN=TCHN193.DUMP.YTDKSDS,DISP=OLD                         00210000
//DDCCTL   DD DSN=TCHN193.DUMP.TAXCCTL(0),DISP=SHR                      00220000
//DDYTDAR  DD DSN=TCHN193.DUMP.YTDARCH(+1),DISP=(NEW,CATLG),            00230000
//            UNIT=SYSDA,SPACE=(TRK,(5,5)),                             00240000
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=1000)                     00250000
//DDRPT    DD SYSOUT=*                                                  00260000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00270000
//SYSOUT   DD SYSOUT=*                                                  00280000
//                                                                      00290000
