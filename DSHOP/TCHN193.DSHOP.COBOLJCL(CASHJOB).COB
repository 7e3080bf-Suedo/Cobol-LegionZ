//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* DAILY LARGE-CASH AND STRUCTURING SCREEN, AFTER SIDLYJOB.  CASHSCRN    00040000
* SCREENS TODAY'S ACTVJRNL GENERATION AGAINST THE SCREENING HISTORY     00050000
* AND RAISES CASES ON CASEKSDS.  RC 4 MEANS CASES WERE RAISED FOR       00060000
* REVIEW THROUGH CASEMNT.  SYSIN - RUN DATE, THRESHOLD, WINDOW DAYS     00070000
* AND TRANSFER REPEAT COUNT, ONE PER CARD, BLANK = DEFAULT.             00080000
* THE XTR STEP SENDS CASES CONFIRMED SINCE THE LAST RUN TO THE          00090000
* REGULATOR FILE AND MARKS THEM REPORTED.                               00100000
*                                                                       00110000
//SCRN     EXEC PGM=CASHSCRN                                            00120000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00130000
//DDACTV   DD DSN=TCHN193.DUMP.ACTVJRNL(0),DISP=SHR                     00140000
//DDHISTI  DD DSN=TCHN193.DUMP.CASHHIST(0),DISP=SHR                     00150000
//DDHISTO  DD DSN=TCHN193.DUMP.CASHHIST(+1),DISP=(NEW,CATLG),           00160000
//            UNIT=SYSDA,SPACE=(TRK,(5,5)),                             00170000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00180000
//DDCASEKS DD DSN=TCHN193.DUMP.CASEKSDS,DISP=SHR                        00190000
//DDRPT    DD SYSOUT=*                                                  00200000
//SYSOUT   DD SYSOUT=*                                                  00210000
//SYSIN    DD *                                                         00220000
                                                                        00230000
                                                                        00240000
                                                                        00250000
                                                                        00260000
/*                                                                      00270000
*                                                                       00280000
//XTR      EXEC PGM=CASEXTR,COND=(4,LT,SCRN)                            00290000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00300000
//DDCASEKS DD DSN=TCHN193.DUMP.CASEKSDS,DISP=SHR                        00310000
//DDREG    DD DSN=TCHN193.DUMP.CASHREG(+1),DISP=(NEW,CATLG),            00320000
//            UNIT=SYSDA,SPACE=(TRK,(5,5)),                             00330000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00340000
//DDAUDIT  DD DSN=TCHN193.AUDIT.CASELOG,DISP=MOD                        00350000
//DDRPT    DD SYSOUT=*                                                  00360000
//SYSOUT   DD SYSOUT=*                                                  00370000
//                                                                      00380000
