//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* MONTH-END OUTSTANDING CLAIMS LIABILITY.  CLMLIAB VALUES EVERY         00040000
* OPEN CLAIM, PRINTS THE LIABILITY BY STATUS AND BY CITY WITH THE       00050000
* MOVEMENT FROM LAST MONTH, AND WRITES THE ACCRUAL JOURNAL LINE.        00060000
* THE LIABILITY CONTROL CARRIES ONE FIGURE PER MONTH; IT IS             00070000
* WRITTEN FORWARD TO A WORK FILE AND COPIED BACK ONLY IF CLMLIAB        00080000
* ENDS RC 4 OR LESS.  RC 4 MEANS NO FIGURE WAS HELD FOR THE PRIOR       00090000
* MONTH.  SUPPLY THE MONTH AS YYYYMM ON SYSIN, OR LEAVE THE CARD        00100000
* BLANK FOR THE PREVIOUS CALENDAR MONTH.                                00110000
*                                                                       00120000
//LIABLTY  EXEC PGM=IKJEFT01,DYNAMNBR=20                                00130000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00140000
//DDAUDIT  DD DSN=TCHN193.AUDIT.Q3V2LOG,DISP=SHR                        00150000
//DDLIABI  DD DSN=TCHN193.CLAIM.LIABCTL,DISP=SHR                        00160000
//DDLIABO  DD DSN=&&NEWLIAB,DISP=(NEW,PASS),                            00170000
//            UNIT=SYSDA,SPACE=(TRK,(1,1)),                             00180000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00190000
//DDJRNL   DD DSN=TCHN193.CLAIM.ACCRJRNL,DISP=OLD                       00200000
//DDRPT    DD SYSOUT=*                                                  00210000
//SYSTSPRT DD SYSOUT=*                                                  00220000
//SYSOUT   DD SYSOUT=*                                                  00230000
//SYSIN    DD *                                                         00240000
                                                                        00250000
/*                                                                      00260000
//SYSTSIN  DD *                                                         00270000
  DSN SYSTEM(DB2P)                                                      00280000
  RUN PROGRAM(CLMLIAB) PLAN(CLMLIAB)                                    00290000
  END                                                                   00300000
/*                                                                      00310000
*                                                                       00320000
//SAVELIAB EXEC PGM=IEBGENER,COND=(4,LT,LIABLTY)                        00330000
//SYSUT1   DD DSN=&&NEWLIAB,DISP=(OLD,DELETE)                           00340000
//SYSUT2   DD DSN=TCHN193.CLAIM.LIABCTL,DISP=OLD                        00350000
//SYSIN    DD DUMMY                                                     00360000
//SYSPRINT DD SYSOUT=*                                                  00370000
//                                                                      00380000
