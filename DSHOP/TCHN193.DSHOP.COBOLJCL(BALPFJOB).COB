//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* DAILY BALANCE PROOF AND STATEMENT RUN, AFTER SIDLYJOB.  BALPROOF      00040000
* PROVES YESTERDAY'S CLOSING BALANCES PLUS TODAY'S JOURNAL AND ANY      00050000
* INTEREST POSTINGS AGAINST EXP_OUT AND WRITES TODAY'S CLOSING          00060000
* EXTRACT.  ON AN INTEREST DAY POINT DDPOST AT THE INTACCR POSTING      00070000
* FILE, OTHERWISE LEAVE IT DUMMY.  A BREAK ENDS RC 8 AND BOTH           00080000
* STATEMENT STEPS ARE BYPASSED UNTIL IT IS CLEARED.                     00090000
* SYSIN OF THE PROOF STEP IS THE RUN DATE (BLANK = TODAY).              00100000
* THE GATE STEP (PREDCHK) READS TODAY'S RUNSTATS FIRST: SISCHED AND     00100550
* TXNPOST MUST HAVE RUN TODAY WITHIN RC 4, AND NOT AGAIN SINCE          00101050
* BALPROOF LAST RAN TODAY.  IF THE GATE ENDS ABOVE RC 4 NOTHING ELSE    00101550
* RUNS - ITS DDRPT NAMES THE PREDECESSOR AT FAULT.                      00102050
*                                                                       00102550
* SAME-DAY RERUN (AFTER A BREAK IS CLEARED OR SIDLYJOB IS RERUN):       00103050
* DDPRIOR THEN NAMES THE EXTRACT THE FIRST RUN WROTE, DATED TODAY,      00103550
* SO BALPROOF PROVES AGAIN FROM DDPREV, THE GENERATION BEFORE IT,       00104050
* AND CATALOGS ONE MORE BALCLOSE GENERATION.  IF SIDLYJOB HAS RUN       00104550
* AGAIN SINCE THE FIRST PROOF THE GATE HOLDS THE JOB - ONCE THE NEW     00105050
* JOURNAL IS CONFIRMED, UNCOMMENT THE RERUN CARD IN THE GATE DDCTL.     00105550
* BEFORE A SECOND RERUN THE SAME DAY, UNCATALOG THE BALCLOSE            00106050
* GENERATION THE FIRST RERUN ADDED, SO DDPRIOR AND DDPREV AGAIN NAME    00106550
* TODAY'S FIRST EXTRACT AND YESTERDAY'S.  A RERUN AFTER A CLEAN         00107050
* PROOF REPEATS THE STATEMENT STEPS AS WELL.                            00107550
* DDPREV NEEDS TWO BALCLOSE GENERATIONS - FOR THE FIRST PROOF AFTER     00108050
* THE BASELINE RUN CODE IT AS DD DUMMY.                                 00108550
*                                                                       00110000
//GATE     EXEC PGM=PREDCHK                                             00111050
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00112050
//DDCTL    DD *                                                         00113050
PROGRAM  BALPROOF                                                       00114050
NEEDS    TXNPOST                                                        00115050
NEEDS    SISCHED                                                        00116050
*RERUN                                                                  00117050
/*                                                                      00118050
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00119050
//DDRPT    DD SYSOUT=*                                                  00120050
//SYSOUT   DD SYSOUT=*                                                  00121050
*                                                                       00122050
//PROOF    EXEC PGM=IKJEFT01,DYNAMNBR=20,COND=(4,LT,GATE)               00123050
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00130000
//DDPRIOR  DD DSN=TCHN193.DUMP.BALCLOSE(0),DISP=SHR                     00140000
//DDPREV   DD DSN=TCHN193.DUMP.BALCLOSE(-1),DISP=SHR                    00145050
//DDACTV   DD DSN=TCHN193.DUMP.ACTVJRNL(0),DISP=SHR                     00150000
//DDPOST   DD DUMMY                                                     00160000
//DDCLOSE  DD DSN=TCHN193.DUMP.BALCLOSE(+1),DISP=(NEW,CATLG),           00170000
//            UNIT=SYSDA,SPACE=(TRK,(5,5)),                             00180000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00190000
//DDRPT    DD SYSOUT=*                                                  00200000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00205050
//SYSTSPRT DD SYSOUT=*                                                  00210000
//SYSOUT   DD SYSOUT=*                                                  00220000
//SYSTSIN  DD *                                                         00230000
  DSN SYSTEM(DB2P)                                                      00240000
  RUN PROGRAM(BALPROOF) PLAN(BALPROOF)                                  00250000
  END                                                                   00260000
/*                                                                      00270000
//SYSIN    DD *                                                         00280000
                                                                        00290000
/*                                                                      00300000
*                                                                       00310000
//STMT     EXEC PGM=CUSTSTMT,COND=((8,LE,PROOF),(4,LT,GATE))            00320050
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00330000
//DDIN     DD DSN=TCHN193.DUMP.CUSTEXT,DISP=SHR                         00340000
//DDPOST   DD DSN=TCHN193.DUMP.INTPOST,DISP=SHR                         00350000
//DDACTV   DD DSN=TCHN193.DUMP.ACTVJRNL,DISP=SHR                        00360000
//DDSORT   DD UNIT=SYSDA,SPACE=(CYL,(5,5))                              00360529
//DDCLOSED DD DSN=TCHN193.DUMP.CLOSLIST,DISP=SHR                        00370000
//DDSTMT   DD SYSOUT=*                                                  00380000
//SYSOUT   DD SYSOUT=*                                                  00390000
*                                                                       00400000
//XTR      EXEC PGM=STMXTR,COND=((8,LE,PROOF),(4,LT,GATE))              00410050
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00420000
//DDIN     DD DSN=TCHN193.DUMP.CUSTEXT,DISP=SHR                         00430000
//DDPOST   DD DSN=TCHN193.DUMP.INTPOST,DISP=SHR                         00440000
//DDACTV   DD DSN=TCHN193.DUMP.ACTVJRNL,DISP=SHR                        00450000
//DDSORT   DD UNIT=SYSDA,SPACE=(CYL,(5,5))                              00450529
//DDSEQ    DD DSN=TCHN193.DUMP.STMSEQ(0),DISP=SHR                       00460000
//DDSEQO   DD DSN=TCHN193.DUMP.STMSEQ(+1),DISP=(NEW,CATLG),             00470000
//            UNIT=SYSDA,SPACE=(TRK,(1,1)),                             00480000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)                       00490000
//DDXTR    DD DSN=TCHN193.DUMP.STMXTR,DISP=OLD                          00500000
//DDIDX    DD DSN=TCHN193.DUMP.STMIDX,DISP=OLD                          00510000
//SYSOUT   DD SYSOUT=*                                                  00520000
//                                                                      00530000
