//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* NIGHTLY AUDIT LOAD.  AUDVRFY FIRST PROVES EVERY SEALED RUN IN THE     00040000
* DAY'S LOGS COMPLETE AND UNALTERED (HEADER, SEQ-NO CHAIN, TRAILER      00050000
* COUNT AND HASH TOTAL).  A LOG THAT FAILS ENDS THE STEP RC 8 AND       00060000
* BOTH LOAD STEPS ARE BYPASSED; THE FAILURE IS POSTED TO RUNSTATS       00070000
* AND SHOWS RED ON THE OPSDASH AUDIT LOGS LIGHT.  KEEP THE DDAUDIN      00080000
* CONCATENATION THE SAME AS THE LOAD STEPS SO WHAT IS VERIFIED IS       00090000
* WHAT IS LOADED.                                                       00100000
*                                                                       00110000
//VERIFY   EXEC PGM=AUDVRFY                                             00120000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00130000
//DDAUDIN  DD DSN=TCHN193.AUDIT.MJ24LOG,DISP=SHR                        00140000
//         DD DSN=TCHN193.AUDIT.KSDSLOG,DISP=SHR                        00150000
//         DD DSN=TCHN193.AUDIT.UPTLOG,DISP=SHR                         00160000
//         DD DSN=TCHN193.AUDIT.Q3V2LOG,DISP=SHR                        00170000
//         DD DSN=TCHN193.AUDIT.SILOG,DISP=SHR                          00171001
//         DD DSN=TCHN193.AUDIT.CASELOG,DISP=SHR                        00172001
//DDOPER   DD *,SYMBOLS=JCLONLY                                         00180001
&SYSUID                                                                 00190000
/*                                                                      00200000
//DDRPT    DD SYSOUT=*                                                  00210000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00220000
//SYSOUT   DD SYSOUT=*                                                  00230000
*                                                                       00240000
//HISTLOAD EXEC PGM=AUDHLOAD,COND=(8,LE,VERIFY)                         00250000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00260000
//DDAUDIN  DD DSN=TCHN193.AUDIT.MJ24LOG,DISP=SHR                        00270000
//         DD DSN=TCHN193.AUDIT.KSDSLOG,DISP=SHR                        00280000
//         DD DSN=TCHN193.AUDIT.UPTLOG,DISP=SHR                         00290000
//         DD DSN=TCHN193.AUDIT.Q3V2LOG,DISP=SHR                        00300000
//         DD DSN=TCHN193.AUDIT.SILOG,DISP=SHR                          00301001
//         DD DSN=TCHN193.AUDIT.CASELOG,DISP=SHR                        00302001
//DDAHKSDS DD DSN=TCHN196.AUDH.KSDS,DISP=SHR                            00310000
//DDRSTAT  DD DSN=TCHN193.RUNSTATS,DISP=MOD                             00320000
//SYSOUT   DD SYSOUT=*                                                  00330000
*                                                                       00340000
//MERGE    EXEC PGM=AUDMERGE,COND=(8,LE,VERIFY)                         00350000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00360000
//DDAUD1   DD DSN=TCHN193.AUDIT.MJ24LOG,DISP=SHR                        00370000
//DDAUD2   DD DSN=TCHN193.AUDIT.KSDSLOG,DISP=SHR                        00380000
//DDAUD3   DD DSN=TCHN193.AUDIT.UPTLOG,DISP=SHR                         00390000
//DDAUD4   DD DSN=TCHN193.AUDIT.Q3V2LOG,DISP=SHR                        00400000
//DDAUD5   DD DSN=TCHN193.AUDIT.SILOG,DISP=SHR                          00401001
//DDAUD6   DD DSN=TCHN193.AUDIT.CASELOG,DISP=SHR                        00402001
//DDSORT   DD UNIT=SYSDA,SPACE=(CYL,(5,5))                              00410000
//DDRPT    DD SYSOUT=*                                                  00420000
//SYSOUT   DD SYSOUT=*                                                  00430000
//                                                                      00440000
