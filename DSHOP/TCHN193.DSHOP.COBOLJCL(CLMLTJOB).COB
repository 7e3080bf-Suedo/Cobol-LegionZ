//TCHN193$ JOB MSGCLASS=X,MSGLEVEL=(1,1),CLASS=B,                       00010000
//         REGION=5M,NOTIFY=&SYSUID,TIME=(5,0)                          00020000
*                                                                       00030000
* NIGHTLY CLAIMANT CORRESPONDENCE.  CLMLETR READS THE CLAIM             00040000
* STATUS ENTRIES D3Q3V2 WROTE TO ITS AUDIT LOG AND PRINTS ONE           00050000
* LETTER PER STATUS CHANGE, PLUS AN ACKNOWLEDGEMENT FOR EACH            00060000
* NEW CLAIM STILL AT RECEIVED.  THE CORRESPONDENCE REGISTER IS          00070001
* A KSDS (TCHN193.CLAIM.CORRKSDS, DEFINED BY CRKSDS).  EACH             00080002
* TRANSITION IS ADDED TO IT THE MOMENT ITS LETTER IS PRINTED, SO        00090002
* THERE IS NO COPY-BACK STEP - WHATEVER RC CLMLETR ENDS WITH,           00100002
* THE LETTERS ALREADY ON THE SPOOL ARE ON THE REGISTER AND A            00105002
* RERUN PRINTS ONLY THE REST.  RC 4 MEANS CLAIMS ON DDRPT NEED          00110002
* MANUAL FOLLOW-UP (NO USABLE ADDRESS).                                 00115002
*                                                                       00130000
//LETTERS  EXEC PGM=IKJEFT01,DYNAMNBR=20                                00140000
//STEPLIB  DD DSN=TCHN193.DSHOP.LOADLIB,DISP=SHR                        00150000
//DDAUDIT  DD DSN=TCHN193.AUDIT.Q3V2LOG,DISP=SHR                        00160000
//DDCORREG DD DSN=TCHN193.CLAIM.CORRKSDS,DISP=SHR                       00170001
//DDLETTER DD SYSOUT=(A,,LTRS),DCB=(RECFM=FBA,LRECL=81)                 00210000
//DDRPT    DD SYSOUT=*                                                  00220000
//SYSTSPRT DD SYSOUT=*                                                  00230000
//SYSOUT   DD SYSOUT=*                                                  00240000
//SYSTSIN  DD *                                                         00250000
  DSN SYSTEM(DB2P)                                                      00260000
  RUN PROGRAM(CLMLETR) PLAN(CLMLETR)                                    00270000
  END                                                                   00280000
/*                                                                      00290000
//                                                                      00360000
