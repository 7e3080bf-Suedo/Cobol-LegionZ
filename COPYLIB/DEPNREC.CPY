000300*  (TCHN196.MJ24.DEPKSDS, KEY = ASSOID + DEPENDENT SEQUENCE).     00030000
000400*  MAINTAINED BY DEPMAINT; READ BY DEPNRPT AND BY MJ24MAINT'S     00040000
000500*  DELETE / TERMINATION WARNING CHECK.                            00050000
000510*  DEPAGOUT REMOVES CHILD DEPENDENTS AT THE COVERAGE AGE LIMIT.   00051001
000600*  STATUS: A = ACTIVE, X = REMOVED.  BENEF-FLAG: Y = BENEFICIARY. 00060000
000610*  REDESIG-FLAG: Y = SHARES MUST BE RE-DESIGNATED BECAUSE ANOTHER 00061001
000620*  BENEFICIARY AGED OUT - SET BY DEPAGOUT, CLEARED WHEN DEPMAINT  00062001
000630*  UPDATES THE DEPENDENT.                                         00063001
000700*  USED VIA COPY DEPNREC REPLACING ==:DEP:== BY ==prefix==.       00070000
000800*================================================================ 00080000
000900 01 :DEP:-DEPN-REC.                                               00090000
001600     05 :DEP:-BENEF-FLAG            PIC X(1).                     00160000
001700     05 :DEP:-BENEF-PCT             PIC 9(3).                     00170000
001800     05 :DEP:-DEP-STATUS            PIC X(1).                     00180000
001900     05 :DEP:-REDESIG-FLAG          PIC X(1).                     00190001
002000     05 FILLER                      PIC X(17).                    00200001
