000300*  ONE RECORD APPENDED (OPEN EXTEND) FOR EVERY SALARY CHANGE      00030000
000400*  APPLIED BY D7EMP OR B4MOCK - BEFORE, AFTER, PERCENTAGE, RUN    00040000
000500*  DATE AND SOURCE PROGRAM.  SALMOVE BUILDS THE ANNUAL            00050000
000600*  PER-EMPLOYEE COMPENSATION MOVEMENT REPORT FROM IT; PAYSLIP     00060001
000610*  PAYS D7EMP RAISE ARREARS ONLY WHEN THE RAISE IS RECORDED HERE. 00061001
000700*  USED VIA COPY SALHREC REPLACING ==:SAL:== BY ==prefix==.       00070000
000800*================================================================ 00080000
000900 01 :SAL:-SALHIST-REC.                                            00090000
