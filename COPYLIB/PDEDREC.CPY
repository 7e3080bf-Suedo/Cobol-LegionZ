000100*================================================================ 00010000
000200*  PDEDREC   -  FIXED PAYROLL DEDUCTION CARD (DDDEDN, 80 BYTES).  00020000
000300*  ONE CARD PER STANDING DEDUCTION AN EMPLOYEE PAYS EVERY MONTH - 00030000
000400*  PENSION, LOAN REPAYMENT, UNION DUES AND SO ON - KEPT BY PAYROLL00040000
000500*  AND READ BY PAYSLIP.  END-PERIOD (YYYYMM) IS THE LAST MONTH    00050000
000600*  THE DEDUCTION IS TAKEN; ZEROS MEAN IT RUNS UNTIL THE CARD IS   00060000
000700*  REMOVED.  DEDUCTIONS ARE TAKEN IN CARD ORDER AFTER TAX.  A     00070000
000800*  CARD WITH '*' IN COLUMN 1 IS A COMMENT.                        00080000
000900*  USED VIA COPY PDEDREC REPLACING ==:PDD:== BY ==prefix==.       00090000
001000*================================================================ 00100000
001100 01 :PDD:-DEDN-REC.                                               00110000
001200     05 :PDD:-EID                   PIC X(5).                     00120000
001300     05 FILLER                      PIC X(1).                     00130000
001400     05 :PDD:-CODE                  PIC X(4).                     00140000
001500     05 FILLER                      PIC X(1).                     00150000
001600     05 :PDD:-DESC                  PIC X(20).                    00160000
001700     05 FILLER                      PIC X(1).                     00170000
001800     05 :PDD:-AMOUNT                PIC 9(5)V99.                  00180000
001900     05 FILLER                      PIC X(1).                     00190000
002000     05 :PDD:-END-PERIOD            PIC 9(6).                     00200000
002100     05 FILLER                      PIC X(34).                    00210000
