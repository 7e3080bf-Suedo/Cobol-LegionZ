000100*================================================================ 00010000
000200*  PYTDREC   -  PAYROLL YEAR-TO-DATE KSDS RECORD (DDPYTD, 100     00020000
000300*  BYTES, KEY = EMPLOYEE ID).  PAYSLIP ADDS EACH MONTH'S BASIC    00030000
000400*  SALARY, RAISE ARREARS, TAX, FIXED DEDUCTIONS AND NET PAY AND   00040000
000500*  KEEPS THE MONTH'S OWN FIGURES SO A RERUN OF THE SAME PERIOD    00050000
000600*  CAN BACK THEM OUT BEFORE POSTING AGAIN.  A RECORD CARRYING AN  00060000
000700*  EARLIER TAX YEAR STARTS AGAIN FROM ZERO.  ARR-PAID-DATE IS THE 00070000
000800*  SALARY HISTORY RUN DATE OF THE LAST RAISE WHOSE ARREARS WERE   00080000
000900*  PAID, SO THE SAME ARREARS ARE NEVER PAID TWICE.                00090000
001000*  USED VIA COPY PYTDREC REPLACING ==:PYT:== BY ==prefix==.       00100000
001100*================================================================ 00110000
001200 01 :PYT:-REC.                                                    00120000
001300     05 :PYT:-EID                   PIC X(5).                     00130000
001400     05 :PYT:-TAX-YEAR              PIC 9(4).                     00140000
001500     05 :PYT:-LAST-PERIOD           PIC 9(6).                     00150000
001600     05 :PYT:-MONTHS                PIC 9(2).                     00160000
001700     05 :PYT:-YTD-DATA.                                           00170000
001800        10 :PYT:-YTD-BASIC          PIC 9(9)V99 COMP-3.           00180000
001900        10 :PYT:-YTD-ARREARS        PIC 9(9)V99 COMP-3.           00190000
002000        10 :PYT:-YTD-TAX            PIC 9(9)V99 COMP-3.           00200000
002100        10 :PYT:-YTD-DEDNS          PIC 9(9)V99 COMP-3.           00210000
002200        10 :PYT:-YTD-NET            PIC 9(9)V99 COMP-3.           00220000
002300     05 :PYT:-ARR-PAID-DATE         PIC 9(8).                     00230000
002400     05 :PYT:-PER-DATA.                                           00240000
002500        10 :PYT:-PER-BASIC          PIC 9(9)V99 COMP-3.           00250000
002600        10 :PYT:-PER-ARREARS        PIC 9(9)V99 COMP-3.           00260000
002700        10 :PYT:-PER-TAX            PIC 9(9)V99 COMP-3.           00270000
002800        10 :PYT:-PER-DEDNS          PIC 9(9)V99 COMP-3.           00280000
002900        10 :PYT:-PER-NET            PIC 9(9)V99 COMP-3.           00290000
003000     05 FILLER                      PIC X(15).                    00300000
