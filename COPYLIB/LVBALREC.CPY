000100*================================================================ 00010000
000200*  LVBALREC  -  LEAVE ENTITLEMENT LEDGER RECORD LAYOUT            00020000
000300*  (TCHN196.MJ24.LVBKSDS, KEY = ASSOID + LEAVE YEAR).  ONE RECORD 00030000
000400*  PER ASSOCIATE PER CALENDAR YEAR, IN DAYS.  CREDITED MONTHLY BY 00040000
000500*  LVACCRUE, DEBITED BY MJ24MAINT'S LEAVE TRANSACTION AND CLOSED  00050000
000600*  BY LVYREND, WHICH CARRIES THE CAPPED BALANCE INTO THE NEXT     00060000
000700*  YEAR AND LAPSES THE REST.                                      00070000
000800*  BALANCE = CARRIED-IN + ACCRUED - TAKEN - LAPSED.               00080000
000900*  LAST-ACCR-MM IS THE LAST MONTH (YYYYMM) CREDITED, SO A RERUN   00090000
001000*  OF THE ACCRUAL CANNOT CREDIT THE SAME MONTH TWICE.             00100000
001100*  YEAR STATUS: O = OPEN, C = CLOSED AT YEAR END.                 00110000
001200*  USED VIA COPY LVBALREC REPLACING ==:LVB:== BY ==prefix==.      00120000
001300*================================================================ 00130000
001400 01 :LVB:-LVBAL-REC.                                              00140000
001500     05 :LVB:-BAL-KEY.                                            00150000
001600        10 :LVB:-ASSOID              PIC X(7).                    00160000
001700        10 :LVB:-LEAVE-YEAR          PIC 9(4).                    00170000
001800     05 :LVB:-CARRIED-IN             PIC 9(3)V99.                 00180000
001900     05 :LVB:-ACCRUED                PIC 9(3)V99.                 00190000
002000     05 :LVB:-TAKEN                  PIC 9(3)V99.                 00200000
002100     05 :LVB:-LAPSED                 PIC 9(3)V99.                 00210000
002200     05 :LVB:-BALANCE                PIC 9(3)V99.                 00220000
002300     05 :LVB:-LAST-ACCR-MM           PIC 9(6).                    00230000
002400     05 :LVB:-YEAR-STATUS            PIC X(1).                    00240000
002500     05 :LVB:-LAST-UPD-DATE          PIC 9(8).                    00250000
002600     05 FILLER                       PIC X(29).                   00260000
