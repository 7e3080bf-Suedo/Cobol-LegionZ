000100*================================================================ 00010000
000200*  LEAVEREC  -  LEAVE-OF-ABSENCE CALENDAR RECORD LAYOUT           00020000
000300*  (TCHN196.MJ24.LVKSDS, KEY = ASSOID + LEAVE START, SO EVERY     00030001
000310*  LEAVE AN ASSOCIATE HAS TAKEN STAYS ON FILE).  WRITTEN BY       00031001
000320*  MJ24MAINT'S LEAVE TRANSACTION, CLOSED OUT BY THE NIGHTLY       00032001
000400*  LVRETURN STEP, LISTED BY LEAVERPT AND SUMMARISED BY LVHIST.    00040001
000600*  STATUS: A = ON LEAVE, R = RETURNED.                            00060000
000610*  LEAVE-REASON IS A CODE ON TABLE LVREASON OF THE SHARED CODE    00061002
000620*  TABLE (CODEREC), IN FORCE ON THE LEAVE START DATE.             00062002
000700*  USED VIA COPY LEAVEREC REPLACING ==:LVE:== BY ==prefix==.      00070000
000800*================================================================ 00080000
000900 01 :LVE:-LEAVE-REC.                                              00090000
001000     05 :LVE:-LEAVE-KEY.                                          00100001
001010        10 :LVE:-ASSOID              PIC X(7).                    00101001
001020        10 :LVE:-LEAVE-START         PIC 9(8).                    00102001
001200     05 :LVE:-LEAVE-END              PIC 9(8).                    00120000
001300     05 :LVE:-LEAVE-REASON           PIC X(10).                   00130000
001400     05 :LVE:-LEAVE-STATUS           PIC X(1).                    00140000
