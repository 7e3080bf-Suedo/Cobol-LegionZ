000500*  THE OUTCOME - D = DONATED, N = DECLINED, U = UNREACHABLE.      00050000
000600*  DONORCAL READS THE ACCUMULATED LOG TO APPLY THE DONATION       00060000
000700*  COOLDOWN AND DONORRPT PRINTS THE RESPONSE SUMMARY.             00070000
000710*  CAMPATND POSTS DONATION-CAMP ATTENDANCE AS D / N ENTRIES       00071001
000720*  DATED THE CAMP DATE; CAMPPLAN READS THE LOG FOR THE            00072001
000730*  COOLDOWN AND EACH DONOR'S PAST TURNOUT.                        00073001
000800*  USED VIA COPY CALLOGRC REPLACING ==:CLG:== BY ==prefix==.      00080000
000900*================================================================ 00090000
001000 01 :CLG:-CALLOG-REC.                                             00100000
