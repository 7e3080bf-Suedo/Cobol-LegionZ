000300*  (TCHN196.MJ24.LNKKSDS, KEY = ASSOID).  MAINTAINED BY           00030000
000400*  EMPLMNT, WHICH CHECKS BOTH MASTERS EXIST AND ARE ACTIVE;       00040000
000500*  READ BY EMPLRPT FOR THE HEADCOUNT-BY-BUSINESS REPORT AND       00050000
000510*  THE DANGLING-LINK CHECK.  BUSMERGE MOVES EVERY ACTIVE LINK     00051001
000520*  FROM AN ABSORBED BUSINESS TO ITS ACQUIRER.                     00052001
000530*  CAMPPLAN PICKS THE DONORS FOR A CAMP AT A BUSINESS SITE.       00053002
000540*  BUSCLOSE LISTS THE ACTIVE LINKS TO BUSINESSES BEING CLOSED.    00054003
000700*  STATUS: A = ACTIVE LINK, X = REMOVED.                          00070000
000800*  USED VIA COPY LINKREC REPLACING ==:LNK:== BY ==prefix==.       00080000
000900*================================================================ 00090000
