000100*================================================================ 00010000
000200*  IDVCNT    -  CUSTOMER ID VALIDATION COUNTS (DDIDCNT)           00020000
000300*  ONE RECORD WRITTEN BY IDVALID AFTER IT CHECKS THE R2 OFFICIAL  00030000
000400*  AND R3 PERSONAL IDS.  VARCHECK PRINTS THE COUNTS ON ITS        00040000
000500*  INTEGRITY REPORT, SO IDVALID RUNS AHEAD OF VARCHECK.           00050000
000600*  USED VIA COPY IDVCNT REPLACING ==:IVC:== BY ==prefix==.        00060000
000700*================================================================ 00070000
000800 01 :IVC:-IDV-CNT-REC.                                            00080000
000900     05 :IVC:-RUN-DATE               PIC 9(8).                    00090000
001000     05 :IVC:-R2-READ                PIC 9(6).                    00100000
001100     05 :IVC:-R2-FAILED              PIC 9(6).                    00110000
001200     05 :IVC:-R3-READ                PIC 9(6).                    00120000
001300     05 :IVC:-R3-FAILED              PIC 9(6).                    00130000
001400     05 :IVC:-DUP-IDS                PIC 9(6).                    00140000
001500     05 :IVC:-DUP-CUSTS              PIC 9(6).                    00150000
001600     05 FILLER                       PIC X(36).                   00160000
