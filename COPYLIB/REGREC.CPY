000600*  MISSING, EXPIRED OR STATUS X GOES TO THE COMMON SUSPENSE       00060000
000700*  FILE UNDER REASON BADREGCD.                                    00070000
000800*  STATUS: A = ACTIVE, X = EXPIRED.                               00080000
000810*  RENEW-MONTHS: REGISTRATION RENEWAL CYCLE FOR BUSINESSES IN     00081001
000820*  THE REGION, IN MONTHS FROM REG-DATE / LAST RENEWAL.  ZERO      00082001
000830*  OR NOT NUMERIC = REGISTRATIONS IN THE REGION DO NOT LAPSE.     00083001
000900*  USED VIA COPY REGREC REPLACING ==:REG:== BY ==prefix==.        00090000
001000*================================================================ 00100000
001100 01 :REG:-REGION-REC.                                             00110000
001400     05 :REG:-EFF-DATE               PIC 9(8).                    00140000
001500     05 :REG:-EXP-DATE               PIC 9(8).                    00150000
001600     05 :REG:-REG-STATUS             PIC X(1).                    00160000
001700     05 :REG:-RENEW-MONTHS           PIC 9(3).                    00170001
001800     05 FILLER                       PIC X(26).                   00180001
