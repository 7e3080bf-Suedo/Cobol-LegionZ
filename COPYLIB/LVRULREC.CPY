000100*================================================================ 00010000
000200*  LVRULREC  -  LEAVE ACCRUAL RULE CARD (DDLVRULE, 80 BYTES)      00020000
000300*  ONE CARD PER SERVICE BAND.  AN ASSOCIATE TAKES THE BAND WITH   00030000
000400*  THE HIGHEST MIN-YEARS NOT ABOVE THEIR COMPLETED YEARS OF       00040000
000500*  SERVICE (FROM THE HIRE DATE).  MONTHLY-DAYS IS CREDITED BY     00050000
000600*  LVACCRUE EACH MONTH; CARRY-CAP IS THE MOST LVYREND CARRIES     00060000
000700*  INTO THE NEXT YEAR.  A CARD WITH '*' IN COLUMN 1 IS A COMMENT. 00070000
000800*  USED VIA COPY LVRULREC REPLACING ==:LVR:== BY ==prefix==.      00080000
000900*================================================================ 00090000
001000 01 :LVR:-RULE-REC.                                               00100000
001100     05 :LVR:-MIN-YEARS              PIC 9(2).                    00110000
001200     05 FILLER                       PIC X(1).                    00120000
001300     05 :LVR:-MONTHLY-DAYS           PIC 9(2)V99.                 00130000
001400     05 FILLER                       PIC X(1).                    00140000
001500     05 :LVR:-CARRY-CAP              PIC 9(3)V99.                 00150000
001600     05 FILLER                       PIC X(1).                    00160000
001700     05 :LVR:-RULE-DESC              PIC X(30).                   00170000
001800     05 FILLER                       PIC X(36).                   00180000
