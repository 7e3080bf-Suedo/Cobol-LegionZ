000100*================================================================ 00010000
000200*  CALREC    -  BUSINESS-DAY CALENDAR RECORD (DDCALKS KSDS,       00020000
000300*  KEY = YEAR + MMDD).  THE CALENDAR IS HELD BY YEAR - A YEAR     00030000
000400*  RECORD (MMDD 0000, TYPE Y) SAYS THAT YEAR HAS BEEN PUBLISHED;  00040000
000500*  A DATE IN A YEAR WITH NO YEAR RECORD CANNOT BE ANSWERED.       00050000
000600*  DAY RECORDS OVERRIDE THE WEEKLY PATTERN (MONDAY TO FRIDAY      00060000
000700*  WORKING) FOR ONE DATE -                                        00070000
000800*     H = HOLIDAY       - A WEEKDAY THAT IS NOT WORKED            00080000
000900*     W = WORKING DAY   - A SATURDAY OR SUNDAY THAT IS WORKED     00090000
001000*  MAINTAINED BY CALMNT (WITH AUDIT) AND READ THROUGH THE         00100000
001100*  COMMON BUSINESS-DAY ROUTINE BDAYSUB.                           00110000
001200*  USED VIA COPY CALREC REPLACING ==:CAL:== BY ==prefix==.        00120000
001300*================================================================ 00130000
001400 01 :CAL:-CAL-REC.                                                00140000
001500     05 :CAL:-CAL-KEY.                                            00150000
001600        10 :CAL:-YEAR               PIC 9(4).                     00160000
001700        10 :CAL:-MMDD               PIC 9(4).                     00170000
001800     05 :CAL:-CAL-DATE REDEFINES :CAL:-CAL-KEY                    00180000
001900                                    PIC 9(8).                     00190000
002000     05 :CAL:-DAY-TYPE              PIC X(1).                     00200000
002100        88 :CAL:-YEAR-REC           VALUE 'Y'.                    00210000
002200        88 :CAL:-HOLIDAY            VALUE 'H'.                    00220000
002300        88 :CAL:-WORK-DAY           VALUE 'W'.                    00230000
002400     05 :CAL:-DESC                  PIC X(30).                    00240000
002500     05 :CAL:-ADD-DATE              PIC 9(8).                     00250000
002600     05 :CAL:-UPD-DATE              PIC 9(8).                     00260000
002700     05 FILLER                      PIC X(25).                    00270000
