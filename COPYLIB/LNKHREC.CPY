000100*================================================================ 00010000
000200*  LNKHREC   -  EMPLOYER LINK HISTORY RECORD                      00020000
000300*  (TCHN196.MJ24.LNKHKSDS, KEY = ASSOID + EFF-DATE).  ONE RECORD  00030000
000310*  PER CHANGE TO AN ASSOCIATE'S EMPLOYER LINK, WRITTEN BY         00031001
000320*  EMPLMNT AND BUSMERGE SO THE LINKREC OVERWRITE NEVER LOSES A    00032001
000330*  FORMER EMPLOYER.  THE FIRST CHANGE TO A LINK THAT HAS NO       00033001
000340*  HISTORY ALSO WRITES THE OPENING LINK FROM LINKREC.  A SECOND   00034001
000350*  CHANGE ON THE SAME DAY REPLACES THAT DAY'S TO-BUSINESS AND     00035001
000360*  ACTION.                                                        00036001
000900*  READ BY LNKXFER (TRANSFERS BY PERIOD) AND EMPLRPT (HEADCOUNT   00090000
001000*  AS OF A PAST DATE).                                            00100000
001100*  ACTION: A = LINKED, U = TRANSFERRED, D = LINK REMOVED.         00110000
001200*  USED VIA COPY LNKHREC REPLACING ==:LKH:== BY ==prefix==.       00120000
001300*================================================================ 00130000
001400 01 :LKH:-HIST-REC.                                               00140000
001500     05 :LKH:-HIST-KEY.                                           00150000
001600        10 :LKH:-ASSOID              PIC X(7).                    00160000
001700        10 :LKH:-EFF-DATE            PIC 9(8).                    00170000
001800     05 :LKH:-FROM-BUS-KEY           PIC X(3).                    00180000
001900     05 :LKH:-TO-BUS-KEY             PIC X(3).                    00190000
002000     05 :LKH:-ACTION                 PIC X(1).                    00200000
002100     05 :LKH:-CHG-DATE               PIC 9(8).                    00210000
002200     05 FILLER                       PIC X(50).                   00220000
