000100*================================================================ 00010000
000200*  RENLTREC  -  BUSINESS REGISTRATION RENEWAL REMINDER (DDLETTER) 00020000
000300*  ONE RECORD PER REMINDER LETTER BUSRENEW RAISES FOR A BUSINESS  00030000
000400*  WHOSE REGISTRATION RENEWAL FALLS DUE.  THE MAIL STEP PICKS     00040000
000500*  THE WORDING FROM NOTICE-TYPE AND MERGES THE BUSINESS NAME,     00050000
000600*  THE DUE DATE AND THE NOTICE TEXT INTO THE LETTER.              00060000
000700*  NOTICE-TYPE: R6 = RENEWAL DUE WITHIN 60 DAYS                   00070000
000800*               R3 = RENEWAL DUE WITHIN 30 DAYS (FINAL)           00080000
000900*  USED VIA COPY RENLTREC REPLACING ==:RNL:== BY ==prefix==.      00090000
001000*================================================================ 00100000
001100 01 :RNL:-RENEW-LTR-REC.                                          00110000
001200     05 :RNL:-BUS-KEY             PIC X(3).                       00120000
001300     05 :RNL:-BUS-NAME            PIC X(30).                      00130000
001400     05 :RNL:-NOTICE-TYPE         PIC X(2).                       00140000
001500     05 :RNL:-REG-CODE            PIC X(4).                       00150000
001600     05 :RNL:-DUE-DATE            PIC 9(8).                       00160000
001700     05 :RNL:-NOTICE-DATE         PIC 9(8).                       00170000
001800     05 :RNL:-DAYS-LEFT           PIC 9(3).                       00180000
001900     05 :RNL:-NOTICE-TEXT         PIC X(40).                      00190000
002000     05 FILLER                    PIC X(2).                       00200000
