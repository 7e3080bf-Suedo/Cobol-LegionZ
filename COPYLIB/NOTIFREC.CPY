000100*================================================================ 00010000
000200*  NOTIFREC  -  ASSOCIATE NOTIFICATION RECORD (DDNOTIFY)          00020000
000300*  ONE RECORD PER NOTICE TO BE SENT TO AN ASSOCIATE.  THE MAIL    00030000
000400*  STEP PICKS THE WORDING FROM NOTICE-TYPE AND MERGES THE NAMES,  00040000
000500*  THE EVENT DATE AND THE NOTICE TEXT INTO THE LETTER.            00050000
000600*  NOTICE-TYPE: AW = DEPENDENT AGE-OUT ADVANCE WARNING            00060000
000700*               AR = DEPENDENT REMOVED AT AGE-OUT                 00070000
000800*               BR = BENEFICIARY SHARES NEED RE-DESIGNATION       00080000
000900*  USED VIA COPY NOTIFREC REPLACING ==:NTF:== BY ==prefix==.      00090000
001000*================================================================ 00100000
001100 01 :NTF:-NOTIFY-REC.                                             00110000
001200     05 :NTF:-ASSOID              PIC X(7).                       00120000
001300     05 :NTF:-ASSOC-NAME          PIC X(30).                      00130000
001400     05 :NTF:-NOTICE-TYPE         PIC X(2).                       00140000
001500     05 :NTF:-DEP-SEQ             PIC X(2).                       00150000
001600     05 :NTF:-DEP-NAME            PIC X(30).                      00160000
001700     05 :NTF:-EVENT-DATE          PIC 9(8).                       00170000
001800     05 :NTF:-NOTICE-DATE         PIC 9(8).                       00180000
001900     05 :NTF:-NOTICE-TEXT         PIC X(40).                      00190000
002000     05 FILLER                    PIC X(5).                       00200000
