000100*================================================================ 00010000
000200*  CAMPROST  -  DONATION-CAMP INVITATION ROSTER RECORD (DDROSTER) 00020000
000300*  ONE ENTRY PER DONOR CAMPPLAN INVITES TO A CAMP AT A BUSINESS   00030000
000400*  SITE.  CAMPPLAN WRITES IT WITH ATTENDED BLANK; AFTER THE CAMP  00040000
000500*  THE WELFARE TEAM MARKS ATTENDED Y (DONATED) OR N (DID NOT)     00050000
000600*  AND CAMPATND POSTS IT TO THE CALL LOG AS D / N OUTCOMES -      00060000
000700*  A DONOR LEFT BLANK IS POSTED AS N.                             00070000
000800*  USED VIA COPY CAMPROST REPLACING ==:CRS:== BY ==prefix==.      00080000
000900*================================================================ 00090000
001000 01 :CRS:-ROSTER-REC.                                             00100000
001100     05 :CRS:-ASSOID                 PIC X(6).                    00110000
001200     05 :CRS:-BGROUP                 PIC X(8).                    00120000
001300     05 :CRS:-BUS-KEY                PIC X(3).                    00130000
001400     05 :CRS:-CAMP-DATE              PIC 9(8).                    00140000
001500     05 :CRS:-ATTENDED               PIC X(1).                    00150000
001600     05 :CRS:-NAME                   PIC X(40).                   00160000
001700     05 FILLER                       PIC X(14).                   00170000
