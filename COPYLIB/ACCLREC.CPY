000100*================================================================ 00010000
000200*  ACCLREC  -  PERSONAL-DATA READ-ACCESS LOG RECORD (DDACCLOG)    00020000
000300*  ONE RECORD PER INQUIRY THAT SHOWED A DATA SUBJECT'S PERSONAL   00030000
000400*  DATA - MJ24MAINT I TRANSACTIONS, ASOFINQ, EMPHIST, Q3 LOOKUPS  00040000
000500*  AND ARCHRTRV CLAIM AND RETRTRV RETENTION ARCHIVE RETRIEVALS.   00050001
000600*  THE CALLER FILLS PGM-ID, FILE-ID, REC-KEY, GROUPS AND (WHEN IT 00060001
000700*  HAS ONE) OPER-ID AND CALLS ACCLSUB, WHICH STAMPS DATE AND TIME 00070001
000710*  AND WRITES IT.                                                 00071001
000800*  ACCLRPT PRINTS THE MONTHLY REPORT PER REQUESTER AND PER        00080000
000900*  DATA SUBJECT.                                                  00090000
001000*  GROUPS HOLDS ONE LETTER PER FIELD GROUP SHOWN -                00100000
001100*     N = NAME          C = CONTACT / PHONE   E = EMAIL           00110000
001200*     D = DATE OF BIRTH A = ADDRESS           B = BLOOD GROUP     00120000
001300*     S = STATUS / EMPLOYMENT DATES  F = CLAIM / FINANCIAL        00130000
001400*     H = CHANGE HISTORY (OLD AND NEW VALUES)                     00140000
001500*  USED VIA COPY ACCLREC REPLACING ==:ACL:== BY ==prefix==.       00150000
001600*================================================================ 00160000
001700 01 :ACL:-ACCESS-REC.                                             00170000
001800     05 :ACL:-ACC-DATE               PIC 9(8).                    00180000
001900     05 :ACL:-ACC-TIME               PIC 9(8).                    00190000
002000     05 :ACL:-OPER-ID                PIC X(8).                    00200000
002100     05 :ACL:-PGM-ID                 PIC X(8).                    00210000
002200     05 :ACL:-FILE-ID                PIC X(8).                    00220000
002300     05 :ACL:-REC-KEY                PIC X(20).                   00230000
002400     05 :ACL:-GROUPS                 PIC X(10).                   00240000
002500     05 FILLER                       PIC X(10).                   00250000
