000100*================================================================ 00010000
000200*  CODEREC   -  SHARED CODE-TABLE RECORD LAYOUT                   00020000
000300*  (TCHN196.MJ24.CODEKSDS, KEY = TABLE-ID + CODE).  ONE KSDS      00030000
000400*  HOLDS EVERY VALID-VALUE LIST - TABLE-ID NAMES THE LIST         00040000
000500*  (RELATION, BGROUP, LVREASON ...).  MAINTAINED BY CODEMNT       00050000
000600*  (ADD / UPDATE / RETIRE WITH AUDIT), LISTED BY CODERPT AND      00060000
000700*  READ THROUGH THE COMMON LOOKUP ROUTINE CODESUB.                00070000
000800*  A CODE IS IN FORCE ON A DATE WHEN EFF-DATE IS ON OR BEFORE     00080000
000900*  IT AND EXP-DATE IS ZERO OR AFTER IT - EXP-DATE IS THE FIRST    00090000
001000*  DAY THE CODE IS NO LONGER ACCEPTED.                            00100000
001100*  STATUS: A = ACTIVE, X = RETIRED.                               00110000
001200*  USED VIA COPY CODEREC REPLACING ==:CDT:== BY ==prefix==.       00120000
001300*================================================================ 00130000
001400 01 :CDT:-CODE-REC.                                               00140000
001500     05 :CDT:-CODE-KEY.                                           00150000
001600        10 :CDT:-TABLE-ID            PIC X(8).                    00160000
001700        10 :CDT:-CODE                PIC X(10).                   00170000
001800     05 :CDT:-CODE-DESC              PIC X(30).                   00180000
001900     05 :CDT:-EFF-DATE               PIC 9(8).                    00190000
002000     05 :CDT:-EXP-DATE               PIC 9(8).                    00200000
002100     05 :CDT:-CODE-STATUS            PIC X(1).                    00210000
002200     05 FILLER                       PIC X(15).                   00220000
