000100*================================================================ 00010000
000200*  FEELREC   -  EXAM FEE LEDGER KSDS RECORD (DDFEELDG,            00020000
000300*  TCHN193.L1C.FEELEDGR, KEY = STUD-ID + EXAM CYCLE).  ONE RECORD 00030000
000400*  PER STUDENT PER EXAM SITTING; CYCLE IS THE SITTING'S YYYYMM.   00040000
000500*  FEE-DUE IS EVERY FEE RAISED FOR THE SITTING (FEEPOST 'F' CARDS 00050000
000600*  AND THE RETAKE FEE RETAKE RAISES ON EACH RETAKE REGISTRATION), 00060000
000700*  PAID AND WAIVED WHAT HAS BEEN RECEIVED OR WRITTEN OFF AGAINST  00070000
000800*  IT.  THE STUDENT IS CLEAR FOR THE SITTING WHEN PAID PLUS       00080000
000900*  WAIVED COVERS FEE-DUE - SEATALOC SEATS NOBODY WHO IS NOT.      00090000
001000*  EVERY CHANGE IS AUDITED (AUDITREC, FILE-ID FEELEDGR).          00100000
001100*  USED VIA COPY FEELREC REPLACING ==:FEL:== BY ==prefix==.       00110000
001200*================================================================ 00120000
001300 01 :FEL:-FEE-REC.                                                00130000
001400     05 :FEL:-FEE-KEY.                                            00140000
001500        10 :FEL:-STUD-ID            PIC X(5).                     00150000
001600        10 :FEL:-CYCLE              PIC X(6).                     00160000
001700     05 :FEL:-FEE-DUE               PIC 9(5)V99.                  00170000
001800     05 :FEL:-PAID                  PIC 9(5)V99.                  00180000
001900     05 :FEL:-WAIVED                PIC 9(5)V99.                  00190000
002000     05 :FEL:-RETAKE-CNT            PIC 9(2).                     00200000
002100     05 :FEL:-LAST-POST-DATE        PIC 9(8).                     00210000
002200     05 :FEL:-LAST-OPER             PIC X(8).                     00220000
002300     05 :FEL:-LAST-REF              PIC X(20).                    00230000
002400     05 FILLER                      PIC X(10).                    00240000
