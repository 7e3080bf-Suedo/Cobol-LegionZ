000100*================================================================ 00010000
000200*  ATNDREC   -  EXAM-DAY ATTENDANCE KSDS RECORD (DDATTEND,        00020000
000300*  TCHN193.L1C.EXATTEND, KEY = EXAM CYCLE YYYYMM + STUD-ID, SO A  00030000
000400*  CYCLE READS BACK IN STUDENT ORDER).  ATNDCAP LOADS IT FROM THE 00040000
000500*  SIGNED-OFF SEATALOC HALL MANIFESTS; NDMPQ2 TURNS ABSENT AND    00050000
000600*  MALPRACTICE STUDENTS INTO EXPLICIT RESULTS AND ROSTCHK LEAVES  00060000
000700*  THEM OFF THE MISSING-MARKS LIST.                               00070000
000800*  ATTEND: P = PRESENT, A = ABSENT, M = MALPRACTICE.              00080000
000900*  USED VIA COPY ATNDREC REPLACING ==:ATN:== BY ==prefix==.       00090000
001000*================================================================ 00100000
001100 01 :ATN:-ATTEND-REC.                                             00110000
001200     05 :ATN:-ATTEND-KEY.                                         00120000
001300        10 :ATN:-CYCLE            PIC X(6).                       00130000
001400        10 :ATN:-STUD-ID          PIC X(5).                       00140000
001500     05 :ATN:-CENTER              PIC X(2).                       00150000
001600     05 :ATN:-HALL                PIC X(3).                       00160000
001700     05 :ATN:-SEAT                PIC 9(3).                       00170000
001800     05 :ATN:-ATTEND              PIC X(1).                       00180000
001900        88 :ATN:-PRESENT          VALUE 'P'.                      00190000
002000        88 :ATN:-ABSENT           VALUE 'A'.                      00200000
002100        88 :ATN:-MALPRACTICE      VALUE 'M'.                      00210000
002200        88 :ATN:-VALID-ATTEND     VALUE 'P' 'A' 'M'.              00220000
002300     05 :ATN:-CAPT-DATE           PIC 9(8).                       00230000
002400     05 :ATN:-CAPT-OPER           PIC X(8).                       00240000
002500     05 :ATN:-REMARKS             PIC X(30).                      00250000
002600     05 FILLER                    PIC X(14).                      00260000
