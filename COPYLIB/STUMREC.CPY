000500*  THE CTRMERGE AND MOCKQUES INTAKE POINTS SO A MISTYPED ID       00050000
000600*  BOUNCES AT THE DOOR INSTEAD OF AT PUBLICATION.                 00060000
000700*  STATUS: A = ACTIVE, X = WITHDRAWN.                             00070000
000710*  DOB IS YYYYMMDD, SPACES WHEN NOT RECORDED.                     00071001
000800*  USED VIA COPY STUMREC REPLACING ==:STM:== BY ==prefix==.       00080000
000900*================================================================ 00090000
001000 01 :STM:-STUDENT-MST.                                            00100000
001300     05 :STM:-CENTER-ID             PIC X(2).                     00130000
001400     05 :STM:-CONTACT               PIC X(12).                    00140000
001500     05 :STM:-STUD-STATUS           PIC X(1).                     00150000
001600     05 :STM:-DOB                   PIC X(8).                     00160001
001700     05 FILLER                      PIC X(32).                    00170001
