000100*================================================================ 00010000
000200*  TTBLREC   -  EXAM TIMETABLE CARD (DDTTBL, 80 BYTES).  ONE CARD 00020000
000300*  PER EXAM TYPE GIVING THE DATE AND SESSION IT IS SAT IN.  A     00030000
000400*  STUDENT CANNOT SIT TWO EXAM TYPES IN THE SAME DATE AND SESSION 00040000
000500*  - CLASHCHK CHECKS THE ROSTER AND THE RETAKE ADDITIONS AGAINST  00050000
000600*  THESE CARDS BEFORE SEATALOC RUNS.  '*' IN COLUMN 1 IS A        00060000
000700*  COMMENT.  SESSION: AM = MORNING, PM = AFTERNOON, EV = EVENING. 00070000
000800*  USED VIA COPY TTBLREC REPLACING ==:TTB:== BY ==prefix==.       00080000
000900*================================================================ 00090000
001000 01 :TTB:-TTBL-REC.                                               00100000
001100     05 :TTB:-EXM                 PIC X(7).                       00110000
001200     05 FILLER                    PIC X(1).                       00120000
001300     05 :TTB:-EXAM-DATE           PIC X(8).                       00130000
001400     05 FILLER                    PIC X(1).                       00140000
001500     05 :TTB:-SESSION             PIC X(2).                       00150000
001600        88 :TTB:-VALID-SESSION    VALUE 'AM' 'PM' 'EV'.           00160000
001700     05 FILLER                    PIC X(61).                      00170000
