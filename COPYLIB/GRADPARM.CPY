000100*================================================================ 00010000
000200*  GRADPARM  -  PARAMETER BLOCK FOR THE SALARY GRADE LOOKUP       00020000
000300*  ROUTINE GRADESUB.  THE CALLER SETS GRADE AND CALLS GRADESUB,   00030000
000400*  WHICH RETURNS THE RANGE IN FORCE TODAY AND RESULT -            00040000
000500*     Y = GRADE FOUND - MIN, MID, MAX, EFF-DATE AND DESC SET      00050000
000600*     N = GRADE NOT ON THE TABLE (OR BLANK)                       00060000
000700*     U = GRADE TABLE UNAVAILABLE                                 00070000
000800*  USED VIA COPY GRADPARM REPLACING ==:GLK:== BY ==prefix==.      00080000
000900*================================================================ 00090000
001000 01 :GLK:-GRADE-PARM.                                             00100000
001100     05 :GLK:-GRADE                 PIC X(2).                     00110000
001200     05 :GLK:-MIN                   PIC 9(7).                     00120000
001300     05 :GLK:-MID                   PIC 9(7).                     00130000
001400     05 :GLK:-MAX                   PIC 9(7).                     00140000
001500     05 :GLK:-EFF-DATE              PIC 9(8).                     00150000
001600     05 :GLK:-DESC                  PIC X(20).                    00160000
001700     05 :GLK:-RESULT                PIC X(1).                     00170000
001800        88 :GLK:-GRADE-OK           VALUE 'Y'.                    00180000
001900        88 :GLK:-GRADE-UNKNOWN      VALUE 'N'.                    00190000
002000        88 :GLK:-TABLE-DOWN         VALUE 'U'.                    00200000
