000100*================================================================ 00010000
000200*  GRADEREC  -  SALARY GRADE CARD (DDGRADE, 80 BYTES).  ONE CARD  00020000
000300*  PER GRADE AND EFFECTIVE DATE GIVING THE GRADE'S MINIMUM,       00030000
000400*  MIDPOINT AND MAXIMUM MONTHLY SALARY.  A NEW SCALE IS ADDED AS  00040000
000500*  NEW CARDS WITH A LATER EFFECTIVE DATE; FOR EACH GRADE THE      00050000
000600*  LATEST CARD EFFECTIVE ON OR BEFORE THE RUN DATE IS IN FORCE.   00060000
000700*  READ THROUGH GRADESUB.  A CARD WITH '*' IN COLUMN 1 IS A       00070000
000800*  COMMENT.                                                       00080000
000900*  USED VIA COPY GRADEREC REPLACING ==:GRD:== BY ==prefix==.      00090000
001000*================================================================ 00100000
001100 01 :GRD:-GRADE-REC.                                              00110000
001200     05 :GRD:-GRADE                 PIC X(2).                     00120000
001300     05 FILLER                      PIC X(1).                     00130000
001400     05 :GRD:-EFF-DATE              PIC 9(8).                     00140000
001500     05 FILLER                      PIC X(1).                     00150000
001600     05 :GRD:-MIN                   PIC 9(7).                     00160000
001700     05 FILLER                      PIC X(1).                     00170000
001800     05 :GRD:-MID                   PIC 9(7).                     00180000
001900     05 FILLER                      PIC X(1).                     00190000
002000     05 :GRD:-MAX                   PIC 9(7).                     00200000
002100     05 FILLER                      PIC X(1).                     00210000
002200     05 :GRD:-DESC                  PIC X(20).                    00220000
002300     05 FILLER                      PIC X(24).                    00230000
