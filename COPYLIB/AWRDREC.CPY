000100*================================================================ 00010000
000200*  AWRDREC   -  SCHOLARSHIP AWARD RECORD (DDAWARD, 80 BYTES).     00020000
000300*  WRITTEN BY MERITLST, ONE RECORD PER AWARD IN CATEGORY AND RANK 00030000
000400*  ORDER, FOR FINANCE TO PAY FROM.  RANK IS THE STUDENT'S PLACE   00040000
000500*  ON THE OVERALL MERIT LIST; AMOUNT COMES FROM THE CATEGORY'S    00050000
000600*  PARAMETER CARD.                                                00060000
000700*  USED VIA COPY AWRDREC REPLACING ==:AWD:== BY ==prefix==.       00070000
000800*================================================================ 00080000
000900 01 :AWD:-AWARD-REC.                                              00090000
001000     05 :AWD:-CATEGORY              PIC X(8).                     00100000
001100     05 FILLER                      PIC X(1).                     00110000
001200     05 :AWD:-STUD-ID               PIC X(5).                     00120000
001300     05 FILLER                      PIC X(1).                     00130000
001400     05 :AWD:-STUD-NAME             PIC X(20).                    00140000
001500     05 FILLER                      PIC X(1).                     00150000
001600     05 :AWD:-CENTER-ID             PIC X(2).                     00160000
001700     05 FILLER                      PIC X(1).                     00170000
001800     05 :AWD:-EXM                   PIC X(7).                     00180000
001900     05 FILLER                      PIC X(1).                     00190000
002000     05 :AWD:-RANK                  PIC 9(5).                     00200000
002100     05 FILLER                      PIC X(1).                     00210000
002200     05 :AWD:-PERCENT               PIC 9(3)V99.                  00220000
002300     05 FILLER                      PIC X(1).                     00230000
002400     05 :AWD:-AMOUNT                PIC 9(5)V99.                  00240000
002500     05 FILLER                      PIC X(1).                     00250000
002600     05 :AWD:-RUN-DATE              PIC 9(8).                     00260000
002700     05 FILLER                      PIC X(5).                     00270000
