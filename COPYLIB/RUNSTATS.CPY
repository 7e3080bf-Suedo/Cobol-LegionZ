000300*  ONE RECORD IS WRITTEN (OPEN EXTEND) BY EACH BATCH PROGRAM AT   00030000
000400*  END OF RUN.  RUNRPT READS THE ACCUMULATED DATASET AND PRINTS   00040000
000500*  THE MORNING OPERATIONS SUMMARY.                                00050000
000510*  HELD-PGM IS SET ONLY BY THE PREDCHK GATE - THE DEPENDENT       00051001
000520*  PROGRAM IT HELD BACK.                                          00052001
000600*  USED VIA COPY RUNSTATS REPLACING ==:RS:== BY ==prefix==.       00060000
000700*================================================================ 00070000
000800 01 :RS:-RUNSTAT-REC.                                             00080000
001900     05 :RS:-REJ-CNT                 PIC 9(6).                    00190000
002000     05 FILLER                       PIC X.                       00200000
002100     05 :RS:-RETURN-CD               PIC 9(2).                    00210000
002200     05 :RS:-HELD-PGM                PIC X(8).                    00220001
002300     05 FILLER                       PIC X(22).                   00230001
