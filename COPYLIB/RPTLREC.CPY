000100*================================================================ 00010000
000200*  RPTLREC   -  ASSOCIATE REPORTING-LINE RECORD LAYOUT            00020000
000300*  (TCHN196.MJ24.RLKSDS, KEY = ASSOID; ALTERNATE INDEX ON         00030000
000400*  MGR-ASSOID THROUGH TCHN196.MJ24.RLPATH).  ONE RECORD PER       00040000
000500*  ASSOCIATE WHO HAS A MANAGER; AN ASSOCIATE WITH NO RECORD IS AT 00050000
000600*  THE TOP OF A LINE.  MAINTAINED BY RLMAINT, PRINTED BY RLTREE.  00060000
000700*  PREV-MGR / PREV-EFF-DATE HOLD THE LINE BEFORE THE LAST CHANGE. 00070000
000800*  ORPHAN-FLAG: Y = THE MANAGER WAS TERMINATED OR DELETED BY      00080000
000900*  MJ24MAINT; CLEARED WHEN RLMAINT ASSIGNS A NEW MANAGER.         00090000
001000*  USED VIA COPY RPTLREC REPLACING ==:RPL:== BY ==prefix==.       00100000
001100*================================================================ 00110000
001200 01 :RPL:-RPTL-REC.                                               00120000
001300     05 :RPL:-ASSOID              PIC X(7).                       00130000
001400     05 :RPL:-MGR-ASSOID          PIC X(7).                       00140000
001500     05 :RPL:-EFF-DATE            PIC 9(8).                       00150000
001600     05 :RPL:-PREV-MGR            PIC X(7).                       00160000
001700     05 :RPL:-PREV-EFF-DATE       PIC 9(8).                       00170000
001800     05 :RPL:-ORPHAN-FLAG         PIC X(1).                       00180000
001900     05 :RPL:-LAST-UPD-DATE       PIC 9(8).                       00190000
002000     05 FILLER                    PIC X(34).                      00200000
