000100*================================================================ 00010000
000200*  CASEREC   -  CASH SCREENING CASE RECORD (TCHN193.DUMP.CASEKSDS,00020000
000300*  KEY = CUST-ID + RULE + CASE-DATE + CASE-SEQ).  WRITTEN BY      00030000
000400*  CASHSCRN FOR EVERY ITEM ITS DAILY SCREEN OF THE ACTIVITY       00040000
000500*  JOURNAL FLAGS, REVIEWED THROUGH CASEMNT (WITH AUDIT) AND       00050000
000600*  REPORTED TO THE REGULATOR BY CASEXTR ONCE CONFIRMED.           00060000
000700*  RULE: LC = SINGLE CASH ITEM OVER THE THRESHOLD, ST = CASH      00070000
000800*  ITEMS UNDER IT THAT ADD UP TO MORE WITHIN THE WINDOW           00080000
000900*  (STRUCTURING), RT = REPEATED TRANSFERS TO ONE TARGET.          00090000
001000*  AMOUNT AND TXN-CNT ARE THE ITEM (LC) OR THE WINDOW TOTALS      00100000
001100*  (ST, RT) FROM FROM-DATE TO TO-DATE.                            00110000
001200*  REVIEW-STATUS: O = OPEN, C = CONFIRMED, D = DISMISSED,         00120000
001300*  R = REPORTED (ON REPORT-DATE; NO FURTHER CHANGE).              00130000
001400*  USED VIA COPY CASEREC REPLACING ==:CSE:== BY ==prefix==.       00140000
001500*================================================================ 00150000
001600 01 :CSE:-CASE-REC.                                               00160000
001700     05 :CSE:-CASE-KEY.                                           00170000
001800        10 :CSE:-CUST-ID             PIC X(5).                    00180000
001900        10 :CSE:-RULE                PIC X(2).                    00190000
002000           88 :CSE:-LARGE-CASH       VALUE 'LC'.                  00200000
002100           88 :CSE:-STRUCTURING      VALUE 'ST'.                  00210000
002200           88 :CSE:-REPEAT-XFER      VALUE 'RT'.                  00220000
002300        10 :CSE:-CASE-DATE           PIC 9(8).                    00230000
002400        10 :CSE:-CASE-SEQ            PIC 9(2).                    00240000
002500     05 :CSE:-TXN-CODE               PIC X(2).                    00250000
002600     05 :CSE:-TARGET-ID              PIC X(5).                    00260000
002700     05 :CSE:-AMOUNT                 PIC 9(9)V99.                 00270000
002800     05 :CSE:-TXN-CNT                PIC 9(3).                    00280000
002900     05 :CSE:-FROM-DATE              PIC 9(8).                    00290000
003000     05 :CSE:-TO-DATE                PIC 9(8).                    00300000
003100     05 :CSE:-REVIEW-STATUS          PIC X(1).                    00310000
003200        88 :CSE:-OPEN                VALUE 'O'.                   00320000
003300        88 :CSE:-CONFIRMED           VALUE 'C'.                   00330000
003400        88 :CSE:-DISMISSED           VALUE 'D'.                   00340000
003500        88 :CSE:-REPORTED            VALUE 'R'.                   00350000
003600     05 :CSE:-REVIEWER               PIC X(8).                    00360000
003700     05 :CSE:-REVIEW-DATE            PIC 9(8).                    00370000
003800     05 :CSE:-REVIEW-NOTE            PIC X(30).                   00380000
003900     05 :CSE:-REPORT-DATE            PIC 9(8).                    00390000
004000     05 FILLER                       PIC X(11).                   00400000
