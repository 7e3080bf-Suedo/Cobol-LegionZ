000100*================================================================ 00010000
000200*  CASHHREC  -  CASH SCREENING HISTORY RECORD (TCHN193.DUMP.      00020000
000300*  CASHHIST GDG).  THE ROLLING WINDOW OF CASH AND TRANSFER        00030000
000400*  ITEMS CASHSCRN SCREENS AGAINST - EACH RUN READS THE LATEST     00040000
000500*  GENERATION, ADDS THE DAY'S JOURNAL ITEMS AND WRITES THE NEXT,  00050000
000600*  DROPPING ITEMS THAT HAVE AGED OUT OF THE WINDOW.  THE FIRST    00060000
000700*  RECORD IS A HEADER CARRYING THE LAST DATE SCREENED.            00070000
000800*  REC-TYPE: H = HEADER, D = ITEM.  TXN-CODE: DP CASH DEPOSIT,    00080000
000900*  WD CASH WITHDRAWAL, TO TRANSFER OUT TO TARGET-ID.              00090000
001000*  USED VIA COPY CASHHREC REPLACING ==:CHH:== BY ==prefix==.      00100000
001100*================================================================ 00110000
001200 01 :CHH:-HIST-REC.                                               00120000
001300     05 :CHH:-REC-TYPE               PIC X(1).                    00130000
001400        88 :CHH:-HDR                 VALUE 'H'.                   00140000
001500        88 :CHH:-ITEM                VALUE 'D'.                   00150000
001600     05 :CHH:-CUST-ID                PIC X(5).                    00160000
001700     05 :CHH:-TXN-DATE               PIC 9(8).                    00170000
001800     05 :CHH:-TXN-CODE               PIC X(2).                    00180000
001900     05 :CHH:-AMOUNT                 PIC 9(5)V99.                 00190000
002000     05 :CHH:-TARGET-ID              PIC X(5).                    00200000
002100     05 FILLER                       PIC X(52).                   00210000
