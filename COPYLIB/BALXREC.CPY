000100*================================================================ 00010000
000200*  BALXREC   -  CLOSING BALANCE EXTRACT RECORD (TCHN193.DUMP.     00020000
000300*  BALCLOSE GDG).  BALPROOF WRITES ONE RECORD PER EXP_OUT         00030000
000400*  ACCOUNT IN CUST-ID ORDER AT THE END OF EACH DAILY PROOF; THE   00040000
000500*  NEXT DAY'S PROOF READS IT BACK AS THE OPENING BALANCES.        00050000
000600*  THE FIRST RECORD IS A HEADER CARRYING THE BALANCE DATE.        00060000
000700*  REC-TYPE: H = HEADER, D = ACCOUNT.                             00070000
000800*  USED VIA COPY BALXREC REPLACING ==:BLX:== BY ==prefix==.       00080000
000900*================================================================ 00090000
001000 01 :BLX:-BAL-REC.                                                00100000
001100     05 :BLX:-REC-TYPE               PIC X(1).                    00110000
001200        88 :BLX:-HDR                 VALUE 'H'.                   00120000
001300        88 :BLX:-ACCT                VALUE 'D'.                   00130000
001400     05 :BLX:-CUST-ID                PIC X(5).                    00140000
001500     05 :BLX:-ACC-TYPE               PIC X(3).                    00150000
001600     05 :BLX:-ACC-STATUS             PIC X(1).                    00160000
001700     05 :BLX:-CLOSE-BAL              PIC S9(7)V99                 00170000
001800                                     SIGN LEADING SEPARATE.       00180000
001900     05 :BLX:-BAL-DATE               PIC 9(8).                    00190000
002000     05 FILLER                       PIC X(52).                   00200000
