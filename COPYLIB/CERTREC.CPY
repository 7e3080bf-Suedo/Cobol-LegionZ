000100*================================================================ 00010000
000200*  CERTREC   -  CERTIFICATE ISSUANCE REGISTER KSDS RECORD         00020000
000300*  (DDCERTRG, TCHN193.L1C.CERTREG, 100 BYTES, KEY = STUD-ID +     00030000
000400*  ISSUE-NO).  ONE RECORD PER CERTIFICATE EVER ISSUED - RECORDS   00040000
000500*  ARE NEVER DELETED, A REPLACED CERTIFICATE IS MARKED VOID.      00050000
000600*  CERT-TYPE O = ORIGINAL, D = DUPLICATE (REPRINT OF THE CONTENT  00060000
000700*  OF THE CERTIFICATE IN ORIG-SERIAL), R = REISSUE AFTER A        00070000
000800*  RE-EVALUATION (REPLACES ORIG-SERIAL, WHICH IS VOIDED AND       00080000
000900*  CARRIES THIS SERIAL IN VOID-SERIAL).                           00090000
001000*  THE RECORD WITH A BLANK KEY IS THE SERIAL CONTROL RECORD -     00100000
001100*  :CRT:-SERIAL THERE IS THE LAST SERIAL NUMBER ISSUED.           00110000
001200*  USED VIA COPY CERTREC REPLACING ==:CRT:== BY ==prefix==.       00120000
001300*================================================================ 00130000
001400 01 :CRT:-CERT-REC.                                               00140000
001500     05 :CRT:-CERT-KEY.                                           00150000
001600        10 :CRT:-STUD-ID            PIC X(5).                     00160000
001700        10 :CRT:-ISSUE-NO           PIC 9(2).                     00170000
001800     05 :CRT:-SERIAL                PIC 9(8).                     00180000
001900     05 :CRT:-CERT-TYPE             PIC X(1).                     00190000
002000        88 :CRT:-ORIGINAL           VALUE 'O'.                    00200000
002100        88 :CRT:-DUPLICATE          VALUE 'D'.                    00210000
002200        88 :CRT:-REISSUE            VALUE 'R'.                    00220000
002300     05 :CRT:-CERT-STATUS           PIC X(1).                     00230000
002400        88 :CRT:-ACTIVE             VALUE 'A'.                    00240000
002500        88 :CRT:-VOIDED             VALUE 'V'.                    00250000
002600     05 :CRT:-ORIG-SERIAL           PIC 9(8).                     00260000
002700     05 :CRT:-ISSUE-DATE            PIC 9(8).                     00270000
002800     05 :CRT:-ISSUE-OPER            PIC X(8).                     00280000
002900     05 :CRT:-STUD-NAME             PIC X(20).                    00290000
003000     05 :CRT:-OVERALL               PIC 9(3)V99.                  00300000
003100     05 :CRT:-CLASS                 PIC X(12).                    00310000
003200     05 :CRT:-VOID-DATE             PIC 9(8).                     00320000
003300     05 :CRT:-VOID-SERIAL           PIC 9(8).                     00330000
003400     05 FILLER                      PIC X(6).                     00340000
