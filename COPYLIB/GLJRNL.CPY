000100*================================================================ 00010000
000200*  GLJRNL    -  GENERAL LEDGER JOURNAL INTERFACE RECORD           00020000
000300*  ONE JOURNAL PER RUN: A HEADER, THE DETAIL LINES, A TRAILER.    00030000
000400*  EACH DETAIL LINE POSTS ONE AMOUNT TO ONE ACCOUNT / COST        00040000
000500*  CENTRE AS A DEBIT OR A CREDIT.  HEADER AND TRAILER CARRY THE   00050000
000600*  SAME CONTROLS - LINE COUNT, DEBIT AND CREDIT TOTALS AND        00060000
000700*  DEBIT AND CREDIT HASH TOTALS (SUM OF THE REFERENCE NUMBERS     00070000
000800*  ON EACH SIDE) - AND THE LEDGER LOAD REJECTS A JOURNAL WHOSE    00080000
000900*  TOTALS DISAGREE OR DO NOT BALANCE.                             00090000
001000*  REC-TYPE: HDR = HEADER, DTL = DETAIL, TRL = TRAILER.           00100000
001100*  USED VIA COPY GLJRNL REPLACING ==:GLJ:== BY ==prefix==.        00110000
001200*================================================================ 00120000
001300 01 :GLJ:-JRNL-REC.                                               00130000
001400     05 :GLJ:-REC-TYPE               PIC X(3).                    00140000
001500        88 :GLJ:-HDR                 VALUE 'HDR'.                 00150000
001600        88 :GLJ:-DTL                 VALUE 'DTL'.                 00160000
001700        88 :GLJ:-TRL                 VALUE 'TRL'.                 00170000
001800     05 :GLJ:-SOURCE                 PIC X(8).                    00180000
001900     05 :GLJ:-POST-DATE              PIC 9(8).                    00190000
002000     05 :GLJ:-DETAIL.                                             00200000
002100        10 :GLJ:-ACCOUNT             PIC X(10).                   00210000
002200        10 :GLJ:-COST-CTR            PIC X(6).                    00220000
002300        10 :GLJ:-DR-CR               PIC X(1).                    00230000
002400           88 :GLJ:-DEBIT            VALUE 'D'.                   00240000
002500           88 :GLJ:-CREDIT           VALUE 'C'.                   00250000
002600        10 :GLJ:-AMOUNT              PIC 9(11)V99.                00260000
002700        10 :GLJ:-REF-NO              PIC 9(9).                    00270000
002800        10 :GLJ:-DESC                PIC X(20).                   00280000
002900        10 FILLER                    PIC X(22).                   00290000
003000     05 :GLJ:-CONTROLS REDEFINES :GLJ:-DETAIL.                    00300000
003100        10 :GLJ:-LINE-CNT            PIC 9(8).                    00310000
003200        10 :GLJ:-DR-TOTAL            PIC 9(13)V99.                00320000
003300        10 :GLJ:-CR-TOTAL            PIC 9(13)V99.                00330000
003400        10 :GLJ:-DR-HASH             PIC 9(15).                   00340000
003500        10 :GLJ:-CR-HASH             PIC 9(15).                   00350000
003600        10 FILLER                    PIC X(13).                   00360000
