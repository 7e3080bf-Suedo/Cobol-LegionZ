000100*================================================================ 00010000
000200*  SIREC     -  STANDING INSTRUCTION RECORD                       00020000
000300*  (TCHN193.DUMP.SIKSDS, KEY = CUST-ID + INSTR-NO).  ONE RECORD   00030000
000400*  PER RECURRING TRANSFER / PAYMENT A CUSTOMER HAS ASKED FOR.     00040000
000500*  MAINTAINED BY SIMAINT (WITH AUDIT); SISCHED WRITES THE DUE     00050000
000600*  TRANSACTIONS IN THE TXNPOST DDTXN LAYOUT EACH DAY AND ROLLS    00060000
000700*  NEXT-DUE FORWARD BY FREQ.  MONTHLY, QUARTERLY AND ANNUAL       00070000
000800*  INSTRUCTIONS FALL DUE ON THE DAY OF MONTH OF START-DATE (THE   00080000
000900*  LAST DAY OF A SHORTER MONTH).  END-DATE ZERO = NO END DATE.    00090000
001000*  TXN-TYPE: T = TRANSFER TO TARGET-ID, D = DEPOSIT, W = PAYMENT  00100000
001100*  (WITHDRAWAL).  FREQ: W WEEKLY, F FORTNIGHTLY, M MONTHLY,       00110000
001200*  Q QUARTERLY, A ANNUAL.                                         00120000
001300*  SI-STATUS: A = ACTIVE, S = SUSPENDED (REFUSED TWICE FOR        00130000
001400*  INSUFFICIENT FUNDS), X = CANCELLED, E = ENDED (PAST END-DATE). 00140000
001500*  RETRY-CNT IS 1 WHILE A REFUSED PAYMENT IS BEING RETRIED;       00150000
001600*  RETRY-DATE IS THE DAY THE RETRY WAS GENERATED.                 00160000
001700*  USED VIA COPY SIREC REPLACING ==:SIN:== BY ==prefix==.         00170000
001800*================================================================ 00180000
001900 01 :SIN:-SI-REC.                                                 00190000
002000     05 :SIN:-SI-KEY.                                             00200000
002100        10 :SIN:-CUST-ID             PIC X(5).                    00210000
002200        10 :SIN:-INSTR-NO            PIC X(3).                    00220000
002300     05 :SIN:-TXN-TYPE               PIC X(1).                    00230000
002400        88 :SIN:-TRANSFER            VALUE 'T'.                   00240000
002500        88 :SIN:-DEPOSIT             VALUE 'D'.                   00250000
002600        88 :SIN:-PAYMENT             VALUE 'W'.                   00260000
002700     05 :SIN:-TARGET-ID              PIC X(5).                    00270000
002800     05 :SIN:-AMOUNT                 PIC 9(5)V99.                 00280000
002900     05 :SIN:-FREQ                   PIC X(1).                    00290000
003000        88 :SIN:-FREQ-VALID          VALUE 'W' 'F' 'M' 'Q' 'A'.   00300000
003100     05 :SIN:-START-DATE             PIC 9(8).                    00310000
003200     05 :SIN:-NEXT-DUE               PIC 9(8).                    00320000
003300     05 :SIN:-END-DATE               PIC 9(8).                    00330000
003400     05 :SIN:-SI-STATUS              PIC X(1).                    00340000
003500        88 :SIN:-ACTIVE              VALUE 'A'.                   00350000
003600        88 :SIN:-SUSPENDED           VALUE 'S'.                   00360000
003700        88 :SIN:-CANCELLED           VALUE 'X'.                   00370000
003800        88 :SIN:-ENDED               VALUE 'E'.                   00380000
003900     05 :SIN:-RETRY-CNT              PIC 9(1).                    00390000
004000     05 :SIN:-RETRY-DATE             PIC 9(8).                    00400000
004100     05 :SIN:-LAST-GEN-DATE          PIC 9(8).                    00410000
004200     05 FILLER                       PIC X(16).                   00420000
