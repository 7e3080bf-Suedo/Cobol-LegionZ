000100*================================================================ 00010000
000200*  RETAREC   -  RETENTION ARCHIVE RECORD (TCHN196.MJ24.RETARCH,   00020000
000300*  ONE GDG GENERATION PER RETARCH RUN).  EACH GENERATION IS       00030000
000400*  RETAHDR, ONE RETADTL PER ARCHIVED ASSOCIATE, THEN RETATRL      00040000
000500*  CARRYING THE DETAIL COUNT THAT RETARCH VERIFIES BEFORE IT      00050000
000600*  DELETES ANYTHING FROM THE MASTERS.  A DETAIL HOLDS THE         00060000
000700*  80-BYTE MJ24 KSDS IMAGE AND THE 147-BYTE EXTENDED MASTER       00070000
000800*  (MJ24REC) IMAGE AS THEY WERE WHEN ARCHIVED; MST/EXT-FLAG       00080000
000900*  SAY WHICH OF THE TWO WERE ON FILE.  READ BY RETRTRV AND BY     00090000
001000*  MJ24MAINT'S REHIRE TRANSACTION.                                00100000
001100*  USED VIA COPY RETAREC REPLACING ==:RTA:== BY ==prefix==.       00110000
001200*================================================================ 00120000
001300 01 :RTA:-ARCH-REC.                                               00130000
001400     05 :RTA:-REC-TYPE               PIC X(8).                    00140000
001500        88 :RTA:-IS-HDR              VALUE 'RETAHDR '.            00150000
001600        88 :RTA:-IS-DTL              VALUE 'RETADTL '.            00160000
001700        88 :RTA:-IS-TRL              VALUE 'RETATRL '.            00170000
001800     05 :RTA:-DTL-DATA.                                           00180000
001900        10 :RTA:-ASSOID              PIC X(7).                    00190000
002000        10 :RTA:-ARCH-DATE           PIC 9(8).                    00200000
002100        10 :RTA:-TERM-DATE           PIC X(8).                    00210000
002200        10 :RTA:-MST-FLAG            PIC X(1).                    00220000
002300        10 :RTA:-EXT-FLAG            PIC X(1).                    00230000
002400        10 :RTA:-MST-IMAGE           PIC X(80).                   00240000
002500        10 :RTA:-EXT-IMAGE           PIC X(147).                  00250000
002600        10 FILLER                    PIC X(8).                    00260000
002700     05 :RTA:-CTL-DATA REDEFINES :RTA:-DTL-DATA.                  00270000
002800        10 :RTA:-CTL-RUN-DATE        PIC 9(8).                    00280000
002900        10 :RTA:-CTL-RUN-TIME        PIC 9(8).                    00290000
003000        10 :RTA:-CTL-YEARS           PIC 9(2).                    00300000
003100        10 :RTA:-CTL-CUTOFF          PIC 9(8).                    00310000
003200        10 :RTA:-CTL-CNT             PIC 9(8).                    00320000
003300        10 FILLER                    PIC X(226).                  00330000
