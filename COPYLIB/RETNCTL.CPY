000100*================================================================ 00010000
000200*  RETNCTL   -  RETENTION CONTROL CARD (DDRETCTL, 80 BYTES).  ONE 00020000
000300*  CARD PER CUMULATIVE DATASET THAT RETNHKP TRIMS - DATASET ID,   00030000
000400*  POSITION AND FORMAT OF THE DATE THAT AGES EACH RECORD, DAYS    00040000
000500*  KEPT ON THE LIVE DATASET, RECORD LENGTH AND THE LIVE DSN.      00050000
000600*  DATE FORMAT 8 = YYYYMMDD, I = YYYY-MM-DD.  A RECORD DATED      00060000
000700*  BEFORE THE RUN DATE LESS THE RETAINED DAYS GOES TO THE         00070000
000800*  ARCHIVE GENERATION; EVERYTHING ELSE, INCLUDING A RECORD WITH   00080000
000900*  NO VALID DATE AT THE POSITION, STAYS ON THE LIVE DATASET.      00090000
001000*  A CARD WITH '*' IN COLUMN 1 IS A COMMENT.  CURRENT CARDS -     00100000
001100*    RUNSTATS 0010 8 00400 080 TCHN193.RUNSTATS                   00110000
001200*    SQLLOG   0141 8 00400 168 TCHN193.SQLERR.LOG                 00120000
001300*    CALLOG   0015 8 00400 080 TCHN196.MJ24.CALLLOG               00130000
001400*    SALHIST  0024 8 02557 080 TCHN193.DUMP.SALHIST               00140000
001500*    ACCTREG  0011 8 01095 080 TCHN193.DUMP.ACCTREG               00150000
001600*    CLMARCH  0044 I 02557 100 TCHN193.CLAIM.ARCHIVE              00160000
001700*  CALLOG MUST KEEP AT LEAST THE 90-DAY DONOR COOLDOWN THAT       00170000
001800*  DONORCAL AND CAMPPLAN CHECK.                                   00180000
001900*  USED VIA COPY RETNCTL REPLACING ==:RTN:== BY ==prefix==.       00190000
002000*================================================================ 00200000
002100 01 :RTN:-RETN-CTL-REC.                                           00210000
002200     05 :RTN:-DS-ID                 PIC X(8).                     00220000
002300     05 FILLER                      PIC X(1).                     00230000
002400     05 :RTN:-DATE-POS              PIC 9(4).                     00240000
002500     05 FILLER                      PIC X(1).                     00250000
002600     05 :RTN:-DATE-FMT              PIC X(1).                     00260000
002700        88 :RTN:-FMT-YYYYMMDD       VALUE '8'.                    00270000
002800        88 :RTN:-FMT-ISO            VALUE 'I'.                    00280000
002900     05 FILLER                      PIC X(1).                     00290000
003000     05 :RTN:-RETAIN-DAYS           PIC 9(5).                     00300000
003100     05 FILLER                      PIC X(1).                     00310000
003200     05 :RTN:-REC-LEN               PIC 9(3).                     00320000
003300     05 FILLER                      PIC X(1).                     00330000
003400     05 :RTN:-DSN                   PIC X(44).                    00340000
003500     05 FILLER                      PIC X(10).                    00350000
