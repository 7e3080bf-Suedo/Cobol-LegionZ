000100*================================================================ 00010000
000200*  CRTXREC   -  CERTIFICATE ELIGIBILITY EXTRACT (DDCERTX, 80      00020000
000300*  BYTES).  WRITTEN BY TRNSCRPT, ONE RECORD PER TRANSCRIPT IN     00030000
000400*  STUDENT ORDER, READ BY CERTISS.  OVERALL AND CLASS ARE ONLY    00040000
000500*  SET WHEN STATUS IS COMPLETE; PARTMISS = A RESULT SOURCE IS     00050000
000600*  MISSING, WITHHELD = MALPRACTICE CASE.  REVISED CARRIES THE     00060000
000700*  NDMPQ2 RESULT'S RE-EVALUATION STAMP.                           00070000
000800*  USED VIA COPY CRTXREC REPLACING ==:CTX:== BY ==prefix==.       00080000
000900*================================================================ 00090000
001000 01 :CTX:-CERTX-REC.                                              00100000
001100     05 :CTX:-STUD-ID               PIC X(5).                     00110000
001200     05 FILLER                      PIC X(1).                     00120000
001300     05 :CTX:-STUD-NAME             PIC X(20).                    00130000
001400     05 FILLER                      PIC X(1).                     00140000
001500     05 :CTX:-OVERALL               PIC 9(3)V99.                  00150000
001600     05 FILLER                      PIC X(1).                     00160000
001700     05 :CTX:-CLASS                 PIC X(12).                    00170000
001800     05 FILLER                      PIC X(1).                     00180000
001900     05 :CTX:-STATUS                PIC X(8).                     00190000
002000        88 :CTX:-COMPLETE           VALUE 'COMPLETE'.             00200000
002100        88 :CTX:-PART-MISSING       VALUE 'PARTMISS'.             00210000
002200        88 :CTX:-WITHHELD           VALUE 'WITHHELD'.             00220000
002300     05 FILLER                      PIC X(1).                     00230000
002400     05 :CTX:-REVISED               PIC X(7).                     00240000
002500     05 FILLER                      PIC X(18).                    00250000
