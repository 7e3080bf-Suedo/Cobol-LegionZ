000100*================================================================ 00010000
000200*  XCAPREC   -  TAX EXEMPTION CAP CARD (DDXCAP, 80 BYTES).  ONE   00020000
000300*  CARD PER DECLARATION TYPE GIVING THE MOST OF THAT TYPE THAT    00030000
000400*  MAY BE ALLOWED AGAINST ONE CUSTOMER'S SALARY IN A TAX YEAR.    00040000
000500*  A TYPE WITH NO CARD IS NOT ALLOWED AT ALL.  A CARD WITH '*'    00050000
000600*  IN COLUMN 1 IS A COMMENT.                                      00060000
000700*  USED VIA COPY XCAPREC REPLACING ==:XCP:== BY ==prefix==.       00070000
000800*================================================================ 00080000
000900 01 :XCP:-CAP-REC.                                                00090000
001000     05 :XCP:-TYPE                  PIC X(2).                     00100000
001100     05 FILLER                      PIC X(1).                     00110000
001200     05 :XCP:-ANNUAL-CAP            PIC 9(7)V99.                  00120000
001300     05 FILLER                      PIC X(1).                     00130000
001400     05 :XCP:-TYPE-DESC             PIC X(20).                    00140000
001500     05 FILLER                      PIC X(47).                    00150000
