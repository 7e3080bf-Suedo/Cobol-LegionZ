000400*  KSDSUPDT, UPTKSDS, D3Q3V2).  AUDMERGE MERGES THE LOGS AND      00040000
000500*  PRINTS THE DAILY CONSOLIDATED AUDIT REPORT SORTED BY FILE,     00050000
000600*  KEY AND TIME.  ACTION: A=ADD U=UPDATE D=DELETE.                00060000
000610*  OPER-ID IS THE OPERATOR WHO MADE THE CHANGE - THE TRANSACTION  00061001
000620*  OPERATOR WHERE THE INPUT CARRIES ONE, OTHERWISE THE SUBMITTING 00062001
000630*  USER RETURNED BY OPERSUB.  AUDSOD REPORTS ON IT WEEKLY.        00063001
000635*  EVERY RUN SEALS ITS LOG - AUDSEAL BUILDS A HEADER (FILE-ID     00063502
000640*  '*AUDHDR*') WRITTEN AFTER THE OPEN, STAMPS A RUNNING SEQ-NO ON 00064002
000645*  EACH ENTRY AND BUILDS A TRAILER (FILE-ID '*AUDTRL*') WRITTEN   00064502
000650*  BEFORE THE CLOSE CARRYING THE ENTRY COUNT AND A HASH TOTAL OF  00065002
000655*  THE ENTRIES.  CTL-DATA OVERLAYS OLD-VALUE ON THOSE TWO RECORDS.00065502
000660*  AUDVRFY PROVES EACH RUN COMPLETE AND UNALTERED BEFORE THE LOGS 00066002
000665*  ARE LOADED; EVERY READER SKIPS THE CONTROL RECORDS (CTL-REC).  00066502
000700*  USED VIA COPY AUDITREC REPLACING ==:AUD:== BY ==prefix==.      00070000
000800*================================================================ 00080000
000900 01 :AUD:-AUDIT-REC.                                              00090000
001000     05 :AUD:-FILE-ID                PIC X(8).                    00100000
001010        88 :AUD:-CTL-HDR             VALUE '*AUDHDR*'.            00101002
001020        88 :AUD:-CTL-TRL             VALUE '*AUDTRL*'.            00102002
001030        88 :AUD:-CTL-REC             VALUE '*AUDHDR*' '*AUDTRL*'. 00103002
001100     05 :AUD:-REC-KEY                PIC X(10).                   00110000
001200     05 :AUD:-ACTION                 PIC X(1).                    00120000
001300     05 :AUD:-FIELD-ID               PIC X(10).                   00130000
001400     05 :AUD:-OLD-VALUE              PIC X(52).                   00140000
001410     05 :AUD:-CTL-DATA REDEFINES :AUD:-OLD-VALUE.                 00141002
001420        10 :AUD:-CTL-PGM             PIC X(8).                    00142002
001430        10 :AUD:-CTL-COUNT           PIC 9(9).                    00143002
001440        10 :AUD:-CTL-HASH            PIC 9(15).                   00144002
001450        10 FILLER                    PIC X(20).                   00145002
001500     05 :AUD:-NEW-VALUE              PIC X(52).                   00150000
001600     05 :AUD:-CHG-DATE               PIC 9(8).                    00160000
001700     05 :AUD:-CHG-TIME               PIC 9(8).                    00170000
001800     05 :AUD:-OPER-ID                PIC X(8).                    00180001
001900     05 :AUD:-SEQ-NO                 PIC 9(5) COMP-3.             00190002
