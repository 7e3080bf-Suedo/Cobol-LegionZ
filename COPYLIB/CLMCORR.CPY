000100*================================================================ 00010000
000200*  CLMCORR   -  CLAIMANT CORRESPONDENCE REGISTER KSDS (DDCORREG)  00020002
000300*  ONE RECORD PER CLAIM STATUS TRANSITION CLMLETR HAS DEALT       00030000
000400*  WITH, SO A LETTER IS NEVER SENT TWICE FOR THE SAME MOVE.       00040000
000500*  KEYED ON CORR-KEY (38 BYTES).  CLMLETR READS IT FOR EACH       00050002
000510*  TRANSITION AND ADDS THE RECORD AS THE LETTER GOES OUT.         00051002
000520*  THE KEY CARRIES THE DATE OF THE MOVE SO A CLAIM PAID AGAIN     00052002
000530*  AFTER A BANK RETURN GETS ITS SECOND PAID LETTER.  OLD-STATUS   00053002
000600*  IS SPACES ON THE RECEIVED ACKNOWLEDGEMENT (THE CLAIM HAD NO    00060002
000700*  PRIOR STATUS).                                                 00070002
000800*  LETTER-TYPE: AK = RECEIVED ACKNOWLEDGEMENT, UR = UNDER         00080000
000810*  REVIEW, AP = APPROVED, DN = DENIED, PD = PAID, RT = PAYMENT    00081001
000820*  RETURNED BY THE BANK (PAID BACK TO APPROVED, FROM PAYRTN).     00082001
001000*  SENT-FLAG:   L = LETTER PRINTED, M = NO USABLE ADDRESS -       00100000
001100*  LISTED FOR MANUAL FOLLOW-UP INSTEAD.                           00110000
001200*  USED VIA COPY CLMCORR REPLACING ==:CRG:== BY ==prefix==.       00120000
001300*================================================================ 00130000
001400 01 :CRG:-CORR-REC.                                               00140000
001500     05 :CRG:-CORR-KEY.                                           00150000
001600        10 :CRG:-CLMID              PIC 9(6).                     00160000
001700        10 :CRG:-OLD-STATUS         PIC X(12).                    00170000
001800        10 :CRG:-NEW-STATUS         PIC X(12).                    00180000
001810        10 :CRG:-CHG-DATE           PIC 9(8).                     00181001
002000     05 :CRG:-LETTER-DATE           PIC 9(8).                     00200000
002100     05 :CRG:-LETTER-TYPE           PIC X(2).                     00210000
002200     05 :CRG:-SENT-FLAG             PIC X(1).                     00220000
002300        88 :CRG:-LETTER-SENT        VALUE 'L'.                    00230000
002400        88 :CRG:-MANUAL-FOLLOWUP    VALUE 'M'.                    00240000
002500     05 FILLER                      PIC X(31).                    00250000
