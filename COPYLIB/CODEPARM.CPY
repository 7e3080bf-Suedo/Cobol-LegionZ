000100*================================================================ 00010000
000200*  CODEPARM  -  PARAMETER BLOCK FOR THE CODE-TABLE LOOKUP         00020000
000300*  ROUTINE CODESUB.  THE CALLER SETS FUNC, TABLE-ID, CODE AND     00030000
000400*  ASOF-DATE (ZEROS = TODAY) AND CALLS CODESUB.                   00040000
000500*     FUNC L = LOOK CODE UP IN TABLE-ID                           00050000
000600*     FUNC B = BROWSE - RETURN THE NEXT CODE IN FORCE AFTER       00060000
000700*              CODE WITHIN TABLE-ID (START WITH CODE SPACES)      00070000
000800*  CODESUB RETURNS CODE, DESC AND RESULT -                        00080000
000900*     Y = FOUND AND IN FORCE ON ASOF-DATE                         00090000
001000*     E = ON THE TABLE BUT NOT IN FORCE (NOT YET EFFECTIVE,       00100000
001100*         EXPIRED OR RETIRED)                                     00110000
001200*     N = NOT ON THE TABLE (L) / NO MORE CODES (B)                00120000
001300*     U = CODE TABLE UNAVAILABLE                                  00130000
001400*  USED VIA COPY CODEPARM REPLACING ==:CLK:== BY ==prefix==.      00140000
001500*================================================================ 00150000
001600 01 :CLK:-CODE-PARM.                                              00160000
001700     05 :CLK:-FUNC                   PIC X(1).                    00170000
001800     05 :CLK:-TABLE-ID               PIC X(8).                    00180000
001900     05 :CLK:-CODE                   PIC X(10).                   00190000
002000     05 :CLK:-ASOF-DATE              PIC 9(8).                    00200000
002100     05 :CLK:-DESC                   PIC X(30).                   00210000
002200     05 :CLK:-RESULT                 PIC X(1).                    00220000
002300        88 :CLK:-CODE-OK             VALUE 'Y'.                   00230000
002400        88 :CLK:-NOT-IN-FORCE        VALUE 'E'.                   00240000
002500        88 :CLK:-CODE-UNKNOWN        VALUE 'N'.                   00250000
002600        88 :CLK:-TABLE-DOWN          VALUE 'U'.                   00260000
