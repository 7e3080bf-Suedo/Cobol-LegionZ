000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ACCLSUB.                                             00020000
000300***************************************************************** 00030000
000400* CALLED BY   : EVERY INQUIRY THAT SHOWS A DATA SUBJECT'S         00040000
000500*               PERSONAL DATA (MJ24MAINT I TRANSACTION, ASOFINQ,  00050000
000600*               EMPHIST, Q3 LOOKUP, ARCHRTRV, RETRTRV)            00060001
000700* PRG DESC    : COMMON READ-ACCESS LOGGER.  THE CALLER PASSES     00070000
000800*               AN ACCLREC RECORD WITH PROGRAM, FILE-ID, KEY      00080000
000900*               AND FIELD GROUPS FILLED.  A BLANK OPER-ID IS      00090000
001000*               FILLED FROM OPERSUB (THE SUBMITTING USER); DATE   00100000
001100*               AND TIME ARE STAMPED HERE SO EVERY CALLER LOGS    00110000
001200*               THE SAME WAY.  THE LOG (DDACCLOG) IS OPENED       00120000
001300*               EXTEND ON FIRST CALL AND LEFT OPEN.  A LOG THAT   00130000
001400*               CANNOT BE OPENED OR WRITTEN IS REPORTED ON THE    00140000
001500*               CONSOLE AND RC 4 IS RETURNED ON EVERY LATER CALL  00150000
001600*               SO THE GAP IN THE LOG IS SEEN - THE INQUIRY       00160000
001700*               ITSELF IS NOT STOPPED.                            00170000
001800* AUTHOR      : GIRIDHAR                                          00180000
001900* CREATED ON  : 15 OCT 2026                                       00190000
001910* MODIFIED ON : 15 OCT 2026 - RETRTRV ADDED TO THE CALLERS        00191001
002000***************************************************************** 00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400      SELECT ACCL-FILE ASSIGN TO DDACCLOG                         00240000
002500      ORGANIZATION IS SEQUENTIAL                                  00250000
002600      ACCESS MODE IS SEQUENTIAL                                   00260000
002700      FILE STATUS AL-STATUS.                                      00270000
002800 DATA DIVISION.                                                   00280000
002900 FILE SECTION.                                                    00290000
003000 FD ACCL-FILE RECORDING MODE F.                                   00300000
003100 COPY ACCLREC REPLACING ==:ACL:== BY ==AL==.                      00310000
003200 WORKING-STORAGE SECTION.                                         00320000
003300 01 AL-STATUS PIC XX.                                             00330000
003400      88 AL-OPEN-OK  VALUE '00'.                                  00340000
003500      88 AL-WRITE-OK VALUE '00'.                                  00350000
003600 01 WS-FIRST-SW PIC X VALUE 'Y'.                                  00360000
003700      88 FIRST-CALL VALUE 'Y'.                                    00370000
003800 01 WS-OPEN-SW PIC X VALUE 'N'.                                   00380000
003900      88 LOG-AVAILABLE VALUE 'Y'.                                 00390000
004000 01 WS-GAP-SW PIC X VALUE 'N'.                                    00400000
004100      88 LOG-GAP VALUE 'Y'.                                       00410000
004200 LINKAGE SECTION.                                                 00420000
004300 COPY ACCLREC REPLACING ==:ACL:== BY ==LS==.                      00430000
004400 PROCEDURE DIVISION USING LS-ACCESS-REC.                          00440000
004500 0000-MAIN-PARA.                                                  00450000
004600      IF FIRST-CALL                                               00460000
004700         MOVE 'N' TO WS-FIRST-SW                                  00470000
004800         OPEN EXTEND ACCL-FILE                                    00480000
004900         IF AL-OPEN-OK                                            00490000
005000            MOVE 'Y' TO WS-OPEN-SW                                00500000
005100         ELSE                                                     00510000
005200            DISPLAY 'ACCLSUB: ACCESS LOG OPEN FAILED ' AL-STATUS  00520000
005300            MOVE 'Y' TO WS-GAP-SW                                 00530000
005400         END-IF                                                   00540000
005500      END-IF.                                                     00550000
005600      IF LS-OPER-ID = SPACES OR LOW-VALUES                        00560000
005700         CALL 'OPERSUB' USING LS-OPER-ID                          00570000
005800      END-IF.                                                     00580000
005900      ACCEPT LS-ACC-DATE FROM DATE YYYYMMDD.                      00590000
006000      ACCEPT LS-ACC-TIME FROM TIME.                               00600000
006100      IF LOG-AVAILABLE                                            00610000
006200         MOVE LS-ACCESS-REC TO AL-ACCESS-REC                      00620000
006300         WRITE AL-ACCESS-REC                                      00630000
006400         IF NOT AL-WRITE-OK                                       00640000
006500            DISPLAY 'ACCLSUB: ACCESS LOG WRITE FAILED ' AL-STATUS 00650000
006600               ' KEY ' LS-REC-KEY                                 00660000
006700            MOVE 'Y' TO WS-GAP-SW                                 00670000
006800         END-IF                                                   00680000
006900      END-IF.                                                     00690000
007000      IF LOG-GAP                                                  00700000
007100         MOVE 4 TO RETURN-CODE                                    00710000
007200      END-IF.                                                     00720000
007300      EXIT PROGRAM.                                               00730000
