000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. OPERSUB.                                             00020000
000300***************************************************************** 00030000
000400* CALLED BY   : EVERY PROGRAM THAT WRITES THE SHARED AUDITREC     00040000
000500*               LOG (MJ24MAINT FALLS BACK TO IT WHEN THE          00050000
000600*               TRANSACTION CARRIES NO OPERATOR)                  00060000
000700* PRG DESC    : COMMON OPERATOR LOOKUP FOR AUDIT STAMPING.        00070000
000800*               RETURNS THE SUBMITTING USER OF THE JOB, TAKEN     00080000
000900*               FROM THE FIRST 8 BYTES OF THE OPERATOR CARD       00090000
001000*               (DDOPER - AN IN-STREAM CARD BUILT FROM &SYSUID    00100000
001100*               BY THE JCL).  THE CARD IS READ ON FIRST CALL      00110000
001200*               AND THE ID KEPT FOR THE REST OF THE RUN.  NO      00120000
001300*               CARD, AN EMPTY CARD OR A BLANK ID RETURNS         00130000
001400*               'BATCH   ' SO THE AUDIT FIELD IS NEVER BLANK.     00140000
001500* AUTHOR      : GIRIDHAR                                          00150000
001600* CREATED ON  : 15 OCT 2026                                       00160000
001700***************************************************************** 00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100      SELECT OPER-FILE ASSIGN TO DDOPER                           00210000
002200      ORGANIZATION IS SEQUENTIAL                                  00220000
002300      ACCESS MODE IS SEQUENTIAL                                   00230000
002400      FILE STATUS OP-STATUS.                                      00240000
002500 DATA DIVISION.                                                   00250000
002600 FILE SECTION.                                                    00260000
002700 FD OPER-FILE RECORDING MODE F.                                   00270000
002800 01 OPER-REC.                                                     00280000
002900      05 OPER-CARD-ID PIC X(8).                                   00290000
003000      05 FILLER       PIC X(72).                                  00300000
003100 WORKING-STORAGE SECTION.                                         00310000
003200 01 OP-STATUS PIC XX.                                             00320000
003300      88 OP-OPEN-OK VALUE '00'.                                   00330000
003400      88 OP-READ-OK VALUE '00'.                                   00340000
003500 01 WS-FIRST-SW PIC X VALUE 'Y'.                                  00350000
003600      88 FIRST-CALL VALUE 'Y'.                                    00360000
003700 01 WS-RUN-OPER PIC X(8) VALUE 'BATCH   '.                        00370000
003800 LINKAGE SECTION.                                                 00380000
003900 01 LS-OPER-ID PIC X(8).                                          00390000
004000 PROCEDURE DIVISION USING LS-OPER-ID.                             00400000
004100 0000-MAIN-PARA.                                                  00410000
004200      IF FIRST-CALL                                               00420000
004300         MOVE 'N' TO WS-FIRST-SW                                  00430000
004400         PERFORM 1000-READ-CARD                                   00440000
004500      END-IF.                                                     00450000
004600      MOVE WS-RUN-OPER TO LS-OPER-ID.                             00460000
004700      EXIT PROGRAM.                                               00470000
004800 1000-READ-CARD.                                                  00480000
004900      OPEN INPUT OPER-FILE.                                       00490000
005000      IF OP-OPEN-OK                                               00500000
005100         READ OPER-FILE                                           00510000
005200         IF OP-READ-OK AND OPER-CARD-ID NOT = SPACES              00520000
005300            MOVE OPER-CARD-ID TO WS-RUN-OPER                      00530000
005400         END-IF                                                   00540000
005500         CLOSE OPER-FILE                                          00550000
005600      ELSE                                                        00560000
005700         DISPLAY 'OPERSUB: NO OPERATOR CARD - AUDIT STAMPED '     00570000
005800            WS-RUN-OPER                                           00580000
005900      END-IF.                                                     00590000
006000      EXIT.                                                       00600000
