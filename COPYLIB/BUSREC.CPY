000710*  BYTES 11-17 ARE THE TAIL OF UPTKSDS'S WIDER TYPE/REGION VIEW   00071002
000720*  (OP-BUSRT X(11) / OP-BUSFR X(3)) - KEEP THEM CLEAR OF NEW      00072002
000730*  FIELDS SO BOTH VIEWS OF THE RECORD STAY IN STEP.               00073002
000735*  RENEWAL TRACKING (SET BY UPTKSDS OP N AND BY BUSRENEW):        00073503
000740*  RENEW-DATE  - DATE OF THE LAST RENEWAL, YYYYMMDD; WHEN NOT     00074003
000745*                NUMERIC THE REG-DATE IS THE CYCLE BASE.          00074503
000750*  RENEW-FLAG  - O = RENEWAL OVERDUE (EMPLMNT REFUSES NEW LINKS), 00075003
000755*                SPACE = IN DATE.                                 00075503
000760*  REMIND-LVL  - LAST REMINDER SENT THIS CYCLE: 6 = 60-DAY,       00076003
000765*                3 = 30-DAY, SPACE = NONE.                        00076503
000800 01 :BUS:-BUSINESS-REC.                                           00080000
000900     05 :BUS:-BUS-KEY                 PIC X(3).                   00090000
001000     05 :BUS:-BUS-TYPEREGN            PIC X(7).                   00100000
001200     05 :BUS:-REG-CODE                PIC X(4).                   00120001
001300     05 :BUS:-REG-DATE                PIC X(8).                   00130001
001400     05 :BUS:-BUS-STATUS              PIC X(1).                   00140001
001500     05 :BUS:-RENEW-DATE              PIC X(8).                   00150003
001600     05 :BUS:-RENEW-FLAG              PIC X(1).                   00160003
001700     05 :BUS:-REMIND-LVL              PIC X(1).                   00170003
001800     05 FILLER                        PIC X(10).                  00180003
