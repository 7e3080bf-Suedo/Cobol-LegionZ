001000*               REASON.  A LEAVE WHOSE END DATE HAS ALREADY       00100000
001100*               PASSED (LVRETURN HAS NOT YET CLOSED IT, OR        00110000
001200*               COULD NOT) IS FLAGGED OVERDUE AND THE RUN ENDS    00120000
001300*               RC 4 SO IT SHOWS ON THE SCHEDULER.  THE CALENDAR  00130001
001310*               KEEPS EVERY LEAVE (KEY = ASSOID + START DATE),    00131001
001320*               SO AN ASSOCIATE MAY SHOW MORE THAN ONE LINE; AN   00132001
001330*               OPEN LEAVE THAT HAS NOT STARTED YET IS FLAGGED    00133001
001340*               BOOKED AND COUNTED SEPARATELY.  CLOSED LEAVES     00134001
001350*               ARE LEFT TO LVHIST.                               00135001
001400* AUTHOR      : GIRIDHAR                                          00140000
001500* CREATED ON  : 02 SEP 2026                                       00150000
001510* MODIFIED ON : 15 OCT 2026 - ONE CALENDAR ENTRY PER LEAVE        00151001
001600***************************************************************** 00160000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
002000      SELECT LEAVE-FILE ASSIGN TO DDLVKSDS                        00200000
002100      ORGANIZATION IS INDEXED                                     00210000
002200      ACCESS MODE IS SEQUENTIAL                                   00220000
002300      RECORD KEY IS LE-LEAVE-KEY                                  00230001
002400      FILE STATUS LV-STATUS.                                      00240000
002500*                                                                 00250000
002600      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00260000
006000    05 IP-CNTR      PIC 9(6) VALUE ZEROS.                         00600000
006100    05 CURR-CNTR    PIC 9(6) VALUE ZEROS.                         00610000
006200    05 OVERDUE-CNTR PIC 9(6) VALUE ZEROS.                         00620000
006210    05 BOOKED-CNTR  PIC 9(6) VALUE ZEROS.                         00621001
006300 01 WS-DETAIL-LINE.                                               00630000
006400    05 DTL-ASSOID  PIC X(7).                                      00640000
006500    05 FILLER      PIC X VALUE SPACE.                             00650000
013500      END-EVALUATE.                                               01350000
013600      EXIT.                                                       01360000
013700 3100-LIST-LEAVE.                                                 01370000
013900      MOVE SPACES TO WS-DETAIL-LINE.                              01390000
014000      MOVE LE-ASSOID TO DTL-ASSOID.                               01400000
014100      MOVE LE-ASSOID TO MAASSOID.                                 01410000
015400      MOVE LE-LEAVE-START TO DTL-START.                           01540000
015500      MOVE LE-LEAVE-END TO DTL-END.                               01550000
015600      MOVE LE-LEAVE-REASON TO DTL-REASON.                         01560000
015700      EVALUATE TRUE                                               01570001
015710         WHEN LE-LEAVE-START > WS-TODAY                           01571001
015720            ADD 1 TO BOOKED-CNTR                                  01572001
015730            MOVE 'BOOKED' TO DTL-FLAG                             01573001
015740         WHEN LE-LEAVE-END < WS-TODAY                             01574001
015750            ADD 1 TO CURR-CNTR                                    01575001
015800            ADD 1 TO OVERDUE-CNTR                                 01580001
015900            MOVE 'OVERDUE' TO DTL-FLAG                            01590001
015910         WHEN OTHER                                               01591001
015920            ADD 1 TO CURR-CNTR                                    01592001
016000      END-EVALUATE.                                               01600001
016100      WRITE RPT-REC FROM WS-DETAIL-LINE.                          01610000
016200      EXIT.                                                       01620000
016300 4000-CLOSE-PARA.                                                 01630000
016500      STRING 'LEAVES READ=' IP-CNTR                               01650000
016600             ' CURRENTLY AWAY=' CURR-CNTR                         01660000
016700             ' OVERDUE=' OVERDUE-CNTR                             01670000
016710             ' BOOKED=' BOOKED-CNTR                               01671001
016800         DELIMITED BY SIZE INTO RPT-REC                           01680000
016900      END-STRING.                                                 01690000
017000      WRITE RPT-REC.                                              01700000
017200      DISPLAY 'LEAVE RECORDS READ : ' IP-CNTR.                    01720000
017300      DISPLAY 'CURRENTLY ON LEAVE : ' CURR-CNTR.                  01730000
017400      DISPLAY 'OVERDUE RETURNS    : ' OVERDUE-CNTR.               01740000
017410      DISPLAY 'BOOKED, NOT STARTED: ' BOOKED-CNTR.                01741001
017500      IF OVERDUE-CNTR > 0                                         01750000
017600         MOVE 4 TO RETURN-CODE                                    01760000
017700      END-IF.                                                     01770000
