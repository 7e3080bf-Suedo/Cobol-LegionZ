000900*               WITH TOTALS BY TAX BRACKET.                       00090000
001000* AUTHOR      : GIRIDHAR                                          00100000
001100* CREATED ON  : 04 AUG 2026                                       00110000
001110* MODIFIED ON : 15 OCT 2026 - RECORD LAYOUT FROM COPYBOOK YTDREC; 00111001
001120*               THE TAX-YEAR CONTROL RECORD IS NOT A CUSTOMER AND 00112001
001130*               IS REPORTED ONLY AS THE YEAR THE FIGURES COVER.   00113001
001200***************************************************************** 00120000
001300 ENVIRONMENT DIVISION.                                            00130000
001400 INPUT-OUTPUT SECTION.                                            00140000
002700 DATA DIVISION.                                                   00270000
002800 FILE SECTION.                                                    00280000
002900 FD YTD-FILE.                                                     00290000
002910 COPY YTDREC REPLACING ==:YTD:== BY ==YTD==.                      00291001
003700 FD RPTFILE RECORDING MODE F.                                     00370000
003800 01 RPT-REC PIC X(80).                                            00380000
003900 WORKING-STORAGE SECTION.                                         00390000
010400 3000-PRCS-RECS.                                                  01040000
010500      READ YTD-FILE.                                              01050000
010600      EVALUATE TRUE                                               01060000
010610         WHEN YT-READ-OK AND YTD-IS-CTL                           01061001
010620            PERFORM 3050-REPORT-YEAR                              01062001
010630         WHEN YT-READ-OK                                          01063001
010640            ADD 1 TO IP-CNTR                                      01064001
010650            PERFORM 3100-REPORT-CUST                              01065001
011000         WHEN YT-EOF                                              01100000
011100            CONTINUE                                              01110000
011200         WHEN OTHER                                               01120000
011600            PERFORM 9000-ERR-PARA                                 01160000
011700      END-EVALUATE.                                               01170000
011800      EXIT.                                                       01180000
011810 3050-REPORT-YEAR.                                                01181001
011820      MOVE SPACES TO RPT-REC.                                     01182001
011830      STRING 'TAX YEAR ' YTD-CTL-YEAR                             01183001
011840             '   LAST YEAR CLOSED ' YTD-CTL-LAST-CLOSED           01184001
011850         DELIMITED BY SIZE INTO RPT-REC                           01185001
011860      END-STRING.                                                 01186001
011870      WRITE RPT-REC.                                              01187001
011880      EXIT.                                                       01188001
011900 3100-REPORT-CUST.                                                01190000
012000      MOVE YTD-SAL TO WS-SAL-ED.                                  01200000
012100      MOVE YTD-TAX TO WS-TAX-ED.                                  01210000
