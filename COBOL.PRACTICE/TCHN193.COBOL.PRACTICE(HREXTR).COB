002100* AUTHOR      : GIRIDHAR                                          00210000
002200* CREATED ON  : 11 AUG 2026                                       00220000
002300* MODIFIED ON : 02 SEP 2026 - DELTA MODE ADDED                    00230000
002310* MODIFIED ON : 15 OCT 2026 - HIRE DATE ADDED TO THE ROW          00231001
002400***************************************************************** 00240000
002500 ENVIRONMENT DIVISION.                                            00250000
002600 INPUT-OUTPUT SECTION.                                            00260000
029900             HX-EMP-STATUS DELIMITED BY SIZE                      02990000
030000             ',' DELIMITED BY SIZE                                03000000
030100             HX-TERM-DATE DELIMITED BY SIZE                       03010000
030110             ',' DELIMITED BY SIZE                                03011001
030120             HX-HIRE-DATE DELIMITED BY SIZE                       03012001
030200         INTO WS-BUILD WITH POINTER WS-BUILD-PTR                  03020000
030300      END-STRING.                                                 03030000
030400      PERFORM 3900-WRITE-HRX.                                     03040000
