000900*               BREAKS THE DONATIONS DOWN BY BLOOD GROUP AND      00090000
001000*               PRINTS THE OVERALL RESPONSE RATE SO DONOR         00100000
001100*               FATIGUE SHOWS UP BEFORE THE NEXT EMERGENCY.       00110000
001110*               DDCALLOG NOW HOLDS THE RETAINED PORTION ONLY -    00111001
001120*               RETNHKP MOVES OLDER CALLS TO THE RETNARC          00112001
001130*               GENERATIONS MONTHLY.  FOR THE FULL HISTORY        00113001
001140*               CONCATENATE THE GENERATIONS OLDEST FIRST AHEAD    00114001
001150*               OF THE LIVE LOG (SEE RETNJOB).                    00115001
001200* AUTHOR      : GIRIDHAR                                          00120000
001300* CREATED ON  : 02 SEP 2026                                       00130000
001310* MODIFIED ON : 15 OCT 2026 - RETAINED CALL LOG, ARCHIVE ON DEMAND00131001
001400***************************************************************** 00140000
001500 ENVIRONMENT DIVISION.                                            00150000
001600 INPUT-OUTPUT SECTION.                                            00160000
