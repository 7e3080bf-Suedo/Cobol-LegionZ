001200*               SEEN WITHIN THE LAST SEVEN DAYS IS FLAGGED NEW    00120000
001300*               AND THE RUN ENDS RC 4 SO OPERATIONS LOOKS AT      00130000
001400*               IT THE SAME MORNING.                              00140000
001410*               DDSQLLOG NOW HOLDS THE RETAINED PORTION ONLY -    00141001
001420*               RETNHKP MOVES OLDER ENTRIES TO THE RETNARC        00142001
001430*               GENERATIONS MONTHLY, SO A CODE NOT SEEN WITHIN    00143001
001440*               THE RETENTION PERIOD SHOWS AS NEW AGAIN.  FOR     00144001
001450*               THE FULL HISTORY CONCATENATE THE GENERATIONS      00145001
001460*               OLDEST FIRST AHEAD OF THE LIVE LOG (RETNJOB).     00146001
001500* AUTHOR      : BOOSAN                                            00150000
001600* CREATED ON  : 02 SEP 2026                                       00160000
001610* MODIFIED ON : 15 OCT 2026 - RETAINED SQL LOG, ARCHIVE ON DEMAND 00161001
001700***************************************************************** 00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
