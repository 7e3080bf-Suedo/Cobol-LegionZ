000200*  COPYBOOK  -  ASSOCIATE KSDS RECORD LAYOUT (KEY = ASSOID)       00020000
000210*  STATUS: A/SPACE = ACTIVE, L = LEAVE, T = TERMINATED.           00021001
000220*  TERMDT (YYYYMMDD) IS SET WHEN STATUS GOES TO T.                00022001
000230*  HIREDT (YYYYMMDD) IS SET BY THE ADD AND RESET BY A REHIRE -    00023002
000240*  THE SERVICE CLOCK RESTARTS; THE PRIOR PERIOD IS KEPT ON THE    00024002
000250*  REHIRE AUDIT ENTRY.                                            00025002
000300*  USED VIA COPY COPYBOOK REPLACING ==:SANY:== BY ==prefix==.     00030000
000400*================================================================ 00040000
000500 05 :SANY:ASSOID                 PIC X(7).                        00050000
000800 05 :SANY:DOB                    PIC X(10).                       00080000
000900 05 :SANY:STATUS                 PIC X(1).                        00090001
001000 05 :SANY:TERMDT                 PIC X(8).                        00100001
001010 05 :SANY:HIREDT                 PIC X(8).                        00101002
001100 05 FILLER                       PIC X(6).                        00110002
