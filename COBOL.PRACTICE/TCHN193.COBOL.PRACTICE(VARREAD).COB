000668     88  CI05-R5-REC VALUE "R5".                                  00066805
000669    05   IN5-CUST-ID                    PIC X(4).                 00066905
000671    05   IN5-CONSENT                    PIC X(10).                00067105
000672    05   IN5-EMP-ID                     PIC X(6).                 00067222
000670 FD    RPTFILE RECORDING MODE IS F.                               00067021
000680 01    RPT-REC.                                                   00068021
000690    05   RPT-CUST-ID                    PIC X(4).                 00069021
