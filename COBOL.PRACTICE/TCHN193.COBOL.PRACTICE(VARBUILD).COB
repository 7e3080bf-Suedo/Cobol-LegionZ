006930    05   IN5-REC-ID                     PIC XX.                   00693005
006940    05   IN5-CUST-ID                    PIC X(4).                 00694005
006950    05   IN5-CONSENT                    PIC X(10).                00695005
006960    05   IN5-EMP-ID                     PIC X(6).                 00696006
007000 FD    PROFFILE RECORDING MODE IS F.                              00700000
007100 01    PROF-REC.                                                  00710000
007200    05   PROF-EMP-ID                    PIC X(6).                 00720000
007810*    CONSENT FLAGS RIDE AT THE END OF THE PROFILE SO              00781005
007820*    THE MAILING EXTRACT CAN SUPPRESS OPT-OUTS.                   00782005
007830    05   PROF-EMP-CONSENT               PIC X(10).                00783005
007840*    FEED EMP-ID FROM R5 - THE KEY VARDELTA CHANGES MATCH ON.     00784006
007850    05   PROF-FEED-ID                   PIC X(6).                 00785006
007900 FD    RPTFILE RECORDING MODE IS F.                               00790000
008000 01    RPT-REC                          PIC X(80).                00800000
008100 WORKING-STORAGE SECTION.                                         00810000
022300      END-IF.                                                     02230000
022310      IF W05-KEY5 = W05-CURR-KEY                                  02231005
022320         MOVE IN5-CONSENT TO PROF-EMP-CONSENT                     02232005
022325         MOVE IN5-EMP-ID TO PROF-FEED-ID                          02232506
022330      END-IF.                                                     02233005
022400      WRITE PROF-REC.                                             02240000
022500      IF W05-KEY2 = W05-CURR-KEY AND                              02250000
