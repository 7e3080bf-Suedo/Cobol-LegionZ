024168     88  CI05-R5-REC VALUE "R5".                                  02416805
024169    05   OU5-CUST-ID                      PIC X(4).               02416905
024171    05   OU5-CONSENT                      PIC X(10).              02417105
024172*    CUSTOMER NUMBERS ABOVE ARE ASSIGNED PER RUN - THE FEED       02417236
024173*    EMP-ID IS THE STABLE KEY THE VARDELTA CHANGES CARRY.         02417336
024174    05   OU5-EMP-ID                       PIC X(6).               02417436
002417 FD    STATFILE RECORDING MODE IS F.                              00241721
002418 COPY RUNSTATS REPLACING ==:RS:== BY ==RS==.                      00241821
002420 WORKING-STORAGE SECTION.                                         00242000
076148          W09-CUST-ID DELIMITED BY SIZE                           07614805
076149          INTO OU5-CUST-ID.                                       07614905
076151      MOVE W05-EMP-CONSENT   TO OU5-CONSENT.                      07615105
076152      MOVE W05-EMP-ID        TO OU5-EMP-ID.                       07615236
076153      WRITE OUREC5.                                               07615305
007620 3000-PROCESS-PARA-EXIT.                                          00762002
007700      EXIT.                                                       00770000
007800 8000-CLOSE-PARA.                                                 00780000
