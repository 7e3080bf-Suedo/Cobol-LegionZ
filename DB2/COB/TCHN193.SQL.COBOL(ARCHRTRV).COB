001500*               MATCHED CLAIMS PRINT FORMATTED AND ARE COPIED     00150000
001600*               TO THE RELOAD EXTRACT.  REQUESTS THAT MATCHED     00160000
001700*               NOTHING ARE LISTED AT THE END AND THE RUN ENDS    00170000
001710*               RC 4 - SUCH A CLAIM MAY PREDATE THE RETAINED      00171003
001720*               PORTION; RERUN WITH TCHN193.CLAIM.ARCHIVE.RETNARC 00172003
001730*               CONCATENATED ON DDARCH.                           00173003
001810*               EVERY CLAIM PRINTED IS WRITTEN TO THE             00181002
001820*               READ-ACCESS LOG (ACCLSUB) UNDER THE CLAIM ID.     00182002
001830*               DDARCH HOLDS THE RETAINED PORTION ONLY - RETNHKP  00183003
001840*               MOVES CLAIMS PAST SEVEN YEARS TO THE              00184003
001850*               TCHN193.CLAIM.ARCHIVE.RETNARC GENERATIONS         00185003
001860*               MONTHLY.  FOR AN OLDER CLAIM CONCATENATE THE      00186003
001870*               GENERATIONS OLDEST FIRST AHEAD OF THE LIVE        00187003
001880*               DATASET (SEE RETNJOB).                            00188003
001900* AUTHOR      : BOOSAN                                            00190000
002000* CREATED ON  : 02 SEP 2026                                       00200000
002010* MODIFIED ON : 15 OCT 2026 - RETRIEVED CLAIMS WRITTEN TO THE     00201002
002020*                             READ-ACCESS LOG                     00202002
002030* MODIFIED ON : 15 OCT 2026 - UNMATCHED REQUESTS POINT TO THE     00203003
002040*                             RETNARC ARCHIVE GENERATIONS         00204003
002100***************************************************************** 00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
010500    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01050000
010600    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01060000
010700    05  ERR-FILE-STATUS      PIC XX.                              01070000
010710 COPY ACCLREC REPLACING ==:ACL:== BY ==AC==.                      01071002
010800 PROCEDURE DIVISION.                                              01080000
010900 0000-MAIN-PARA.                                                  01090000
011000      PERFORM 1000-LOAD-REQUESTS.                                 01100000
022900      MOVE SPACES TO RELOAD-REC.                                  02290000
023000      MOVE RA000-ARCH-REC TO RELOAD-REC(1:100).                   02300000
023100      WRITE RELOAD-REC.                                           02310000
023110      MOVE SPACES TO AC-ACCESS-REC.                               02311002
023120      MOVE 'ARCHRTRV' TO AC-PGM-ID.                               02312002
023130      MOVE 'MEDARCH' TO AC-FILE-ID.                               02313002
023140      MOVE RA000-CLMID TO AC-REC-KEY.                             02314002
023150      MOVE 'NF' TO AC-GROUPS.                                     02315002
023160      CALL 'ACCLSUB' USING AC-ACCESS-REC.                         02316002
023200      EXIT.                                                       02320000
023300 4000-CLOSE-PARA.                                                 02330000
023400      PERFORM 4100-NOHIT-LINE                                     02340000
024100         DELIMITED BY SIZE INTO RPT-REC                           02410000
024200      END-STRING.                                                 02420000
024300      WRITE RPT-REC.                                              02430000
024310      IF NOHIT-CNTR > 0                                           02431003
024320         MOVE 'NO MATCH MAY MEAN AN OLDER CLAIM - RERUN WITH THE' 02432003
024330            TO RPT-REC                                            02433003
024340         WRITE RPT-REC                                            02434003
024350         MOVE 'TCHN193.CLAIM.ARCHIVE.RETNARC ON DDARCH'           02435003
024360            TO RPT-REC                                            02436003
024370         WRITE RPT-REC                                            02437003
024380      END-IF.                                                     02438003
024400      CLOSE ARCHFILE RELOFILE RPTFILE.                            02440001
024500      DISPLAY 'ARCHIVE RECORDS READ : ' IP-CNTR.                  02450000
024600      DISPLAY 'CLAIMS MATCHED       : ' MATCH-CNTR.               02460000
