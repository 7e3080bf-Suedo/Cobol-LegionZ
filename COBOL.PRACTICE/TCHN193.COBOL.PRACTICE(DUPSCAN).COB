000600*               CANDIDATE-MERGE WORKSHEET (DDWORK)                00060000
000700* PRG DESC    : SCANS THE MASTER FOR THE SAME HUMAN BEING UNDER   00070000
000800*               TWO ASSOIDS - REHIRES AND DOUBLE REGISTRATIONS.   00080000
000810*               PEOPLE ARE SORTED ON BLOCKING KEYS - THE SAME     00081002
000820*               CONTACT, THE SAME EMAIL-ID, OR THE SAME EMP-DOB   00082002
000830*               WITH THE SAME FIRST FOUR LETTERS OF THE NAME -    00083002
000840*               AND ONLY PAIRS SHARING A KEY ARE SCORED, SO THE   00084002
000850*               SCAN HAS NO LIMIT ON MASTER SIZE.  EACH PAIR IS   00085002
000860*               SCORED ON MATCHING CONTACT, EMAIL-ID AND          00086002
000870*               EMP-DOB-PLUS-SIMILAR-NAME; PAIRS SCORING 2 OR     00087002
000880*               MORE GO TO THE REVIEW REPORT AND THE MERGE        00088002
000890*               WORKSHEET FOR THE DATA STEWARDS.  A PAIR SHARING  00089002
000900*               SEVERAL KEYS IS SCORED ONCE, UNDER THE FIRST OF   00090002
000910*               CONTACT, EMAIL, DOB+NAME.  THE REPORT ENDS WITH   00091002
000920*               THE BLOCKS AND CANDIDATE PAIRS EACH KEY PRODUCED. 00092002
000930*               A BLOCK OVER 500 MEMBERS IS PAIRED ON ITS FIRST   00093002
000940*               500 AND FLAGGED ON THE REPORT.                    00094002
001300* AUTHOR      : GIRIDHAR                                          00130000
001400* CREATED ON  : 18 AUG 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - BLOCKING-KEY SORT REPLACES TABLE    00141002
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
003200      ACCESS MODE IS SEQUENTIAL                                   00320000
003300      FILE STATUS WK-STATUS.                                      00330000
003400*                                                                 00340000
003410      SELECT SORT-WORK ASSIGN TO DDSORT.                          00341002
003500 DATA DIVISION.                                                   00350000
003600 FILE SECTION.                                                    00360000
003700 FD KSDS-FILE.                                                    00370000
004800     05 FILLER       PIC X.                                       00480000
004900     05 WK-REASONS   PIC X(30).                                   00490000
005000     05 FILLER       PIC X(34).                                   00500000
005005 SD SORT-WORK.                                                    00500502
005010 01 SRT-BLOCK-REC.                                                00501002
005015     05 SRT-KEY-TYPE  PIC X.                                      00501502
005020     05 SRT-KEY-VALUE PIC X(40).                                  00502002
005025     05 SRT-ASSOID    PIC X(6).                                   00502502
005030     05 SRT-NAME      PIC X(40).                                  00503002
005035     05 SRT-FTOKEN    PIC X(12).                                  00503502
005040     05 SRT-CONTACT   PIC X(12).                                  00504002
005045     05 SRT-EMAIL     PIC X(40).                                  00504502
005050     05 SRT-DOB       PIC X(8).                                   00505002
005100 WORKING-STORAGE SECTION.                                         00510000
005200 01 WS-FILE-STATUSES.                                             00520000
005300     05 KS-STATUS PIC XX.                                         00530000
006200 01 J PIC 9(4) VALUE 0.                                           00620000
006300 01 K PIC 9(4) VALUE 0.                                           00630000
006400 01 WS-PERSON-TABLE.                                              00640000
006410     05 WS-PERSON OCCURS 500 TIMES DEPENDING ON I.                00641002
006600        10 WS-P-ASSOID  PIC X(6).                                 00660000
006700        10 WS-P-NAME    PIC X(40).                                00670000
006800        10 WS-P-FTOKEN  PIC X(12).                                00680000
007300     05 WS-SCORE     PIC 9.                                       00730000
007400     05 WS-RSN-BUILD PIC X(30).                                   00740000
007500     05 WS-RSN-PTR   PIC 9(2).                                    00750000
007505 01 WS-BLOCK-FIELDS.                                              00750502
007510     05 WS-CUR-TYPE  PIC X VALUE SPACES.                          00751002
007515     05 WS-CUR-KEY   PIC X(40) VALUE SPACES.                      00751502
007520     05 WS-KT        PIC 9 VALUE ZEROS.                           00752002
007525     05 WS-BLK-OVER  PIC 9(6) VALUE ZEROS.                        00752502
007530     05 WS-SEEN-SW   PIC X VALUE 'N'.                             00753002
007535     88 PAIR-SEEN VALUE 'Y'.                                      00753502
007540 01 WS-SORT-STATUS PIC X VALUE 'N'.                               00754002
007545     88 SORT-EOF     VALUE 'Y'.                                   00754502
007550 01 WS-KEY-STATS.                                                 00755002
007555     05 WS-KEY-STAT OCCURS 3 TIMES.                               00755502
007560        10 WS-KS-NAME     PIC X(10).                              00756002
007565        10 WS-KS-BLOCKS   PIC 9(6).                               00756502
007570        10 WS-KS-PAIRS    PIC 9(9).                               00757002
007575        10 WS-KS-SCORED   PIC 9(9).                               00757502
007580        10 WS-KS-REPORTED PIC 9(6).                               00758002
007600 01 WS-CNTRS.                                                     00760000
007700     05 IP-CNTR   PIC 9(6) VALUE ZEROS.                           00770000
007800     05 PAIR-CNTR PIC 9(6) VALUE ZEROS.                           00780000
008310     05 WS-OVFL-CNTR PIC 9(6) VALUE ZEROS.                        00831001
008320     05 WS-BIG-CNTR  PIC 9(6) VALUE ZEROS.                        00832002
008325 01 WS-ERR-DESC.                                                  00832500
008355     05  FILLER               PIC X(10) VALUE "ERROR IN ".        00835500
008397     05  ERR-PARA             PIC X(30).                          00839700
008600 PROCEDURE DIVISION.                                              00860000
008700 0000-MAIN-PARA.                                                  00870000
008800      PERFORM 1000-OPEN-FILES.                                    00880000
008810      SORT SORT-WORK                                              00881002
008820           ON ASCENDING KEY SRT-KEY-TYPE                          00882002
008830           ON ASCENDING KEY SRT-KEY-VALUE                         00883002
008840           ON ASCENDING KEY SRT-ASSOID                            00884002
008850           INPUT PROCEDURE IS 2000-RELEASE-KEYS                   00885002
008860           OUTPUT PROCEDURE IS 3500-SCAN-BLOCKS.                  00886002
009100      PERFORM 5000-CLOSE-PARA.                                    00910000
009200      STOP RUN.                                                   00920000
009300 0000-MAIN-PARA-EXIT.                                             00930000
010700         MOVE RP-STATUS TO ERR-FILE-STATUS                        01070000
010800         PERFORM 9000-ERR-PARA                                    01080000
010900      END-IF.                                                     01090000
010910      MOVE 'CONTACT'  TO WS-KS-NAME(1).                           01091002
010920      MOVE 'EMAIL'    TO WS-KS-NAME(2).                           01092002
010930      MOVE 'DOB+NAME' TO WS-KS-NAME(3).                           01093002
010940      PERFORM 1100-ZERO-STAT                                      01094002
010950         VARYING WS-KT FROM 1 BY 1 UNTIL WS-KT > 3.               01095002
011000      MOVE SPACES TO RPT-REC.                                     01100000
011100      MOVE 'CANDIDATE DUPLICATE PERSONS ON THE MJ24 MASTER'       01110000
011200         TO RPT-REC.                                              01120000
011300      WRITE RPT-REC.                                              01130000
011400      EXIT.                                                       01140000
011405 1100-ZERO-STAT.                                                  01140502
011410      MOVE ZEROS TO WS-KS-BLOCKS(WS-KT) WS-KS-PAIRS(WS-KT)        01141002
011415                    WS-KS-SCORED(WS-KT) WS-KS-REPORTED(WS-KT).    01141502
011420      EXIT.                                                       01142002
011425*    EVERY PERSON IS RELEASED ONCE UNDER EACH BLOCKING KEY THEY   01142502
011430*    HAVE A VALUE FOR.  1 = CONTACT, 2 = EMAIL-ID, 3 = EMP-DOB    01143002
011435*    PLUS THE FIRST FOUR LETTERS OF THE FIRST NAME TOKEN.         01143502
011440 2000-RELEASE-KEYS.                                               01144002
011445      PERFORM 3000-LOAD-RECS UNTIL KS-EOF.                        01144502
011450      EXIT.                                                       01145002
011500 3000-LOAD-RECS.                                                  01150000
011600      READ KSDS-FILE.                                             01160000
011700      EVALUATE TRUE                                               01170000
011800         WHEN KS-READ-OK                                          01180000
011900            ADD 1 TO IP-CNTR                                      01190000
011910            MOVE DS-ASSOID TO SRT-ASSOID                          01191002
011920            MOVE DS-EMP-NAME TO SRT-NAME                          01192002
011930            PERFORM 3100-FIRST-TOKEN                              01193002
011940            MOVE DS-CONTACT TO SRT-CONTACT                        01194002
011950            MOVE DS-EMAIL-ID TO SRT-EMAIL                         01195002
011960            MOVE DS-EMP-DOB TO SRT-DOB                            01196002
011970            PERFORM 3200-RELEASE-BLOCKS                           01197002
013100         WHEN KS-EOF                                              01310000
013200            CONTINUE                                              01320000
013300         WHEN OTHER                                               01330000
013800      END-EVALUATE.                                               01380000
013900      EXIT.                                                       01390000
014000 3100-FIRST-TOKEN.                                                01400000
014010      MOVE SPACES TO SRT-FTOKEN.                                  01401002
014200      UNSTRING DS-EMP-NAME DELIMITED BY ' '                       01420000
014210         INTO SRT-FTOKEN                                          01421002
014400      END-UNSTRING.                                               01440000
014500      EXIT.                                                       01450000
014501 3200-RELEASE-BLOCKS.                                             01450102
014502      IF SRT-CONTACT NOT = SPACES                                 01450202
014503         MOVE '1' TO SRT-KEY-TYPE                                 01450302
014504         MOVE SRT-CONTACT TO SRT-KEY-VALUE                        01450402
014505         RELEASE SRT-BLOCK-REC                                    01450502
014506      END-IF.                                                     01450602
014507      IF SRT-EMAIL NOT = SPACES                                   01450702
014508         MOVE '2' TO SRT-KEY-TYPE                                 01450802
014509         MOVE SRT-EMAIL TO SRT-KEY-VALUE                          01450902
014510         RELEASE SRT-BLOCK-REC                                    01451002
014511      END-IF.                                                     01451102
014512      IF SRT-DOB NOT = SPACES AND SRT-FTOKEN NOT = SPACES         01451202
014513         MOVE '3' TO SRT-KEY-TYPE                                 01451302
014514         MOVE SPACES TO SRT-KEY-VALUE                             01451402
014515         MOVE SRT-DOB TO SRT-KEY-VALUE(1:8)                       01451502
014516         MOVE SRT-FTOKEN(1:4) TO SRT-KEY-VALUE(9:4)               01451602
014517         RELEASE SRT-BLOCK-REC                                    01451702
014518      END-IF.                                                     01451802
014519      EXIT.                                                       01451902
014520*    THE SORTED KEYS COME BACK GROUPED; EACH BLOCK OF PEOPLE      01452002
014521*    SHARING ONE KEY VALUE IS LOADED AND ITS PAIRS SCORED.        01452102
014522 3500-SCAN-BLOCKS.                                                01452202
014523      MOVE 'N' TO WS-SORT-STATUS.                                 01452302
014524      PERFORM 3600-RETURN-KEY UNTIL SORT-EOF.                     01452402
014525      PERFORM 4000-SCAN-PAIRS.                                    01452502
014526      EXIT.                                                       01452602
014527 3600-RETURN-KEY.                                                 01452702
014528      RETURN SORT-WORK                                            01452802
014529         AT END                                                   01452902
014530            MOVE 'Y' TO WS-SORT-STATUS                            01453002
014531         NOT AT END                                               01453102
014532            PERFORM 3700-TAKE-KEY                                 01453202
014533      END-RETURN.                                                 01453302
014534      EXIT.                                                       01453402
014535 3700-TAKE-KEY.                                                   01453502
014536      IF SRT-KEY-TYPE NOT = WS-CUR-TYPE                           01453602
014537         OR SRT-KEY-VALUE NOT = WS-CUR-KEY                        01453702
014538         PERFORM 4000-SCAN-PAIRS                                  01453802
014539         MOVE SRT-KEY-TYPE TO WS-CUR-TYPE                         01453902
014540         MOVE SRT-KEY-VALUE TO WS-CUR-KEY                         01454002
014541         MOVE SRT-KEY-TYPE TO WS-KT                               01454102
014542      END-IF.                                                     01454202
014543      IF I < 500                                                  01454302
014544         ADD 1 TO I                                               01454402
014545         MOVE SRT-ASSOID TO WS-P-ASSOID(I)                        01454502
014546         MOVE SRT-NAME TO WS-P-NAME(I)                            01454602
014547         MOVE SRT-FTOKEN TO WS-P-FTOKEN(I)                        01454702
014548         MOVE SRT-CONTACT TO WS-P-CONTACT(I)                      01454802
014549         MOVE SRT-EMAIL TO WS-P-EMAIL(I)                          01454902
014550         MOVE SRT-DOB TO WS-P-DOB(I)                              01455002
014551      ELSE                                                        01455102
014552         ADD 1 TO WS-BLK-OVER                                     01455202
014553      END-IF.                                                     01455302
014554      EXIT.                                                       01455402
014600 4000-SCAN-PAIRS.                                                 01460000
014700      IF I < 2                                                    01470000
014800         CONTINUE                                                 01480000
014900      ELSE                                                        01490000
014910         ADD 1 TO WS-KS-BLOCKS(WS-KT)                             01491002
015000         PERFORM 4100-OUTER                                       01500000
015100            VARYING J FROM 1 BY 1 UNTIL J >= I                    01510000
015200      END-IF.                                                     01520000
015210      IF WS-BLK-OVER > 0                                          01521002
015220         PERFORM 4400-BIG-BLOCK                                   01522002
015230      END-IF.                                                     01523002
015240      MOVE ZEROS TO I WS-BLK-OVER.                                01524002
015300      EXIT.                                                       01530000
015400 4100-OUTER.                                                      01540000
015500      COMPUTE K = J + 1.                                          01550000
015510      PERFORM 4150-TRY-PAIR                                       01551002
015700         VARYING K FROM K BY 1 UNTIL K > I.                       01570000
015800      EXIT.                                                       01580000
015805*    A PAIR SHARING AN EARLIER KEY WAS SCORED IN THAT BLOCK.      01580502
015810 4150-TRY-PAIR.                                                   01581002
015815      ADD 1 TO WS-KS-PAIRS(WS-KT).                                01581502
015820      MOVE 'N' TO WS-SEEN-SW.                                     01582002
015825      IF WS-CUR-TYPE NOT = '1'                                    01582502
015830         AND WS-P-CONTACT(J) = WS-P-CONTACT(K)                    01583002
015835         AND WS-P-CONTACT(J) NOT = SPACES                         01583502
015840         MOVE 'Y' TO WS-SEEN-SW                                   01584002
015845      END-IF.                                                     01584502
015850      IF WS-CUR-TYPE = '3'                                        01585002
015855         AND WS-P-EMAIL(J) = WS-P-EMAIL(K)                        01585502
015860         AND WS-P-EMAIL(J) NOT = SPACES                           01586002
015865         MOVE 'Y' TO WS-SEEN-SW                                   01586502
015870      END-IF.                                                     01587002
015875      IF NOT PAIR-SEEN                                            01587502
015880         ADD 1 TO WS-KS-SCORED(WS-KT)                             01588002
015885         PERFORM 4200-SCORE-PAIR                                  01588502
015890      END-IF.                                                     01589002
015895      EXIT.                                                       01589502
015900 4200-SCORE-PAIR.                                                 01590000
016000      MOVE ZEROS TO WS-SCORE.                                     01600000
016100      MOVE SPACES TO WS-RSN-BUILD.                                01610000
018300         END-STRING                                               01830000
018400      END-IF.                                                     01840000
018500      IF WS-SCORE >= 2                                            01850000
018510         ADD 1 TO PAIR-CNTR WS-KS-REPORTED(WS-KT)                 01851002
018700         PERFORM 4300-REPORT-PAIR                                 01870000
018800      END-IF.                                                     01880000
018900      EXIT.                                                       01890000
020400      MOVE WS-RSN-BUILD TO WK-REASONS.                            02040000
020500      WRITE WORK-REC.                                             02050000
020600      EXIT.                                                       02060000
020605 4400-BIG-BLOCK.                                                  02060502
020610      ADD WS-BLK-OVER TO WS-OVFL-CNTR.                            02061002
020615      ADD 1 TO WS-BIG-CNTR.                                       02061502
020620      MOVE SPACES TO RPT-REC.                                     02062002
020625      STRING '*** ' WS-KS-NAME(WS-KT) ' BLOCK ' WS-CUR-KEY        02062502
020630             ' - ' WS-BLK-OVER ' MEMBERS PAST 500 NOT PAIRED ***' 02063002
020635         DELIMITED BY SIZE INTO RPT-REC                           02063502
020640      END-STRING.                                                 02064002
020645      WRITE RPT-REC.                                              02064502
020650      EXIT.                                                       02065002
020700 5000-CLOSE-PARA.                                                 02070000
020800      MOVE SPACES TO RPT-REC.                                     02080000
020900      STRING 'RECORDS SCANNED=' IP-CNTR                           02090000
021100         DELIMITED BY SIZE INTO RPT-REC                           02110000
021200      END-STRING.                                                 02120000
021300      WRITE RPT-REC.                                              02130000
021310      MOVE SPACES TO RPT-REC.                                     02131002
021320      MOVE 'CANDIDATE PAIRS BY BLOCKING KEY' TO RPT-REC.          02132002
021330      WRITE RPT-REC.                                              02133002
021340      PERFORM 5100-KEY-LINE                                       02134002
021350         VARYING WS-KT FROM 1 BY 1 UNTIL WS-KT > 3.               02135002
021510      IF WS-OVFL-CNTR > 0                                         02151001
021520         MOVE SPACES TO RPT-REC                                   02152001
021530         STRING '*** ' WS-BIG-CNTR ' BLOCKS OVER 500 MEMBERS - '  02153002
021540                WS-OVFL-CNTR ' MEMBERS WERE NOT PAIRED ***'       02154002
021560            DELIMITED BY SIZE INTO RPT-REC                        02156001
021570         END-STRING                                               02157001
021580         WRITE RPT-REC                                            02158001
021593      CLOSE KSDS-FILE RPTFILE WORKFILE.                           02159300
021599      DISPLAY 'RECORDS SCANNED : ' IP-CNTR.                       02159900
021600      DISPLAY 'CANDIDATE PAIRS : ' PAIR-CNTR.                     02160000
021610      DISPLAY 'OVERSIZE BLOCKS : ' WS-BIG-CNTR.                   02161002
021620      DISPLAY 'NOT PAIRED      : ' WS-OVFL-CNTR.                  02162002
021840      IF PAIR-CNTR > 0                                            02184000
021899         MOVE 4 TO RETURN-CODE                                    02189900
021900      END-IF.                                                     02190000
021920         MOVE 8 TO RETURN-CODE                                    02192001
021930      END-IF.                                                     02193001
022000      EXIT.                                                       02200000
022005 5100-KEY-LINE.                                                   02200502
022010      MOVE SPACES TO RPT-REC.                                     02201002
022015      STRING '  ' WS-KS-NAME(WS-KT)                               02201502
022020             ' BLOCKS=' WS-KS-BLOCKS(WS-KT)                       02202002
022025             ' CANDIDATE PAIRS=' WS-KS-PAIRS(WS-KT)               02202502
022030             ' SCORED=' WS-KS-SCORED(WS-KT)                       02203002
022035             ' REPORTED=' WS-KS-REPORTED(WS-KT)                   02203502
022040         DELIMITED BY SIZE INTO RPT-REC                           02204002
022045      END-STRING.                                                 02204502
022050      WRITE RPT-REC.                                              02205002
022055      DISPLAY 'KEY ' WS-KS-NAME(WS-KT)                            02205502
022060              ' CANDIDATE PAIRS : ' WS-KS-PAIRS(WS-KT).           02206002
022065      EXIT.                                                       02206502
022100 9000-ERR-PARA.                                                   02210000
022200      DISPLAY WS-ERR-DESC.                                        02220000
022300      MOVE 30 TO RETURN-CODE.                                     02230000
022400      STOP RUN.                                                   02240000
022500                                                                  02250002
