000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. CAMPPLAN.                                            00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : EMPLOYER LINK KSDS (DDLNKKS), MJ24 EXTENDED       00040000
000500*               ASSOCIATE MASTER TCHN196.MJ24.EKSDS BY ASSOID     00050000
000600*               (DDKSDS), BUSINESS MASTER KSDS (DDBUSKSD), THE    00060000
000700*               ACCUMULATED DONOR CALL LOG (DDCALLOG)             00070000
000800* OUTPUT FILE : CAMP INVITATION ROSTER REPORT (DDRPT), ROSTER     00080000
000900*               DATASET FOR THE ATTENDANCE POSTING (DDROSTER)     00090000
001000* PRG DESC    : PLANS A BLOOD-DONATION CAMP AT ONE BUSINESS       00100000
001100*               SITE.  TAKES THE CAMP DATE AND BUS-KEY FROM THE   00110000
001200*               CONSOLE AND PICKS UP EVERY ASSOCIATE WITH AN      00120000
001300*               ACTIVE EMPLOYER LINK TO THAT BUSINESS.  AN        00130000
001400*               ASSOCIATE IS NOT INVITED WHEN -                   00140000
001500*                 ON LEAVE OR TERMINATED ON THE MASTER            00150000
001600*                 OUTSIDE THE 18-65 DONOR AGE BAND (AGESUB,       00160000
001700*                 AGE AS AT THE PLANNING RUN)                     00170000
001800*                 LAST DONATION ON THE CALL LOG FALLS INSIDE      00180000
001900*                 THE 90-DAY COOLDOWN BEFORE THE CAMP DATE        00190000
002000*               THE ROSTER IS PRINTED BY CANONICAL BLOOD GROUP    00200000
002100*               (A GROUP NOT YET MAPPED BY BGRPNORM PRINTS        00210000
002200*               LAST) WITH EACH DONOR'S TURNOUT CHANCE - THE      00220000
002300*               SHARE OF PAST RESOLVED CALLS (D / N / U) THAT     00230000
002400*               ENDED IN A DONATION, 50 PCT FOR A DONOR WITH NO   00240000
002500*               HISTORY - AND THE EXPECTED TURNOUT PER GROUP.     00250000
002600*               EACH INVITEE IS ALSO WRITTEN TO DDROSTER FOR      00260000
002700*               CAMPATND TO POST THE ATTENDANCE AFTER THE CAMP.   00270000
002800*               RC 4 WHEN NOBODY IS INVITED, RC 8 FOR A BAD       00280000
002900*               CAMP DATE OR AN UNKNOWN OR INACTIVE BUSINESS.     00290000
003000* AUTHOR      : GIRIDHAR                                          00300000
003100* CREATED ON  : 15 OCT 2026                                       00310000
003200***************************************************************** 00320000
003300 ENVIRONMENT DIVISION.                                            00330000
003400 INPUT-OUTPUT SECTION.                                            00340000
003500 FILE-CONTROL.                                                    00350000
003600      SELECT LINK-FILE ASSIGN TO DDLNKKS                          00360000
003700      ORGANIZATION IS INDEXED                                     00370000
003800      ACCESS MODE IS SEQUENTIAL                                   00380000
003900      RECORD KEY IS LK-ASSOID                                     00390000
004000      FILE STATUS LK-STATUS.                                      00400000
004100*                                                                 00410000
004200      SELECT KSDS-FILE ASSIGN TO DDKSDS                           00420000
004300      ORGANIZATION IS INDEXED                                     00430000
004400      ACCESS MODE IS RANDOM                                       00440000
004500      RECORD KEY IS CP-ASSOID                                     00450000
004600      FILE STATUS KS-STATUS.                                      00460000
004700*                                                                 00470000
004800      SELECT BUSKSDS ASSIGN TO DDBUSKSD                           00480000
004900      ORGANIZATION IS INDEXED                                     00490000
005000      ACCESS MODE IS RANDOM                                       00500000
005100      RECORD KEY IS BU-BUS-KEY                                    00510000
005200      FILE STATUS BU-STATUS.                                      00520000
005300*                                                                 00530000
005400      SELECT LOGFILE ASSIGN TO DDCALLOG                           00540000
005500      ORGANIZATION IS SEQUENTIAL                                  00550000
005600      ACCESS MODE IS SEQUENTIAL                                   00560000
005700      FILE STATUS LG-STATUS.                                      00570000
005800*                                                                 00580000
005900      SELECT RPTFILE ASSIGN TO DDRPT                              00590000
006000      ORGANIZATION IS SEQUENTIAL                                  00600000
006100      ACCESS MODE IS SEQUENTIAL                                   00610000
006200      FILE STATUS RP-STATUS.                                      00620000
006300*                                                                 00630000
006400      SELECT ROSTFILE ASSIGN TO DDROSTER                          00640000
006500      ORGANIZATION IS SEQUENTIAL                                  00650000
006600      ACCESS MODE IS SEQUENTIAL                                   00660000
006700      FILE STATUS RO-STATUS.                                      00670000
006800*                                                                 00680000
006900 DATA DIVISION.                                                   00690000
007000 FILE SECTION.                                                    00700000
007100 FD LINK-FILE.                                                    00710000
007200 COPY LINKREC REPLACING ==:LNK:== BY ==LK==.                      00720000
007300 FD KSDS-FILE.                                                    00730000
007400 COPY MJ24REC REPLACING ==:MJ24:== BY ==CP==.                     00740000
007500 FD BUSKSDS.                                                      00750000
007600 COPY BUSREC REPLACING ==:BUS:== BY ==BU==.                       00760000
007700 FD LOGFILE RECORDING MODE F.                                     00770000
007800 COPY CALLOGRC REPLACING ==:CLG:== BY ==LG==.                     00780000
007900 FD RPTFILE RECORDING MODE F.                                     00790000
008000 01 RPT-REC PIC X(100).                                           00800000
008100 FD ROSTFILE RECORDING MODE F.                                    00810000
008200 COPY CAMPROST REPLACING ==:CRS:== BY ==RO==.                     00820000
008300 WORKING-STORAGE SECTION.                                         00830000
008400 01 WS-FILE-STATUSES.                                             00840000
008500    05 LK-STATUS PIC XX.                                          00850000
008600    88 LK-OPEN-OK VALUE '00'.                                     00860000
008700    88 LK-READ-OK VALUE '00'.                                     00870000
008800    88 LK-EOF     VALUE '10'.                                     00880000
008900    05 KS-STATUS PIC XX.                                          00890000
009000    88 KS-OPEN-OK VALUE '00'.                                     00900000
009100    88 KS-READ-OK VALUE '00'.                                     00910000
009200    88 KS-KEYNF   VALUE '23'.                                     00920000
009300    05 BU-STATUS PIC XX.                                          00930000
009400    88 BU-OPEN-OK VALUE '00'.                                     00940000
009500    88 BU-READ-OK VALUE '00'.                                     00950000
009600    05 LG-STATUS PIC XX.                                          00960000
009700    88 LG-OPEN-OK VALUE '00'.                                     00970000
009800    88 LG-READ-OK VALUE '00'.                                     00980000
009900    88 LG-EOF     VALUE '10'.                                     00990000
010000    05 RP-STATUS PIC XX.                                          01000000
010100    88 RP-OPEN-OK VALUE '00'.                                     01010000
010200    05 RO-STATUS PIC XX.                                          01020000
010300    88 RO-OPEN-OK  VALUE '00'.                                    01030000
010400    88 RO-WRITE-OK VALUE '00'.                                    01040000
010500 01 WS-CAMP-PARMS.                                                01050000
010600    05 WS-CAMP-DATE   PIC X(8) VALUE SPACES.                      01060000
010700    05 WS-CAMP-DATE-N REDEFINES WS-CAMP-DATE PIC 9(8).            01070000
010800    05 WS-CAMP-BUS    PIC X(3) VALUE SPACES.                      01080000
010900 01 WS-TODAY      PIC 9(8) VALUE ZEROS.                           01090000
011000 01 WS-LOG-SW     PIC X VALUE 'N'.                                01100000
011100    88 LOG-OPEN   VALUE 'Y'.                                      01110000
011200 01 WS-COOLDOWN-DAYS PIC 9(3) VALUE 090.                          01120000
011300 01 WS-CAMP-INT   PIC 9(7) VALUE ZEROS.                           01130000
011400 01 WS-CUTOFF-INT PIC 9(7) VALUE ZEROS.                           01140000
011500 01 WS-LAST-INT   PIC 9(7) VALUE ZEROS.                           01150000
011600 01 WS-AGE-BAND.                                                  01160000
011700    05 WS-MIN-AGE PIC 9(3) VALUE 018.                             01170000
011800    05 WS-MAX-AGE PIC 9(3) VALUE 065.                             01180000
011900 01 WS-AGE-FLDS.                                                  01190000
012000    05 WS-DOB     PIC 9(8).                                       01200000
012100    05 WS-AGE-YRS PIC 9(3).                                       01210000
012200    05 WS-AGE-DYS PIC 9(3).                                       01220000
012300 01 WS-NEW-DONOR-PCT PIC 9(3) VALUE 050.                          01230000
012400*  CANONICAL GROUPS IN ROSTER ORDER.  SLOT 9 COLLECTS ANY VALUE   01240000
012500*  BGRPNORM HAS NOT YET MAPPED.                                   01250000
012600 01 WS-CANON-VALUES.                                              01260000
012700    05 FILLER PIC X(8) VALUE 'O+'.                                01270000
012800    05 FILLER PIC X(8) VALUE 'O-'.                                01280000
012900    05 FILLER PIC X(8) VALUE 'A+'.                                01290000
013000    05 FILLER PIC X(8) VALUE 'A-'.                                01300000
013100    05 FILLER PIC X(8) VALUE 'B+'.                                01310000
013200    05 FILLER PIC X(8) VALUE 'B-'.                                01320000
013300    05 FILLER PIC X(8) VALUE 'AB+'.                               01330000
013400    05 FILLER PIC X(8) VALUE 'AB-'.                               01340000
013500    05 FILLER PIC X(8) VALUE 'UNMAPPED'.                          01350000
013600 01 WS-CANON-TAB REDEFINES WS-CANON-VALUES.                       01360000
013700    05 WS-CANON-GRP PIC X(8) OCCURS 9 TIMES.                      01370000
013800 01 WS-GRP-IDX   PIC 9(2) VALUE 0.                                01380000
013900 01 WS-GRP-TOTALS.                                                01390000
014000    05 WS-GRP-INVITED PIC 9(4) VALUE 0.                           01400000
014100    05 WS-GRP-PCT-SUM PIC 9(7) VALUE 0.                           01410000
014200    05 WS-GRP-EXPECT  PIC 9(4) VALUE 0.                           01420000
014300 01 WS-TOT-PCT-SUM PIC 9(7) VALUE 0.                              01430000
014400 01 WS-TOT-EXPECT  PIC 9(4) VALUE 0.                              01440000
014500 01 WS-RESOLVED    PIC 9(4) VALUE 0.                              01450000
014600 01 DC PIC 9(4) VALUE 0.                                          01460000
014700 01 WS-CD-IDX PIC 9(4) VALUE 0.                                   01470000
014800 01 WS-CD-FOUND PIC 9(4) VALUE 0.                                 01480000
014900 01 WS-DONOR-TABLE.                                               01490000
015000    05 WS-CD-ENT OCCURS 500 TIMES DEPENDING ON DC.                01500000
015100       10 WS-CD-ASSOID  PIC X(6).                                 01510000
015200       10 WS-CD-NAME    PIC X(40).                                01520000
015300       10 WS-CD-CONTACT PIC X(12).                                01530000
015400       10 WS-CD-BGROUP  PIC X(8).                                 01540000
015500       10 WS-CD-GRP     PIC 9(2).                                 01550000
015600       10 WS-CD-DONATED PIC 9(4).                                 01560000
015700       10 WS-CD-DECLINE PIC 9(4).                                 01570000
015800       10 WS-CD-UNREACH PIC 9(4).                                 01580000
015900       10 WS-CD-LASTDON PIC 9(8).                                 01590000
016000       10 WS-CD-PCT     PIC 9(3).                                 01600000
016100       10 WS-CD-COOL-SW PIC X.                                    01610000
016200       88 WS-CD-COOLING VALUE 'Y'.                                01620000
016300 01 WS-DONOR-LINE.                                                01630000
016400    05 FILLER       PIC X(3) VALUE SPACES.                        01640000
016500    05 DL-ASSOID    PIC X(6).                                     01650000
016600    05 FILLER       PIC X(2) VALUE SPACES.                        01660000
016700    05 DL-NAME      PIC X(30).                                    01670000
016800    05 FILLER       PIC X(2) VALUE SPACES.                        01680000
016900    05 DL-CONTACT   PIC X(12).                                    01690000
017000    05 FILLER       PIC X(4) VALUE ' D='.                         01700000
017100    05 DL-DONATED   PIC ZZZ9.                                     01710000
017200    05 FILLER       PIC X(4) VALUE ' N='.                         01720000
017300    05 DL-DECLINE   PIC ZZZ9.                                     01730000
017400    05 FILLER       PIC X(4) VALUE ' U='.                         01740000
017500    05 DL-UNREACH   PIC ZZZ9.                                     01750000
017600    05 FILLER       PIC X(3) VALUE SPACES.                        01760000
017700    05 DL-PCT       PIC ZZ9.                                      01770000
017800    05 FILLER       PIC X(4) VALUE ' PCT'.                        01780000
017900    05 FILLER       PIC X(11) VALUE SPACES.                       01790000
018000 01 WS-CNTRS.                                                     01800000
018100    05 LINK-CNTR    PIC 9(6) VALUE ZEROS.                         01810000
018200    05 SITE-CNTR    PIC 9(6) VALUE ZEROS.                         01820000
018300    05 MISSING-CNTR PIC 9(6) VALUE ZEROS.                         01830000
018400    05 INACT-CNTR   PIC 9(6) VALUE ZEROS.                         01840000
018500    05 AGE-CNTR     PIC 9(6) VALUE ZEROS.                         01850000
018600    05 COOL-CNTR    PIC 9(6) VALUE ZEROS.                         01860000
018700    05 FULL-CNTR    PIC 9(6) VALUE ZEROS.                         01870000
018800    05 LOG-CNTR     PIC 9(6) VALUE ZEROS.                         01880000
018900    05 INVITE-CNTR  PIC 9(6) VALUE ZEROS.                         01890000
019000 01 WS-ERR-DESC.                                                  01900000
019100    05  FILLER               PIC X(10) VALUE "ERROR IN ".         01910000
019200    05  ERR-PARA             PIC X(30).                           01920000
019300    05  FILLER               PIC XX VALUE SPACES.                 01930000
019400    05  ERR-FILE-ID          PIC X(10) VALUE SPACES.              01940000
019500    05  FILLER               PIC X(12) VALUE "FILE STATUS ".      01950000
019600    05  ERR-FILE-STATUS      PIC XX.                              01960000
019700 PROCEDURE DIVISION.                                              01970000
019800 0000-MAIN-PARA.                                                  01980000
019900      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         01990000
020000      PERFORM 0500-GET-PARMS THRU 0500-GET-PARMS-EXIT.            02000000
020100      PERFORM 1000-OPEN-FILES.                                    02010000
020200      PERFORM 1500-CHECK-BUSINESS THRU 1500-CHECK-BUSINESS-EXIT.  02020000
020300      PERFORM 2000-READ-LINKS UNTIL LK-EOF.                       02030000
020400      PERFORM 2500-READ-CALLOG UNTIL LG-EOF.                      02040000
020500      PERFORM 2700-APPLY-COOLDOWN                                 02050000
020600             VARYING WS-CD-IDX FROM 1 BY 1                        02060000
020700             UNTIL WS-CD-IDX > DC.                                02070000
020800      PERFORM 3000-PRINT-GROUP                                    02080000
020900             VARYING WS-GRP-IDX FROM 1 BY 1                       02090000
021000             UNTIL WS-GRP-IDX > 9.                                02100000
021100      PERFORM 4000-CLOSE-PARA.                                    02110000
021200      STOP RUN.                                                   02120000
021300 0000-MAIN-PARA-EXIT.                                             02130000
021400      EXIT.                                                       02140000
021500 0500-GET-PARMS.                                                  02150000
021600      DISPLAY 'CAMP DATE YYYYMMDD : '.                            02160000
021700      ACCEPT WS-CAMP-DATE.                                        02170000
021800      DISPLAY 'CAMP BUS-KEY : '.                                  02180000
021900      ACCEPT WS-CAMP-BUS.                                         02190000
022000      IF WS-CAMP-DATE NOT NUMERIC OR WS-CAMP-DATE-N < WS-TODAY    02200000
022100         DISPLAY 'INVALID CAMP DATE ' WS-CAMP-DATE                02210000
022200            ' - PROG TERMINATING'                                 02220000
022300         MOVE 8 TO RETURN-CODE                                    02230000
022400         STOP RUN                                                 02240000
022500      END-IF.                                                     02250000
022600      IF WS-CAMP-BUS = SPACES                                     02260000
022700         DISPLAY 'NO CAMP BUS-KEY - PROG TERMINATING'             02270000
022800         MOVE 8 TO RETURN-CODE                                    02280000
022900         STOP RUN                                                 02290000
023000      END-IF.                                                     02300000
023100      COMPUTE WS-CAMP-INT =                                       02310000
023200         FUNCTION INTEGER-OF-DATE(WS-CAMP-DATE-N).                02320000
023300      COMPUTE WS-CUTOFF-INT = WS-CAMP-INT - WS-COOLDOWN-DAYS.     02330000
023400      DISPLAY 'CAMP DATE : ' WS-CAMP-DATE ' SITE : ' WS-CAMP-BUS. 02340000
023500 0500-GET-PARMS-EXIT.                                             02350000
023600      EXIT.                                                       02360000
023700 1000-OPEN-FILES.                                                 02370000
023800      OPEN INPUT LINK-FILE.                                       02380000
023900      IF NOT LK-OPEN-OK                                           02390000
024000         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02400000
024100         MOVE 'LINK-FILE' TO ERR-FILE-ID                          02410000
024200         MOVE LK-STATUS TO ERR-FILE-STATUS                        02420000
024300         PERFORM 9000-ERR-PARA                                    02430000
024400      END-IF.                                                     02440000
024500      OPEN INPUT KSDS-FILE.                                       02450000
024600      IF NOT KS-OPEN-OK                                           02460000
024700         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02470000
024800         MOVE 'KSDS-FILE' TO ERR-FILE-ID                          02480000
024900         MOVE KS-STATUS TO ERR-FILE-STATUS                        02490000
025000         PERFORM 9000-ERR-PARA                                    02500000
025100      END-IF.                                                     02510000
025200      OPEN INPUT BUSKSDS.                                         02520000
025300      IF NOT BU-OPEN-OK                                           02530000
025400         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02540000
025500         MOVE 'BUSKSDS' TO ERR-FILE-ID                            02550000
025600         MOVE BU-STATUS TO ERR-FILE-STATUS                        02560000
025700         PERFORM 9000-ERR-PARA                                    02570000
025800      END-IF.                                                     02580000
025900      OPEN INPUT LOGFILE.                                         02590000
026000      IF LG-OPEN-OK                                               02600000
026100         MOVE 'Y' TO WS-LOG-SW                                    02610000
026200      ELSE                                                        02620000
026300         DISPLAY 'NO CALL LOG - COOLDOWN AND TURNOUT HISTORY '    02630000
026400            'NOT APPLIED'                                         02640000
026500         MOVE '10' TO LG-STATUS                                   02650000
026600      END-IF.                                                     02660000
026700      OPEN OUTPUT RPTFILE.                                        02670000
026800      IF NOT RP-OPEN-OK                                           02680000
026900         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02690000
027000         MOVE 'RPTFILE' TO ERR-FILE-ID                            02700000
027100         MOVE RP-STATUS TO ERR-FILE-STATUS                        02710000
027200         PERFORM 9000-ERR-PARA                                    02720000
027300      END-IF.                                                     02730000
027400      OPEN OUTPUT ROSTFILE.                                       02740000
027500      IF NOT RO-OPEN-OK                                           02750000
027600         MOVE '1000-OPEN-FILES' TO ERR-PARA                       02760000
027700         MOVE 'ROSTFILE' TO ERR-FILE-ID                           02770000
027800         MOVE RO-STATUS TO ERR-FILE-STATUS                        02780000
027900         PERFORM 9000-ERR-PARA                                    02790000
028000      END-IF.                                                     02800000
028100      EXIT.                                                       02810000
028200*  THE CAMP SITE MUST BE A KNOWN, ACTIVE BUSINESS.                02820000
028300 1500-CHECK-BUSINESS.                                             02830000
028400      MOVE WS-CAMP-BUS TO BU-BUS-KEY.                             02840000
028500      READ BUSKSDS.                                               02850000
028600      IF NOT BU-READ-OK                                           02860000
028700         DISPLAY 'BUSINESS ' WS-CAMP-BUS ' NOT FOUND - STATUS '   02870000
028800            BU-STATUS                                             02880000
028900         MOVE 8 TO RETURN-CODE                                    02890000
029000         STOP RUN                                                 02900000
029100      END-IF.                                                     02910000
029200      IF BU-BUS-STATUS = 'I'                                      02920000
029300         DISPLAY 'BUSINESS ' WS-CAMP-BUS ' IS INACTIVE'           02930000
029400         MOVE 8 TO RETURN-CODE                                    02940000
029500         STOP RUN                                                 02950000
029600      END-IF.                                                     02960000
029700      MOVE SPACES TO RPT-REC.                                     02970000
029800      STRING 'DONATION CAMP INVITATION ROSTER - SITE '            02980000
029900             WS-CAMP-BUS ' ' BU-BUS-NAME                          02990000
030000         DELIMITED BY SIZE INTO RPT-REC                           03000000
030100      END-STRING.                                                 03010000
030200      WRITE RPT-REC.                                              03020000
030300      MOVE SPACES TO RPT-REC.                                     03030000
030400      STRING 'CAMP DATE ' WS-CAMP-DATE                            03040000
030500             '   PLANNED ' WS-TODAY                               03050000
030600         DELIMITED BY SIZE INTO RPT-REC                           03060000
030700      END-STRING.                                                 03070000
030800      WRITE RPT-REC.                                              03080000
030900 1500-CHECK-BUSINESS-EXIT.                                        03090000
031000      EXIT.                                                       03100000
031100 2000-READ-LINKS.                                                 03110000
031200      READ LINK-FILE.                                             03120000
031300      EVALUATE TRUE                                               03130000
031400         WHEN LK-READ-OK                                          03140000
031500            ADD 1 TO LINK-CNTR                                    03150000
031600            IF LK-BUS-KEY = WS-CAMP-BUS                           03160000
031700               AND LK-LINK-STATUS NOT = 'X'                       03170000
031800               ADD 1 TO SITE-CNTR                                 03180000
031900               PERFORM 2100-CHECK-DONOR                           03190000
032000                  THRU 2100-CHECK-DONOR-EXIT                      03200000
032100            END-IF                                                03210000
032200         WHEN LK-EOF                                              03220000
032300            CONTINUE                                              03230000
032400         WHEN OTHER                                               03240000
032500            MOVE '2000-READ-LINKS' TO ERR-PARA                    03250000
032600            MOVE 'LINK-FILE' TO ERR-FILE-ID                       03260000
032700            MOVE LK-STATUS TO ERR-FILE-STATUS                     03270000
032800            PERFORM 9000-ERR-PARA                                 03280000
032900      END-EVALUATE.                                               03290000
033000      EXIT.                                                       03300000
033100 2100-CHECK-DONOR.                                                03310000
033200      MOVE LK-ASSOID TO CP-ASSOID.                                03320000
033300      READ KSDS-FILE.                                             03330000
033400      EVALUATE TRUE                                               03340000
033500         WHEN KS-READ-OK                                          03350000
033600            CONTINUE                                              03360000
033700         WHEN KS-KEYNF                                            03370000
033800            ADD 1 TO MISSING-CNTR                                 03380000
033900            GO TO 2100-CHECK-DONOR-EXIT                           03390000
034000         WHEN OTHER                                               03400000
034100            MOVE '2100-CHECK-DONOR' TO ERR-PARA                   03410000
034200            MOVE 'KSDS-FILE' TO ERR-FILE-ID                       03420000
034300            MOVE KS-STATUS TO ERR-FILE-STATUS                     03430000
034400            PERFORM 9000-ERR-PARA                                 03440000
034500      END-EVALUATE.                                               03450000
034600      IF CP-EMP-STATUS = 'L' OR CP-EMP-STATUS = 'T'               03460000
034700         ADD 1 TO INACT-CNTR                                      03470000
034800         GO TO 2100-CHECK-DONOR-EXIT                              03480000
034900      END-IF.                                                     03490000
035000      IF CP-EMP-DOB NOT NUMERIC                                   03500000
035100         ADD 1 TO AGE-CNTR                                        03510000
035200         GO TO 2100-CHECK-DONOR-EXIT                              03520000
035300      END-IF.                                                     03530000
035400      MOVE CP-EMP-DOB TO WS-DOB.                                  03540000
035500      CALL 'AGESUB' USING WS-DOB WS-AGE-YRS WS-AGE-DYS.           03550000
035600      IF WS-AGE-YRS < WS-MIN-AGE OR WS-AGE-YRS > WS-MAX-AGE       03560000
035700         ADD 1 TO AGE-CNTR                                        03570000
035800         GO TO 2100-CHECK-DONOR-EXIT                              03580000
035900      END-IF.                                                     03590000
036000      IF DC NOT < 500                                             03600000
036100         ADD 1 TO FULL-CNTR                                       03610000
036200         GO TO 2100-CHECK-DONOR-EXIT                              03620000
036300      END-IF.                                                     03630000
036400      ADD 1 TO DC.                                                03640000
036500      MOVE CP-ASSOID TO WS-CD-ASSOID(DC).                         03650000
036600      MOVE CP-EMP-NAME TO WS-CD-NAME(DC).                         03660000
036700      MOVE CP-CONTACT TO WS-CD-CONTACT(DC).                       03670000
036800      MOVE CP-BGROUP TO WS-CD-BGROUP(DC).                         03680000
036900      MOVE ZEROS TO WS-CD-DONATED(DC) WS-CD-DECLINE(DC)           03690000
037000                    WS-CD-UNREACH(DC) WS-CD-LASTDON(DC)           03700000
037100                    WS-CD-PCT(DC).                                03710000
037200      MOVE 'N' TO WS-CD-COOL-SW(DC).                              03720000
037300      MOVE 9 TO WS-CD-GRP(DC).                                    03730000
037400      PERFORM 2110-CANON-GROUP                                    03740000
037500             VARYING WS-GRP-IDX FROM 1 BY 1                       03750000
037600             UNTIL WS-GRP-IDX > 8.                                03760000
037700 2100-CHECK-DONOR-EXIT.                                           03770000
037800      EXIT.                                                       03780000
037900 2110-CANON-GROUP.                                                03790000
038000      IF WS-CANON-GRP(WS-GRP-IDX) = CP-BGROUP                     03800000
038100         MOVE WS-GRP-IDX TO WS-CD-GRP(DC)                         03810000
038200      END-IF.                                                     03820000
038300      EXIT.                                                       03830000
038400*  EVERY RESOLVED CALL FOR A CANDIDATE COUNTS TOWARD THE          03840000
038500*  TURNOUT CHANCE; DONATIONS ALSO SET THE COOLDOWN DATE.          03850000
038600 2500-READ-CALLOG.                                                03860000
038700      READ LOGFILE.                                               03870000
038800      EVALUATE TRUE                                               03880000
038900         WHEN LG-READ-OK                                          03890000
039000            ADD 1 TO LOG-CNTR                                     03900000
039100            PERFORM 2510-NOTE-CALL                                03910000
039200         WHEN LG-EOF                                              03920000
039300            CONTINUE                                              03930000
039400         WHEN OTHER                                               03940000
039500            MOVE '2500-READ-CALLOG' TO ERR-PARA                   03950000
039600            MOVE 'LOGFILE' TO ERR-FILE-ID                         03960000
039700            MOVE LG-STATUS TO ERR-FILE-STATUS                     03970000
039800            PERFORM 9000-ERR-PARA                                 03980000
039900      END-EVALUATE.                                               03990000
040000      EXIT.                                                       04000000
040100 2510-NOTE-CALL.                                                  04010000
040200      MOVE 0 TO WS-CD-FOUND.                                      04020000
040300      PERFORM 2520-SCAN-DONOR                                     04030000
040400             VARYING WS-CD-IDX FROM 1 BY 1                        04040000
040500             UNTIL WS-CD-IDX > DC OR WS-CD-FOUND > 0.             04050000
040600      IF WS-CD-FOUND > 0                                          04060000
040700         EVALUATE LG-OUTCOME                                      04070000
040800            WHEN 'D'                                              04080000
040900               ADD 1 TO WS-CD-DONATED(WS-CD-FOUND)                04090000
041000               IF LG-CALL-DATE > WS-CD-LASTDON(WS-CD-FOUND)       04100000
041100                  MOVE LG-CALL-DATE TO WS-CD-LASTDON(WS-CD-FOUND) 04110000
041200               END-IF                                             04120000
041300            WHEN 'N'                                              04130000
041400               ADD 1 TO WS-CD-DECLINE(WS-CD-FOUND)                04140000
041500            WHEN 'U'                                              04150000
041600               ADD 1 TO WS-CD-UNREACH(WS-CD-FOUND)                04160000
041700            WHEN OTHER                                            04170000
041800               CONTINUE                                           04180000
041900         END-EVALUATE                                             04190000
042000      END-IF.                                                     04200000
042100      EXIT.                                                       04210000
042200 2520-SCAN-DONOR.                                                 04220000
042300      IF WS-CD-ASSOID(WS-CD-IDX) = LG-ASSOID                      04230000
042400         MOVE WS-CD-IDX TO WS-CD-FOUND                            04240000
042500      END-IF.                                                     04250000
042600      EXIT.                                                       04260000
042700 2700-APPLY-COOLDOWN.                                             04270000
042800      IF WS-CD-LASTDON(WS-CD-IDX) > ZEROS                         04280000
042900         COMPUTE WS-LAST-INT = FUNCTION                           04290000
043000            INTEGER-OF-DATE(WS-CD-LASTDON(WS-CD-IDX))             04300000
043100         IF WS-LAST-INT >= WS-CUTOFF-INT                          04310000
043200            MOVE 'Y' TO WS-CD-COOL-SW(WS-CD-IDX)                  04320000
043300            ADD 1 TO COOL-CNTR                                    04330000
043400         END-IF                                                   04340000
043500      END-IF.                                                     04350000
043600      COMPUTE WS-RESOLVED = WS-CD-DONATED(WS-CD-IDX)              04360000
043700                          + WS-CD-DECLINE(WS-CD-IDX)              04370000
043800                          + WS-CD-UNREACH(WS-CD-IDX).             04380000
043900      IF WS-RESOLVED > 0                                          04390000
044000         COMPUTE WS-CD-PCT(WS-CD-IDX) =                           04400000
044100            (WS-CD-DONATED(WS-CD-IDX) * 100) / WS-RESOLVED        04410000
044200      ELSE                                                        04420000
044300         MOVE WS-NEW-DONOR-PCT TO WS-CD-PCT(WS-CD-IDX)            04430000
044400      END-IF.                                                     04440000
044500      EXIT.                                                       04450000
044600 3000-PRINT-GROUP.                                                04460000
044700      MOVE ZEROS TO WS-GRP-INVITED WS-GRP-PCT-SUM.                04470000
044800      PERFORM 3100-GROUP-DONOR                                    04480000
044900             VARYING WS-CD-IDX FROM 1 BY 1                        04490000
045000             UNTIL WS-CD-IDX > DC.                                04500000
045100      IF WS-GRP-INVITED > 0                                       04510000
045200         COMPUTE WS-GRP-EXPECT ROUNDED = WS-GRP-PCT-SUM / 100     04520000
045300         MOVE SPACES TO RPT-REC                                   04530000
045400         STRING '   GROUP ' WS-CANON-GRP(WS-GRP-IDX)              04540000
045500                ' INVITED=' WS-GRP-INVITED                        04550000
045600                ' EXPECTED TURNOUT=' WS-GRP-EXPECT                04560000
045700            DELIMITED BY SIZE INTO RPT-REC                        04570000
045800         END-STRING                                               04580000
045900         WRITE RPT-REC                                            04590000
046000      END-IF.                                                     04600000
046100      EXIT.                                                       04610000
046200 3100-GROUP-DONOR.                                                04620000
046300      IF WS-CD-GRP(WS-CD-IDX) NOT = WS-GRP-IDX                    04630000
046400         OR WS-CD-COOLING(WS-CD-IDX)                              04640000
046500         CONTINUE                                                 04650000
046600      ELSE                                                        04660000
046700         IF WS-GRP-INVITED = 0                                    04670000
046800            MOVE SPACES TO RPT-REC                                04680000
046900            WRITE RPT-REC                                         04690000
047000            MOVE SPACES TO RPT-REC                                04700000
047100            STRING 'BLOOD GROUP ' WS-CANON-GRP(WS-GRP-IDX)        04710000
047200               DELIMITED BY SIZE INTO RPT-REC                     04720000
047300            END-STRING                                            04730000
047400            WRITE RPT-REC                                         04740000
047500         END-IF                                                   04750000
047600         ADD 1 TO WS-GRP-INVITED INVITE-CNTR                      04760000
047700         ADD WS-CD-PCT(WS-CD-IDX) TO WS-GRP-PCT-SUM               04770000
047800                                     WS-TOT-PCT-SUM               04780000
047900         PERFORM 3200-WRITE-INVITEE                               04790000
048000      END-IF.                                                     04800000
048100      EXIT.                                                       04810000
048200 3200-WRITE-INVITEE.                                              04820000
048300      MOVE WS-CD-ASSOID(WS-CD-IDX) TO DL-ASSOID.                  04830000
048400      MOVE WS-CD-NAME(WS-CD-IDX) TO DL-NAME.                      04840000
048500      MOVE WS-CD-CONTACT(WS-CD-IDX) TO DL-CONTACT.                04850000
048600      MOVE WS-CD-DONATED(WS-CD-IDX) TO DL-DONATED.                04860000
048700      MOVE WS-CD-DECLINE(WS-CD-IDX) TO DL-DECLINE.                04870000
048800      MOVE WS-CD-UNREACH(WS-CD-IDX) TO DL-UNREACH.                04880000
048900      MOVE WS-CD-PCT(WS-CD-IDX) TO DL-PCT.                        04890000
049000      MOVE WS-DONOR-LINE TO RPT-REC.                              04900000
049100      WRITE RPT-REC.                                              04910000
049200      MOVE SPACES TO RO-ROSTER-REC.                               04920000
049300      MOVE WS-CD-ASSOID(WS-CD-IDX) TO RO-ASSOID.                  04930000
049400      MOVE WS-CD-BGROUP(WS-CD-IDX) TO RO-BGROUP.                  04940000
049500      MOVE WS-CAMP-BUS TO RO-BUS-KEY.                             04950000
049600      MOVE WS-CAMP-DATE-N TO RO-CAMP-DATE.                        04960000
049700      MOVE WS-CD-NAME(WS-CD-IDX) TO RO-NAME.                      04970000
049800      WRITE RO-ROSTER-REC.                                        04980000
049900      IF NOT RO-WRITE-OK                                          04990000
050000         MOVE '3200-WRITE-INVITEE' TO ERR-PARA                    05000000
050100         MOVE 'ROSTFILE' TO ERR-FILE-ID                           05010000
050200         MOVE RO-STATUS TO ERR-FILE-STATUS                        05020000
050300         PERFORM 9000-ERR-PARA                                    05030000
050400      END-IF.                                                     05040000
050500      EXIT.                                                       05050000
050600 4000-CLOSE-PARA.                                                 05060000
050700      COMPUTE WS-TOT-EXPECT ROUNDED = WS-TOT-PCT-SUM / 100.       05070000
050800      MOVE SPACES TO RPT-REC.                                     05080000
050900      WRITE RPT-REC.                                              05090000
051000      MOVE SPACES TO RPT-REC.                                     05100000
051100      STRING 'SITE LINKS=' SITE-CNTR                              05110000
051200             ' INVITED=' INVITE-CNTR                              05120000
051300             ' EXPECTED TURNOUT=' WS-TOT-EXPECT                   05130000
051400         DELIMITED BY SIZE INTO RPT-REC                           05140000
051500      END-STRING.                                                 05150000
051600      WRITE RPT-REC.                                              05160000
051700      MOVE SPACES TO RPT-REC.                                     05170000
051800      STRING 'NOT INVITED - COOLDOWN=' COOL-CNTR                  05180000
051900             ' AGE BAND=' AGE-CNTR                                05190000
052000             ' LEAVE/TERM=' INACT-CNTR                            05200000
052100             ' NOT ON MASTER=' MISSING-CNTR                       05210000
052200             ' TABLE FULL=' FULL-CNTR                             05220000
052300         DELIMITED BY SIZE INTO RPT-REC                           05230000
052400      END-STRING.                                                 05240000
052500      WRITE RPT-REC.                                              05250000
052600      CLOSE LINK-FILE KSDS-FILE BUSKSDS RPTFILE ROSTFILE.         05260000
052700      IF LOG-OPEN                                                 05270000
052800         CLOSE LOGFILE                                            05280000
052900      END-IF.                                                     05290000
053000      DISPLAY 'LINKS READ         : ' LINK-CNTR.                  05300000
053100      DISPLAY 'LINKED TO SITE     : ' SITE-CNTR.                  05310000
053200      DISPLAY 'CALL LOG ENTRIES   : ' LOG-CNTR.                   05320000
053300      DISPLAY 'COOLDOWN DROPPED   : ' COOL-CNTR.                  05330000
053400      DISPLAY 'AGE BAND DROPPED   : ' AGE-CNTR.                   05340000
053500      DISPLAY 'LEAVE/TERM DROPPED : ' INACT-CNTR.                 05350000
053600      DISPLAY 'DONORS INVITED     : ' INVITE-CNTR.                05360000
053700      DISPLAY 'EXPECTED TURNOUT   : ' WS-TOT-EXPECT.              05370000
053800      IF FULL-CNTR > 0                                            05380000
053900         DISPLAY 'ROSTER TABLE FULL - ' FULL-CNTR                 05390000
054000            ' ELIGIBLE ASSOCIATES NOT CONSIDERED'                 05400000
054100      END-IF.                                                     05410000
054200      IF INVITE-CNTR = 0                                          05420000
054300         DISPLAY 'NO ELIGIBLE DONORS FOR THE CAMP'                05430000
054400         MOVE 4 TO RETURN-CODE                                    05440000
054500      END-IF.                                                     05450000
054600      EXIT.                                                       05460000
054700 9000-ERR-PARA.                                                   05470000
054800      DISPLAY WS-ERR-DESC.                                        05480000
054900      MOVE 30 TO RETURN-CODE.                                     05490000
055000      STOP RUN.                                                   05500000
