000200 PROGRAM-ID. TAXCERT.                                             00020000
000300***************************************************************** 00030000
000400* INPUT FILE  : NDMPQ1 TAX RESULTS FILE (DDIN)                    00040000
000401*               TAX EXEMPTION DECLARATIONS (DDDECL), THE          00040102
000402*               EXEMPTION CAP CARDS (DDXCAP)                      00040202
000410*               AND THE TAX YEAR FROM THE CONSOLE                 00041001
000420*               (BLANK = THE RUN YEAR)                            00042001
000500* OUTPUT FILE : PRINT-READY TAX CERTIFICATES (DDCERT)             00050000
000510*               AND THE CERTIFICATE RUN CONTROL (DDCCTL)          00051001
000600* PRG DESC    : TURNS EACH NDMPQ1 OUTPUT RECORD INTO A FORMATTED  00060000
000700*               ANNUAL TAX CERTIFICATE - GROSS SALARY, BRACKET    00070000
000800*               PERCENTAGE APPLIED, TAX AMOUNT, NET SALARY AND A  00080000
001000*               OF CERTIFICATES ISSUED.                           00100000
001100* AUTHOR      : GIRIDHAR                                          00110000
001200* CREATED ON  : 04 AUG 2026                                       00120000
001210* MODIFIED ON : 15 OCT 2026 - CERTIFICATES ARE FOR THE TAX YEAR   00121001
001220*               GIVEN ON THE CONSOLE, AND EACH RUN WRITES A       00122001
001230*               CONTROL RECORD (TAXCREC) THAT YTDCLOSE REQUIRES   00123001
001240*               BEFORE IT WILL CLOSE THAT YEAR.                   00124001
001250* MODIFIED ON : 15 OCT 2026 - EXEMPTIONS ALLOWED AND TAXABLE      00125002
001260*               SALARY PRINTED, WITH EACH DECLARATION CLAIMED FOR 00126002
001270*               THE YEAR (DDDECL) AND ITS CAP (DDXCAP).           00127002
001300***************************************************************** 00130000
001400 ENVIRONMENT DIVISION.                                            00140000
001500 INPUT-OUTPUT SECTION.                                            00150000
002300       ORGANIZATION IS SEQUENTIAL                                 00230000
002400       ACCESS MODE IS SEQUENTIAL                                  00240000
002500       FILE STATUS CT-STATUS.                                     00250000
002510*                                                                 00251001
002520       SELECT CCTL-FILE ASSIGN TO DDCCTL                          00252001
002530       ORGANIZATION IS SEQUENTIAL                                 00253001
002540       ACCESS MODE IS SEQUENTIAL                                  00254001
002550       FILE STATUS TC-STATUS.                                     00255001
002551*                                                                 00255102
002552       SELECT DECL-FILE ASSIGN TO DDDECL                          00255202
002553       ORGANIZATION IS INDEXED                                    00255302
002554       ACCESS MODE IS DYNAMIC                                     00255402
002555       RECORD KEY IS DC-DECL-KEY                                  00255502
002556       FILE STATUS DC-STATUS.                                     00255602
002557*                                                                 00255702
002558       SELECT XCAP-FILE ASSIGN TO DDXCAP                          00255802
002559       ORGANIZATION IS SEQUENTIAL                                 00255902
002560       ACCESS MODE IS SEQUENTIAL                                  00256002
002561       FILE STATUS XC-STATUS.                                     00256102
002600*                                                                 00260000
002700 DATA DIVISION.                                                   00270000
002800 FILE SECTION.                                                    00280000
004100       05 IP-CNSAL           PIC 9(5)V9(2) USAGE COMP-3.          00410000
004200       05 FILLER             PIC X.                               00420000
004300       05 IP-BRACKET         PIC 9(3).                            00430000
004310       05 FILLER             PIC X.                               00431002
004320       05 IP-CTXSAL          PIC 9(5)V9(2) USAGE COMP-3.          00432002
004330       05 FILLER             PIC X.                               00433002
004340       05 IP-CEXMT           PIC 9(5)V9(2) USAGE COMP-3.          00434002
004350       05 FILLER             PIC X(26).                           00435002
004500 FD CERTFILE RECORDING MODE F.                                    00450000
004600 01 CERT-REC PIC X(80).                                           00460000
004610 FD CCTL-FILE RECORDING MODE F.                                   00461001
004620 COPY TAXCREC REPLACING ==:TXC:== BY ==TC==.                      00462001
004630 FD DECL-FILE.                                                    00463002
004640 COPY DECLREC REPLACING ==:DCL:== BY ==DC==.                      00464002
004650 FD XCAP-FILE RECORDING MODE F.                                   00465002
004660 COPY XCAPREC REPLACING ==:XCP:== BY ==XC==.                      00466002
004700 WORKING-STORAGE SECTION.                                         00470000
004800 01 WS-FILE-STATUSES.                                             00480000
004900     05 IP-STATUS PIC XX.                                         00490000
005200     88 IP-EOF     VALUE '10'.                                    00520000
005300     05 CT-STATUS PIC XX.                                         00530000
005400     88 CT-OPEN-OK VALUE '00'.                                    00540000
005410     05 TC-STATUS PIC XX.                                         00541001
005420     88 TC-OPEN-OK  VALUE '00'.                                   00542001
005430     88 TC-WRITE-OK VALUE '00'.                                   00543001
005435     05 DC-STATUS PIC XX.                                         00543502
005440     88 DC-OPEN-OK  VALUE '00'.                                   00544002
005445     88 DC-READ-OK  VALUE '00'.                                   00544502
005450     88 DC-EOF      VALUE '10'.                                   00545002
005455     05 XC-STATUS PIC XX.                                         00545502
005460     88 XC-OPEN-OK  VALUE '00'.                                   00546002
005465     88 XC-READ-OK  VALUE '00'.                                   00546502
005470     88 XC-EOF      VALUE '10'.                                   00547002
005500 01 WS-SERIAL     PIC 9(6) VALUE ZEROS.                           00550000
005600 01 WS-RUN-YEAR   PIC 9(4).                                       00560000
005610 01 WS-YEAR-IN    PIC X(4).                                       00561001
005700 01 WS-TODAY      PIC 9(8).                                       00570000
005705 01 WS-DECL-SW      PIC X VALUE 'N'.                              00570502
005710     88 DECL-OPEN           VALUE 'Y'.                            00571002
005715 01 WS-DECL-END-SW  PIC X VALUE 'N'.                              00571502
005720     88 DECL-DONE           VALUE 'Y'.                            00572002
005725 01 WS-DECL-PRTD    PIC 9(2) VALUE ZEROS.                         00572502
005730 01 WS-DECL-ALLOW   PIC 9(7)V99 VALUE ZEROS.                      00573002
005735 01 XC-CNT          PIC 9(2) VALUE ZEROS.                         00573502
005740 01 WS-XC-IDX       PIC 9(2) VALUE ZEROS.                         00574002
005745 01 WS-XC-USE       PIC 9(2) VALUE ZEROS.                         00574502
005750 01 WS-XCAP-TABLE.                                                00575002
005755     05 WS-XC-ENT OCCURS 20 TIMES.                                00575502
005760        10 WS-XC-TYPE  PIC X(2).                                  00576002
005765        10 WS-XC-CAP   PIC 9(7)V99.                               00576502
005770        10 WS-XC-DESC  PIC X(20).                                 00577002
005800 01 WS-EDITS.                                                     00580000
005900     05 WS-SAL-ED  PIC ZZ,ZZ9.99.                                 00590000
006000     05 WS-TAX-ED  PIC ZZ,ZZ9.999.                                00600000
006100     05 WS-NET-ED  PIC ZZ,ZZ9.99.                                 00610000
006200     05 WS-BRKT-ED PIC ZZ9.                                       00620000
006300     05 WS-SER-ED  PIC 9(6).                                      00630000
006310     05 WS-EXM-ED  PIC ZZ,ZZ9.99.                                 00631002
006320     05 WS-TXS-ED  PIC ZZ,ZZ9.99.                                 00632002
006330     05 WS-DCL-ED  PIC Z,ZZZ,ZZ9.99.                              00633002
006340     05 WS-ALW-ED  PIC Z,ZZZ,ZZ9.99.                              00634002
006400 01 WS-CNTRS.                                                     00640000
006500     05 IP-CNTR   PIC 9(6) VALUE ZEROS.                           00650000
006600     05 CERT-CNTR PIC 9(6) VALUE ZEROS.                           00660000
009600      END-IF.                                                     00960000
009700      ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         00970000
009800      MOVE WS-TODAY(1:4) TO WS-RUN-YEAR.                          00980000
009805      DISPLAY 'TAX YEAR TO CERTIFY (BLANK = ' WS-RUN-YEAR ') : '. 00980501
009810      ACCEPT WS-YEAR-IN.                                          00981001
009815      IF WS-YEAR-IN NUMERIC                                       00981501
009820         MOVE WS-YEAR-IN TO WS-RUN-YEAR                           00982001
009825      ELSE                                                        00982501
009830         IF WS-YEAR-IN NOT = SPACES                               00983001
009835            DISPLAY 'INVALID TAX YEAR ' WS-YEAR-IN                00983501
009840               ' - RUN YEAR ASSUMED'                              00984001
009845         END-IF                                                   00984501
009850      END-IF.                                                     00985001
009855      DISPLAY 'CERTIFYING TAX YEAR : ' WS-RUN-YEAR.               00985501
009860      PERFORM 1100-LOAD-CAPS THRU 1100-LOAD-EXIT.                 00986002
009865      OPEN INPUT DECL-FILE.                                       00986502
009870      IF DC-OPEN-OK                                               00987002
009875         MOVE 'Y' TO WS-DECL-SW                                   00987502
009880      ELSE                                                        00988002
009885         DISPLAY 'NO DECLARATIONS FILE - NONE LISTED'             00988502
009890      END-IF.                                                     00989002
009900      EXIT.                                                       00990000
009901 1100-LOAD-CAPS.                                                  00990102
009902      OPEN INPUT XCAP-FILE.                                       00990202
009903      IF NOT XC-OPEN-OK                                           00990302
009904         DISPLAY 'NO EXEMPTION CAP CARDS - NOTHING SHOWN ALLOWED' 00990402
009905         GO TO 1100-LOAD-EXIT                                     00990502
009906      END-IF.                                                     00990602
009907      PERFORM 1110-READ-CAP UNTIL XC-EOF.                         00990702
009908      CLOSE XCAP-FILE.                                            00990802
009909      DISPLAY 'EXEMPTION CAPS LOADED : ' XC-CNT.                  00990902
009910 1100-LOAD-EXIT.                                                  00991002
009911      EXIT.                                                       00991102
009912 1110-READ-CAP.                                                   00991202
009913      READ XCAP-FILE.                                             00991302
009914      EVALUATE TRUE                                               00991402
009915         WHEN XC-READ-OK                                          00991502
009916            IF XC-CAP-REC(1:1) = '*'                              00991602
009917               CONTINUE                                           00991702
009918            ELSE                                                  00991802
009919               IF XC-TYPE = SPACES                                00991902
009920                  OR XC-ANNUAL-CAP NOT NUMERIC                    00992002
009921                  DISPLAY 'BAD CAP CARD SKIPPED : ' XC-CAP-REC    00992102
009922               ELSE                                               00992202
009923                  IF XC-CNT < 20                                  00992302
009924                     ADD 1 TO XC-CNT                              00992402
009925                     MOVE XC-TYPE TO WS-XC-TYPE(XC-CNT)           00992502
009926                     MOVE XC-ANNUAL-CAP TO WS-XC-CAP(XC-CNT)      00992602
009927                     MOVE XC-TYPE-DESC TO WS-XC-DESC(XC-CNT)      00992702
009928                  ELSE                                            00992802
009929                     DISPLAY 'CAP TABLE FULL - CARD SKIPPED'      00992902
009930                  END-IF                                          00993002
009931               END-IF                                             00993102
009932            END-IF                                                00993202
009933         WHEN XC-EOF                                              00993302
009934            CONTINUE                                              00993402
009935         WHEN OTHER                                               00993502
009936            MOVE '1110-READ-CAP' TO ERR-PARA                      00993602
009937            MOVE 'XCAP-FILE' TO ERR-FILE-ID                       00993702
009938            MOVE XC-STATUS TO ERR-FILE-STATUS                     00993802
009939            PERFORM 9000-ERR-PARA                                 00993902
009940      END-EVALUATE.                                               00994002
009941      EXIT.                                                       00994102
010000 3000-PRCS-RECS.                                                  01000000
010100      READ IP-FILE.                                               01010000
010200      EVALUATE TRUE                                               01020000
013400         DELIMITED BY SIZE INTO CERT-REC                          01340000
013500      END-STRING.                                                 01350000
013600      WRITE CERT-REC.                                             01360000
013601*     OUTPUT WRITTEN BEFORE EXEMPTIONS WERE CARRIED HAS SPACES    01360102
013602*     IN THE TAXABLE AND EXEMPTION FIELDS - THE WHOLE GROSS       01360202
013603*     WAS TAXED.                                                  01360302
013604      IF IP-CEXMT NUMERIC AND IP-CTXSAL NUMERIC                   01360402
013605         MOVE IP-CEXMT TO WS-EXM-ED                               01360502
013606         MOVE IP-CTXSAL TO WS-TXS-ED                              01360602
013607      ELSE                                                        01360702
013608         MOVE ZEROS TO WS-EXM-ED                                  01360802
013609         MOVE IP-CSAL TO WS-TXS-ED                                01360902
013610      END-IF.                                                     01361002
013611      MOVE SPACES TO CERT-REC.                                    01361102
013612      STRING 'EXEMPTIONS ALLOWED  : ' WS-EXM-ED                   01361202
013613         DELIMITED BY SIZE INTO CERT-REC                          01361302
013614      END-STRING.                                                 01361402
013615      WRITE CERT-REC.                                             01361502
013616      MOVE SPACES TO CERT-REC.                                    01361602
013617      STRING 'TAXABLE SALARY      : ' WS-TXS-ED                   01361702
013618         DELIMITED BY SIZE INTO CERT-REC                          01361802
013619      END-STRING.                                                 01361902
013620      WRITE CERT-REC.                                             01362002
013621      PERFORM 3200-PRINT-DECLS THRU 3200-PRINT-EXIT.              01362102
013700      MOVE IP-BRACKET TO WS-BRKT-ED.                              01370000
013800      MOVE SPACES TO CERT-REC.                                    01380000
013900      STRING 'BRACKET APPLIED     : ' WS-BRKT-ED ' PCT'           01390000
016100         TO CERT-REC.                                             01610000
016200      WRITE CERT-REC.                                             01620000
016300      EXIT.                                                       01630000
016301 3200-PRINT-DECLS.                                                01630102
016302*     ONE LINE PER DECLARATION THE CUSTOMER MADE FOR THE YEAR -   01630202
016303*     WHAT WAS DECLARED AND HOW MUCH OF IT THE CAP AND THE        01630302
016304*     PROOF RULE ALLOW FOR THE YEAR.                              01630402
016305      MOVE ZEROS TO WS-DECL-PRTD.                                 01630502
016306      IF NOT DECL-OPEN                                            01630602
016307         GO TO 3200-PRINT-NONE                                    01630702
016308      END-IF.                                                     01630802
016309      MOVE IP-CID TO DC-CID.                                      01630902
016310      MOVE WS-RUN-YEAR TO DC-TAX-YEAR.                            01631002
016311      MOVE LOW-VALUES TO DC-TYPE.                                 01631102
016312      START DECL-FILE KEY NOT LESS THAN DC-DECL-KEY.              01631202
016313      IF NOT DC-READ-OK                                           01631302
016314         GO TO 3200-PRINT-NONE                                    01631402
016315      END-IF.                                                     01631502
016316      MOVE 'N' TO WS-DECL-END-SW.                                 01631602
016317      PERFORM 3210-READ-DECL UNTIL DECL-DONE.                     01631702
016318 3200-PRINT-NONE.                                                 01631802
016319      IF WS-DECL-PRTD = ZEROS                                     01631902
016320         MOVE SPACES TO CERT-REC                                  01632002
016321         MOVE 'EXEMPTIONS CLAIMED  : NONE' TO CERT-REC            01632102
016322         WRITE CERT-REC                                           01632202
016323      END-IF.                                                     01632302
016324 3200-PRINT-EXIT.                                                 01632402
016325      EXIT.                                                       01632502
016326 3210-READ-DECL.                                                  01632602
016327      READ DECL-FILE NEXT RECORD.                                 01632702
016328      EVALUATE TRUE                                               01632802
016329         WHEN DC-EOF                                              01632902
016330            MOVE 'Y' TO WS-DECL-END-SW                            01633002
016331         WHEN DC-READ-OK                                          01633102
016332            IF DC-CID NOT = IP-CID                                01633202
016333               OR DC-TAX-YEAR NOT = WS-RUN-YEAR                   01633302
016334               MOVE 'Y' TO WS-DECL-END-SW                         01633402
016335            ELSE                                                  01633502
016336               PERFORM 3220-PRINT-DECL                            01633602
016337            END-IF                                                01633702
016338         WHEN OTHER                                               01633802
016339            MOVE '3210-READ-DECL' TO ERR-PARA                     01633902
016340            MOVE 'DECL-FILE' TO ERR-FILE-ID                       01634002
016341            MOVE DC-STATUS TO ERR-FILE-STATUS                     01634102
016342            PERFORM 9000-ERR-PARA                                 01634202
016343      END-EVALUATE.                                               01634302
016344      EXIT.                                                       01634402
016345 3220-PRINT-DECL.                                                 01634502
016346      IF WS-DECL-PRTD = ZEROS                                     01634602
016347         MOVE SPACES TO CERT-REC                                  01634702
016348         MOVE 'EXEMPTIONS CLAIMED  :' TO CERT-REC                 01634802
016349         WRITE CERT-REC                                           01634902
016350      END-IF.                                                     01635002
016351      ADD 1 TO WS-DECL-PRTD.                                      01635102
016352      MOVE ZEROS TO WS-XC-USE WS-DECL-ALLOW.                      01635202
016353      PERFORM 3225-FIND-CAP                                       01635302
016354         VARYING WS-XC-IDX FROM 1 BY 1                            01635402
016355         UNTIL WS-XC-IDX > XC-CNT.                                01635502
016356      IF DC-AMOUNT NOT NUMERIC                                    01635602
016357         MOVE ZEROS TO DC-AMOUNT                                  01635702
016358      END-IF.                                                     01635802
016359      MOVE DC-AMOUNT TO WS-DCL-ED.                                01635902
016360      MOVE SPACES TO CERT-REC.                                    01636002
016361      IF WS-XC-USE = ZEROS                                        01636102
016362         STRING '  ' DC-TYPE ' UNLISTED TYPE       '              01636202
016363                ' DECLARED ' WS-DCL-ED '  NOT ALLOWED'            01636302
016364            DELIMITED BY SIZE INTO CERT-REC                       01636402
016365         END-STRING                                               01636502
016366      ELSE                                                        01636602
016367         IF NOT DC-PROOF-RCVD                                     01636702
016368            STRING '  ' DC-TYPE ' ' WS-XC-DESC(WS-XC-USE)         01636802
016369                   ' DECLARED ' WS-DCL-ED '  NO PROOF'            01636902
016370               DELIMITED BY SIZE INTO CERT-REC                    01637002
016371            END-STRING                                            01637102
016372         ELSE                                                     01637202
016373            IF DC-AMOUNT > WS-XC-CAP(WS-XC-USE)                   01637302
016374               MOVE WS-XC-CAP(WS-XC-USE) TO WS-DECL-ALLOW         01637402
016375            ELSE                                                  01637502
016376               MOVE DC-AMOUNT TO WS-DECL-ALLOW                    01637602
016377            END-IF                                                01637702
016378            MOVE WS-DECL-ALLOW TO WS-ALW-ED                       01637802
016379            STRING '  ' DC-TYPE ' ' WS-XC-DESC(WS-XC-USE)         01637902
016380                   ' DECLARED ' WS-DCL-ED '  ALLOWED ' WS-ALW-ED  01638002
016381               DELIMITED BY SIZE INTO CERT-REC                    01638102
016382            END-STRING                                            01638202
016383         END-IF                                                   01638302
016384      END-IF.                                                     01638402
016385      WRITE CERT-REC.                                             01638502
016386      EXIT.                                                       01638602
016387 3225-FIND-CAP.                                                   01638702
016388      IF WS-XC-TYPE(WS-XC-IDX) = DC-TYPE                          01638802
016389         MOVE WS-XC-IDX TO WS-XC-USE                              01638902
016390      END-IF.                                                     01639002
016391      EXIT.                                                       01639102
016400 4000-CLOSE-PARA.                                                 01640000
016500      MOVE SPACES TO CERT-REC.                                    01650000
016600      STRING 'CERTIFICATES ISSUED : ' CERT-CNTR                   01660000
016900      END-STRING.                                                 01690000
017000      WRITE CERT-REC.                                             01700000
017100      CLOSE IP-FILE CERTFILE.                                     01710000
017101      IF DECL-OPEN                                                01710102
017102         CLOSE DECL-FILE                                          01710202
017103      END-IF.                                                     01710302
017110      PERFORM 4100-WRITE-CONTROL.                                 01711001
017200      DISPLAY 'RECORDS READ        : ' IP-CNTR.                   01720000
017300      DISPLAY 'CERTIFICATES ISSUED : ' CERT-CNTR.                 01730000
017400      EXIT.                                                       01740000
017401 4100-WRITE-CONTROL.                                              01740101
017402      OPEN OUTPUT CCTL-FILE.                                      01740201
017403      IF NOT TC-OPEN-OK                                           01740301
017404         MOVE '4100-WRITE-CONTROL' TO ERR-PARA                    01740401
017405         MOVE 'CCTL-FILE' TO ERR-FILE-ID                          01740501
017406         MOVE TC-STATUS TO ERR-FILE-STATUS                        01740601
017407         PERFORM 9000-ERR-PARA                                    01740701
017408      END-IF.                                                     01740801
017409      MOVE SPACES TO TC-CTL-REC.                                  01740901
017410      MOVE 'CERTCTL ' TO TC-REC-TYPE.                             01741001
017411      MOVE WS-RUN-YEAR TO TC-TAX-YEAR.                            01741101
017412      MOVE WS-TODAY TO TC-RUN-DATE.                               01741201
017413      ACCEPT TC-RUN-TIME FROM TIME.                               01741301
017414      MOVE CERT-CNTR TO TC-CERT-CNT.                              01741401
017415      WRITE TC-CTL-REC.                                           01741501
017416      IF NOT TC-WRITE-OK                                          01741601
017417         MOVE '4100-WRITE-CONTROL' TO ERR-PARA                    01741701
017418         MOVE 'CCTL-FILE' TO ERR-FILE-ID                          01741801
017419         MOVE TC-STATUS TO ERR-FILE-STATUS                        01741901
017420         PERFORM 9000-ERR-PARA                                    01742001
017421      END-IF.                                                     01742101
017422      CLOSE CCTL-FILE.                                            01742201
017423      EXIT.                                                       01742301
017500 9000-ERR-PARA.                                                   01750000
017600      DISPLAY WS-ERR-DESC.                                        01760000
017700      MOVE 30 TO RETURN-CODE.                                     01770000
