001140*               COURSE, UNLESS THE ADVISER MARKS THE ACTION       00114001
001150*               WAIVED.  AFTER THE ACTIONS A ROSTER IS PRINTED    00115001
001200*               PER COURSE, WITH WAIVED ENROLS LISTED APART.      00120001
001210*               A STUDENT WHOSE ROW CRSCOMPL POSTED AS FAILED     00121022
001220*               ('F') MAY ENROL AGAIN TO RETAKE THE COURSE.       00122022
001230*               A COURSE RETIRED ON M4CRS (CRSSTATUS 'R') TAKES   00123023
001240*               NO NEW ENROLMENTS.                                00124023
001300* AUTHOR      : BOOSAN                                            00130000
001400* CREATED ON  : 21 JUL 2026                                       00140000
001410* MODIFIED ON : 15 OCT 2026 - FAILED STUDENTS MAY RE-ENROL TO     00141022
001420*               RETAKE A COURSE                                   00142022
001430* MODIFIED ON : 15 OCT 2026 - NO ENROLMENT INTO A COURSE          00143023
001440*               CRSMAINT HAS RETIRED                              00144023
001450* MODIFIED ON : 15 OCT 2026 - COMPLETION TABLE RAISED TO 20000    00145024
001460*               ENTRIES; A FULL TABLE ENDS THE RUN                00146024
001500***************************************************************** 00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
008155        05 W01-SID-ED       PIC 9(10).                            00815500
008156        05 HV-PREREQID      PIC X(5).                             00815601
008157        05 HV-IND-PREREQ    PIC S9(4) COMP.                       00815701
008167        05 W01-PRIOR-STATUS PIC X.                                00816722
008177        05 HV-CRSSTATUS     PIC X.                                00817723
008200        05 W01-CNT-ED       PIC ZZZ9.                             00820000
008300 01 WS-CNTRS.                                                     00830000
008400        05 IP-CNTR      PIC 9(6) VALUE ZEROS.                     00840000
008910        05 PREREJ-CNTR  PIC 9(6) VALUE ZEROS.                     00891001
008920        05 WAIVE-CNTR   PIC 9(6) VALUE ZEROS.                     00892001
008930 01 W02-COMP-CTLS.                                                00893001
008940        05 CP-CNT PIC 9(5) VALUE 0.                               00894024
008950        05 W02-CP-IDX PIC 9(5) VALUE 0.                           00895024
008960        05 W02-CP-FND PIC 9(5) VALUE 0.                           00896024
008970 01 W02-COMP-TABLE.                                               00897001
008980        05 W02-CP-ENT OCCURS 20000 TIMES                          00898024
008990                      DEPENDING ON CP-CNT.                        00899001
008991           10 W02-CP-SID    PIC 9(10).                            00899101
008992           10 W02-CP-COURSE PIC X(5).                             00899201
010100 0000-MAIN-PARA.                                                  01010000
010200        PERFORM 1000-INIT.                                        01020000
010300        PERFORM 2000-OPEN.                                        01030000
010310        PERFORM 2500-LOAD-COMPL THRU 2500-LOAD-EXIT.              01031022
010400        PERFORM 3000-READ UNTIL C01W-IP-EOF.                      01040000
010500        PERFORM 5000-ROSTERS.                                     01050000
010510        PERFORM 5500-WAIVED-LIST.                                 01051001
013425        READ TI002-COMP-FILE.                                     01342501
013426        EVALUATE TRUE                                             01342601
013427        WHEN C01W-CP-OK                                           01342701
013428        IF CP-CNT < 20000                                         01342824
013429           ADD 1 TO CP-CNT                                        01342901
013430           MOVE CP-SID TO W02-CP-SID(CP-CNT)                      01343024
013431           MOVE CP-COURSEID TO W02-CP-COURSE(CP-CNT)              01343124
013432        ELSE                                                      01343224
013433           MOVE '2510-READ-COMPL' TO ERR-PARA                     01343324
013434           MOVE 'COMPL TABLE FULL' TO ERR-DESC                    01343424
013435           MOVE CP-CNT TO ERR-CODE                                01343524
013436           PERFORM 9000-ERR-HANDLER                               01343624
013437        END-IF                                                    01343724
013438        WHEN C01W-CP-EOF                                          01343824
013439        CONTINUE                                                  01343924
013440        WHEN OTHER                                                01344024
013441        MOVE '2510-READ-COMPL' TO ERR-PARA                        01344124
013442        MOVE 'ERR READING COMPL FILE' TO ERR-DESC                 01344224
013443        MOVE W01-CP-STATUS TO ERR-CODE                            01344324
013444        PERFORM 9000-ERR-HANDLER                                  01344424
013445        END-EVALUATE.                                             01344524
013446        EXIT.                                                     01344624
013500 3000-READ.                                                       01350000
013600        READ TI001-IP-FILE.                                       01360000
013700        EVALUATE TRUE                                             01370000
014000        PERFORM 3010-LOAD-HV                                      01400000
014100        EVALUATE FUNCTION UPPER-CASE(IP-ACTION)                   01410000
014200          WHEN 'E'                                                01420000
014300             PERFORM 3100-ENROL THRU 3100-ENROL-EXIT              01430022
014400          WHEN 'D'                                                01440000
014500             PERFORM 3200-DROP                                    01450000
014600          WHEN OTHER                                              01460000
016500 3100-ENROL.                                                      01650000
016600*       CAPACITY CHECK - SEATS TAKEN VS M4CRS CAPACITY            01660000
016700        EXEC SQL                                                  01670000
016800          SELECT CAPACITY, VALUE(CRSSTATUS, 'A')                  01680023
016810            INTO :HV-CAPACITY, :HV-CRSSTATUS                      01681023
016900            FROM M4CRS                                            01690000
017000           WHERE COURSEID = :HV-COURSEID                          01700000
017100        END-EXEC.                                                 01710000
018300        MOVE W01-SQLCODE TO ERR-CODE                              01830000
018400        PERFORM 9500-SQL-ERR-HANDLER                              01840000
018500        END-EVALUATE.                                             01850000
018501        IF HV-CRSSTATUS = 'R'                                     01850123
018502           DISPLAY 'COURSE RETIRED : ' IP-COURSEID                01850223
018503           ADD 1 TO REJ-CNTR                                      01850323
018504           GO TO 3100-ENROL-EXIT                                  01850423
018505        END-IF.                                                   01850523
018510        PERFORM 3150-CHECK-PREREQ.                                01851001
018520        IF HV-IND-PREREQ >= 0 AND HV-PREREQID NOT = SPACES        01852001
018530           MOVE 0 TO W02-CP-FND                                   01853001
021700           PERFORM 4100-RPT-WAITLISTED                            02170000
021800        END-IF                                                    02180000
021900        WHEN C01W-SQL-DUPKEY                                      02190000
022000        PERFORM 3170-RETAKE-ENROL                                 02200022
022200        WHEN OTHER                                                02220000
022300        MOVE '3100-ENROL' TO ERR-PARA                             02230000
022400        MOVE 'ERR INSERTING M4STD' TO ERR-DESC                    02240000
022700        END-EVALUATE.                                             02270000
022800 3100-ENROL-EXIT.                                                 02280000
022900        EXIT.                                                     02290000
022901 3170-RETAKE-ENROL.                                               02290122
022902*       THE ROW IS ALREADY THERE - ONLY A FAILED ('F') ROW MAY    02290222
022903*       BE TAKEN AGAIN; IT GOES BACK TO 'E' OR 'W' AND LOSES ITS  02290322
022904*       OLD GRADE                                                 02290422
022905        EXEC SQL                                                  02290522
022906          SELECT ENRL_STATUS                                      02290622
022907            INTO :W01-PRIOR-STATUS                                02290722
022908            FROM M4STD                                            02290822
022909           WHERE SID = :HV-SID                                    02290922
022910             AND COURSEID = :HV-COURSEID                          02291022
022911        END-EXEC.                                                 02291122
022912        MOVE SQLCODE TO W01-SQLCODE.                              02291222
022913        IF NOT C01W-SQL-OK                                        02291322
022914           MOVE '3170-RETAKE-ENROL' TO ERR-PARA                   02291422
022915           MOVE 'ERR READING M4STD' TO ERR-DESC                   02291522
022916           MOVE W01-SQLCODE TO ERR-CODE                           02291622
022917           PERFORM 9500-SQL-ERR-HANDLER                           02291722
022918        END-IF.                                                   02291822
022919        IF W01-PRIOR-STATUS NOT = 'F'                             02291922
022920           DISPLAY 'ALREADY ENROLLED : ' IP-SID ' ' IP-COURSEID   02292022
022921           ADD 1 TO REJ-CNTR                                      02292122
022922        ELSE                                                      02292222
022923           EXEC SQL                                               02292322
022924             UPDATE M4STD                                         02292422
022925                SET ENRL_STATUS = :HV-ENRL-STATUS,                02292522
022926                    GRADE = ' '                                   02292622
022927              WHERE SID = :HV-SID                                 02292722
022928                AND COURSEID = :HV-COURSEID                       02292822
022929           END-EXEC                                               02292922
022930           MOVE SQLCODE TO W01-SQLCODE                            02293022
022931           IF NOT C01W-SQL-OK                                     02293122
022932              MOVE '3170-RETAKE-ENROL' TO ERR-PARA                02293222
022933              MOVE 'ERR RE-ENROLLING M4STD' TO ERR-DESC           02293322
022934              MOVE W01-SQLCODE TO ERR-CODE                        02293422
022935              PERFORM 9500-SQL-ERR-HANDLER                        02293522
022936           END-IF                                                 02293622
022937           DISPLAY 'RETAKE ENROL : ' IP-SID ' ' IP-COURSEID       02293722
022938           IF HV-ENRL-STATUS = 'E'                                02293822
022939              ADD 1 TO ENRL-CNTR                                  02293922
022940           ELSE                                                   02294022
022941              ADD 1 TO WAIT-CNTR                                  02294122
022942              PERFORM 4100-RPT-WAITLISTED                         02294222
022943           END-IF                                                 02294322
022944        END-IF.                                                   02294422
022945        EXIT.                                                     02294522
023000 3200-DROP.                                                       02300000
023010*       FETCH THE ENROLLMENT STATUS FIRST - DROPPING A            02301001
023020*       WAITLISTED STUDENT FREES NO SEAT, SO ONLY AN 'E'          02302001
