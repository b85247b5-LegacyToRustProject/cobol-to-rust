000100*****************************************************************
000200* PROGRAM   -  CBL0022
000300* AUTHOR    -  DATA PROCESSING DEPT
000400* DATE      -  10/15/2026
000500*
000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   TRANSFER AND EXAM CREDIT (LETTER 'T') FOR A
000802*                  CATALOG COURSE PASSES THAT COURSE, WITH THE
000803*                  HOURS IT WAS POSTED WITH.  ELECTIVE-PLACEHOLDER
000804*                  ROWS SATISFY NO COURSE LINE; THEIR HOURS REACH
000805*                  THE AUDIT THROUGH THE MASTER'S CUMULATIVE
000806*                  CREDITS.
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 10/15/2026 DPD   NEW PROGRAM.  DEGREE AUDIT AND GRADUATION
001000*                  ELIGIBILITY, REPLACING THE SPRING CHECK OF
001100*                  TRANSCRIPT PRINTOUTS AGAINST THE CATALOG BY
001200*                  HAND.  EVERY STUDENT ON THE GPA MASTER IS
001300*                  MATCHED AGAINST THE REQUIREMENTS OF THE
001400*                  PROGRAM OF STUDY ON THE STUDENT MASTER, TAKEN
001500*                  FROM THE DEGREE-REQUIREMENTS FILE (DEGREQ):
001600*                  EVERY REQUIRED COURSE PASSED, EVERY ELECTIVE
001700*                  BLOCK'S CREDITS EARNED, THE MINIMUM TOTAL
001800*                  CREDITS AND THE MINIMUM CUMULATIVE GPA.  A
001900*                  COURSE COUNTS AS PASSED WHEN ITS LATEST REAL-
002000*                  LETTER ATTEMPT ON THE COMBINED GRADE HISTORY
002100*                  (ACTIVE FILE PLUS ARCHIVE) IS A THROUGH D, THE
002200*                  SAME GRADE-REPLACEMENT RULE AS THE ROLLUP.  A
002300*                  STUDENT MEETING EVERYTHING GOES ON THE
002400*                  GRADUATION-ELIGIBLE LIST FOR COMMENCEMENT;
002500*                  ANY OTHER GETS A SECTION OF THE DEFICIENCY
002600*                  REPORT NAMING EACH MISSING COURSE OR SHORTFALL.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CBL0022.
003000 AUTHOR. DATA PROCESSING DEPT.
003100 INSTALLATION. DATA PROCESSING.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CONTROL-FILE ASSIGN TO "CB22CTL"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT REQUIREMENT-FILE ASSIGN TO "DEGREQ"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DEGREQ-STATUS.
004400
004500     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-GRADHIST-STATUS.
004800
004900     SELECT ARCHIVE-FILE ASSIGN TO "GHARCH"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-GHARCH-STATUS.
005200
005300     SELECT SORT-WORK-FILE ASSIGN TO "DASORT".
005400
005500     SELECT SORTED-HIST-FILE ASSIGN TO "DASRTD"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT COURSE-CREDIT-FILE ASSIGN TO "CRSCRED"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT GPA-FILE ASSIGN TO "GPANEW"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-GPA-STATUS.
006400
006500     SELECT STUDENT-FILE ASSIGN TO "STUMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS STU-ID
006900         FILE STATUS IS WS-STUDENT-STATUS.
007000
007100     SELECT ELIGIBLE-FILE ASSIGN TO "GRADELIG"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT REPORT-FILE ASSIGN TO "DEGDEFRP"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RUNLOG-STATUS.
007910
007920     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
007930         ORGANIZATION IS LINE SEQUENTIAL
007940         FILE STATUS IS PC-EXPJOBS-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CONTROL-FILE
008400     RECORDING MODE IS F.
008500 01  CONTROL-RECORD              PIC X(40).
008600
008700 FD  REQUIREMENT-FILE
008800     RECORDING MODE IS F.
008900 01  REQUIREMENT-RECORD          PIC X(40).
009000
009100 FD  GRADE-HISTORY-FILE
009200     RECORDING MODE IS F.
009300 01  GRADE-HISTORY-RECORD        PIC X(30).
009400
009500 FD  ARCHIVE-FILE
009600     RECORDING MODE IS F.
009700 01  ARCHIVE-RECORD              PIC X(30).
009800
009900 SD  SORT-WORK-FILE.
010000 01  SW-RECORD.
010100     05  SW-STU-ID                PIC X(09).
010200     05  SW-COURSE-CODE           PIC X(06).
010300     05  SW-TERM-CODE             PIC X(06).
010400     05  SW-LETTER                PIC X(01).
010500     05  FILLER                   PIC X(08).
010600
010700 FD  SORTED-HIST-FILE
010800     RECORDING MODE IS F.
010900 01  SORTED-HIST-RECORD          PIC X(30).
011000
011100 FD  COURSE-CREDIT-FILE
011200     RECORDING MODE IS F.
011300 01  COURSE-CREDIT-RECORD        PIC X(31).
011400
011500 FD  GPA-FILE
011600     RECORDING MODE IS F.
011700 01  GPA-RECORD                  PIC X(60).
011800
011900 FD  STUDENT-FILE.
012000 COPY STUDREC.
012100
012200 FD  ELIGIBLE-FILE
012300     RECORDING MODE IS F.
012400 01  ELIGIBLE-RECORD             PIC X(80).
012500
012600 FD  REPORT-FILE
012700     RECORDING MODE IS F.
012800 01  REPORT-RECORD               PIC X(80).
012900
013000 FD  RUN-LOG-FILE
013100     RECORDING MODE IS F.
013200 01  RUN-LOG-RECORD              PIC X(60).
013210
013220 FD  EXPECTED-JOB-FILE
013230     RECORDING MODE IS F.
013240 01  EXPECTED-JOB-RECORD         PIC X(100).
013300
013400 WORKING-STORAGE SECTION.
013500*
013600* EITHER HISTORY SOURCE MAY BE ABSENT, AS IN CBL0009.  A MISSING
013700* STUDENT MASTER LEAVES EVERY STUDENT WITHOUT A PROGRAM, AND A
013800* MISSING REQUIREMENTS FILE LEAVES EVERY PROGRAM UNDEFINED; THE
013900* AUDIT STILL RUNS AND REPORTS EVERY STUDENT DEFICIENT.
014000*
014100 01  WS-DEGREQ-STATUS            PIC X(02) VALUE ZERO.
014200 01  WS-GRADHIST-STATUS          PIC X(02) VALUE ZERO.
014300 01  WS-GHARCH-STATUS            PIC X(02) VALUE ZERO.
014400 01  WS-GPA-STATUS               PIC X(02) VALUE ZERO.
014500 01  WS-STUDENT-STATUS           PIC X(02) VALUE ZERO.
014600 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
014700 01  WS-STUMAST-OPEN-SW          PIC X(01) VALUE 'N'.
014800     88  WS-STUMAST-OPEN             VALUE 'Y'.
014900
015000 01  WS-DR-EOF-SW                PIC X(01) VALUE 'N'.
015100     88  WS-DR-EOF                   VALUE 'Y'.
015200 01  WS-GH-EOF-SW                PIC X(01) VALUE 'N'.
015300     88  WS-GH-EOF                   VALUE 'Y'.
015400 01  WS-AR-EOF-SW                PIC X(01) VALUE 'N'.
015500     88  WS-AR-EOF                   VALUE 'Y'.
015600 01  WS-SD-EOF-SW                PIC X(01) VALUE 'N'.
015700     88  WS-SD-EOF                   VALUE 'Y'.
015800 01  WS-GM-EOF-SW                PIC X(01) VALUE 'N'.
015900     88  WS-GM-EOF                   VALUE 'Y'.
016000 01  WS-CR-EOF-SW                PIC X(01) VALUE 'N'.
016100     88  WS-CR-EOF                   VALUE 'Y'.
016200 01  WS-CREDIT-FOUND-SW          PIC X(01) VALUE 'N'.
016300     88  WS-CREDIT-FOUND             VALUE 'Y'.
016400 01  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
016500     88  WS-FOUND                    VALUE 'Y'.
016600 01  WS-DEFICIENT-SW             PIC X(01) VALUE 'N'.
016700     88  WS-DEFICIENT                VALUE 'Y'.
016800
016900 01  WS-RUN-DATE                 PIC 9(08).
017000 01  WS-RUN-TIME-FULL.
017100     05  WS-RUN-TIME             PIC 9(06).
017200     05  FILLER                  PIC 9(02).
017300
017400 01  WS-STU-NAME                 PIC X(20) VALUE SPACES.
017500 01  WS-STU-PROGRAM              PIC X(06) VALUE SPACES.
017600
017700*
017800* COURSE-GROUP TRACKING FOR THE GRADE-REPLACEMENT RULE, AS IN
017900* CBL0015.
018000*
018100 01  WS-GRP-COURSE-CODE          PIC X(06) VALUE SPACES.
018200 01  WS-HELD-LETTER              PIC X(01) VALUE SPACE.
018250 01  WS-HELD-HOURS               PIC 99V9 VALUE ZERO.
018300 77  WS-CREDIT-HOURS             PIC 9V9 VALUE ZERO.
018400
018500 77  WS-CR-COUNT                 PIC 9(03) VALUE ZERO COMP.
018600 77  WS-PG-COUNT                 PIC 9(03) VALUE ZERO COMP.
018700 77  WS-RQ-COUNT                 PIC 9(04) VALUE ZERO COMP.
018800 77  WS-PS-COUNT                 PIC 9(03) VALUE ZERO COMP.
018900 77  WS-BK-COUNT                 PIC 9(03) VALUE ZERO COMP.
019000 77  WS-AUDIT-COUNT              PIC 9(06) VALUE ZERO COMP.
019100 77  WS-ELIGIBLE-COUNT           PIC 9(06) VALUE ZERO COMP.
019200 77  WS-DEFICIENT-COUNT          PIC 9(06) VALUE ZERO COMP.
019300 77  WS-EXC-COUNT                PIC 9(06) VALUE ZERO COMP.
019400 77  WS-HIST-COUNT               PIC 9(06) VALUE ZERO COMP.
019500
019600*
019700* COURSE-CREDIT TABLE, AS IN CBL0003.
019800*
019900 01  WS-CREDIT-TABLE.
020000     05  WS-CREDIT-ENTRY OCCURS 200 TIMES INDEXED BY WS-CR-IDX.
020100         10  WS-CR-CODE           PIC X(06).
020200         10  WS-CR-HOURS          PIC 9V9.
020300
020400*
020500* PROGRAM TOTALS ('P' RECORDS) AND EVERY COURSE REQUIREMENT ('R'
020600* AND 'E' RECORDS) FROM THE DEGREE-REQUIREMENTS FILE.
020700*
020800 01  WS-PROGRAM-TABLE.
020900     05  WS-PROGRAM-ENTRY OCCURS 50 TIMES INDEXED BY WS-PG-IDX.
021000         10  WS-PG-CODE           PIC X(06).
021100         10  WS-PG-MIN-CREDITS    PIC 9(03)V9.
021200         10  WS-PG-MIN-GPA        PIC 9V99.
021300
021400 01  WS-REQUIREMENT-TABLE.
021500     05  WS-REQUIREMENT-ENTRY OCCURS 2000 TIMES
021600             INDEXED BY WS-RQ-IDX.
021700         10  WS-RQ-PROGRAM        PIC X(06).
021800         10  WS-RQ-TYPE           PIC X(01).
021900         10  WS-RQ-COURSE-CODE    PIC X(06).
022000         10  WS-RQ-BLOCK-ID       PIC X(04).
022100         10  WS-RQ-MIN-CREDITS    PIC 9(03)V9.
022200
022300*
022400* THE CURRENT STUDENT'S PASSED COURSES, WITH THEIR CATALOG
022500* HOURS, AND THE ELECTIVE-BLOCK TALLY BUILT FROM THEM.
022600*
022700 01  WS-PASSED-TABLE.
022800     05  WS-PASSED-ENTRY OCCURS 300 TIMES INDEXED BY WS-PS-IDX.
022900         10  WS-PS-COURSE-CODE    PIC X(06).
023000         10  WS-PS-HOURS          PIC 99V9.
023100
023200 01  WS-BLOCK-TABLE.
023300     05  WS-BLOCK-ENTRY OCCURS 50 TIMES INDEXED BY WS-BK-IDX.
023400         10  WS-BK-ID             PIC X(04).
023500         10  WS-BK-NEED           PIC 9(03)V9.
023600         10  WS-BK-HAVE           PIC 9(03)V9.
023700
023800 COPY CB22CTL.
023900 COPY DEGREQ.
024000 COPY GRADHIST.
024100 COPY CRSCRED.
024200 COPY GPAMSTR.
024300 COPY DEGAUDRP.
024400 COPY RUNLOG.
024410 COPY EXPJREC.
024420 COPY PREDCHK.
024500
024600 PROCEDURE DIVISION.
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 2000-AUDIT-ONE-STUDENT THRU 2000-EXIT
025000         UNTIL WS-GM-EOF.
025100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
025200     STOP RUN.
025300
025400*----------------------------------------------------------------*
025500* 1000-INITIALIZE - READ THE CONTROL CARD, LOAD THE CATALOG AND
025600*                    THE REQUIREMENTS, SORT THE COMBINED GRADE
025700*                    HISTORY BY STUDENT/COURSE/TERM, OPEN THE
025800*                    MASTERS AND OUTPUTS AND PRIME THE READ-
025900*                    AHEADS.
026000*----------------------------------------------------------------*
026100 1000-INITIALIZE.
026200     OPEN INPUT CONTROL-FILE.
026300     READ CONTROL-FILE INTO CC-RECORD
026400         AT END
026500             MOVE SPACES TO CC-RECORD
026600     END-READ.
026700     CLOSE CONTROL-FILE.
026800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026900     ACCEPT WS-RUN-TIME-FULL FROM TIME.
026910     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
027000     PERFORM 1100-LOAD-CREDIT-TABLE THRU 1100-EXIT.
027100     PERFORM 1200-LOAD-REQUIREMENTS THRU 1200-EXIT.
027200     SORT SORT-WORK-FILE
027300         ON ASCENDING KEY SW-STU-ID
027400                          SW-COURSE-CODE
027500                          SW-TERM-CODE
027600         INPUT PROCEDURE IS 1300-RELEASE-HISTORY
027700             THRU 1300-EXIT
027800         GIVING SORTED-HIST-FILE.
027900     OPEN INPUT SORTED-HIST-FILE.
028000     OPEN INPUT STUDENT-FILE.
028100     IF WS-STUDENT-STATUS = "00"
028200         SET WS-STUMAST-OPEN TO TRUE
028300     END-IF.
028400     OPEN INPUT GPA-FILE.
028500     IF WS-GPA-STATUS = "35"
028600         SET WS-GM-EOF TO TRUE
028700     END-IF.
028800     OPEN OUTPUT ELIGIBLE-FILE
028900          OUTPUT REPORT-FILE.
029000     MOVE CC-GRAD-TERM TO EH-GRAD-TERM.
029100     MOVE WS-ELIGIBLE-HEADING TO ELIGIBLE-RECORD.
029200     WRITE ELIGIBLE-RECORD.
029300     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
029400     IF NOT WS-GM-EOF
029500         PERFORM 8100-READ-GPA-MASTER THRU 8100-EXIT
029600     END-IF.
029700 1000-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------------*
030100* 1100-LOAD-CREDIT-TABLE - LOAD THE COURSE-CREDIT REFERENCE FILE
030200*                           INTO A TABLE SEARCHED ONCE PER COURSE.
030300*----------------------------------------------------------------*
030400 1100-LOAD-CREDIT-TABLE.
030500     OPEN INPUT COURSE-CREDIT-FILE.
030600     PERFORM 1110-LOAD-CREDIT-RECORD THRU 1110-EXIT
030700         UNTIL WS-CR-EOF.
030800     CLOSE COURSE-CREDIT-FILE.
030900 1100-EXIT.
031000     EXIT.
031100
031200 1110-LOAD-CREDIT-RECORD.
031300     READ COURSE-CREDIT-FILE INTO CR-RECORD
031400         AT END
031500             SET WS-CR-EOF TO TRUE
031600     END-READ.
031700     IF WS-CR-EOF
031800         GO TO 1110-EXIT
031900     END-IF.
032000     ADD 1 TO WS-CR-COUNT.
032100     SET WS-CR-IDX TO WS-CR-COUNT.
032200     MOVE CR-COURSE-CODE  TO WS-CR-CODE(WS-CR-IDX).
032300     MOVE CR-CREDIT-HOURS TO WS-CR-HOURS(WS-CR-IDX).
032400 1110-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------------*
032800* 1200-LOAD-REQUIREMENTS - LOAD THE DEGREE-REQUIREMENTS FILE.
032900*                           'P' RECORDS GO TO THE PROGRAM TABLE,
033000*                           'R' AND 'E' RECORDS TO THE
033100*                           REQUIREMENT TABLE; ANY OTHER RECORD
033200*                           TYPE IS REPORTED AND SKIPPED.
033300*----------------------------------------------------------------*
033400 1200-LOAD-REQUIREMENTS.
033500     OPEN INPUT REQUIREMENT-FILE.
033600     IF WS-DEGREQ-STATUS = "35"
033700         GO TO 1200-EXIT
033800     END-IF.
033900     PERFORM 1210-LOAD-REQUIREMENT THRU 1210-EXIT
034000         UNTIL WS-DR-EOF.
034100     CLOSE REQUIREMENT-FILE.
034200 1200-EXIT.
034300     EXIT.
034400
034500 1210-LOAD-REQUIREMENT.
034600     READ REQUIREMENT-FILE INTO DR-RECORD
034700         AT END
034800             SET WS-DR-EOF TO TRUE
034900     END-READ.
035000     IF WS-DR-EOF
035100         GO TO 1210-EXIT
035200     END-IF.
035300     EVALUATE TRUE
035400         WHEN DR-PROGRAM-TOTALS
035500             PERFORM 1220-ADD-PROGRAM THRU 1220-EXIT
035600         WHEN DR-REQUIRED-COURSE
035700         WHEN DR-ELECTIVE-COURSE
035800             PERFORM 1230-ADD-REQUIREMENT THRU 1230-EXIT
035900         WHEN OTHER
036000             DISPLAY "CBL0022 - REQUIREMENT TYPE NOT P, R OR E, "
036100                 DR-PROGRAM-CODE " " DR-COURSE-CODE " SKIPPED"
036200             ADD 1 TO WS-EXC-COUNT
036300     END-EVALUATE.
036400 1210-EXIT.
036500     EXIT.
036600
036700 1220-ADD-PROGRAM.
036800     IF WS-PG-COUNT NOT < 50
036900         DISPLAY "CBL0022 - PROGRAM TABLE FULL, "
037000             DR-PROGRAM-CODE " NOT LOADED"
037100         ADD 1 TO WS-EXC-COUNT
037200         GO TO 1220-EXIT
037300     END-IF.
037400     ADD 1 TO WS-PG-COUNT.
037500     SET WS-PG-IDX TO WS-PG-COUNT.
037600     MOVE DR-PROGRAM-CODE TO WS-PG-CODE(WS-PG-IDX).
037700     MOVE DR-MIN-CREDITS  TO WS-PG-MIN-CREDITS(WS-PG-IDX).
037800     MOVE DR-MIN-GPA      TO WS-PG-MIN-GPA(WS-PG-IDX).
037900 1220-EXIT.
038000     EXIT.
038100
038200 1230-ADD-REQUIREMENT.
038300     IF WS-RQ-COUNT NOT < 2000
038400         DISPLAY "CBL0022 - REQUIREMENT TABLE FULL, "
038500             DR-PROGRAM-CODE " " DR-COURSE-CODE " NOT LOADED"
038600         ADD 1 TO WS-EXC-COUNT
038700         GO TO 1230-EXIT
038800     END-IF.
038900     ADD 1 TO WS-RQ-COUNT.
039000     SET WS-RQ-IDX TO WS-RQ-COUNT.
039100     MOVE DR-PROGRAM-CODE TO WS-RQ-PROGRAM(WS-RQ-IDX).
039200     MOVE DR-REC-TYPE     TO WS-RQ-TYPE(WS-RQ-IDX).
039300     MOVE DR-COURSE-CODE  TO WS-RQ-COURSE-CODE(WS-RQ-IDX).
039400     MOVE DR-BLOCK-ID     TO WS-RQ-BLOCK-ID(WS-RQ-IDX).
039500     MOVE DR-MIN-CREDITS  TO WS-RQ-MIN-CREDITS(WS-RQ-IDX).
039600 1230-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------*
040000* 1300-RELEASE-HISTORY - FEED THE SORT FROM BOTH HISTORY
040100*                         SOURCES, SKIPPING WHICHEVER IS ABSENT,
040200*                         AS IN CBL0009.
040300*----------------------------------------------------------------*
040400 1300-RELEASE-HISTORY.
040500     OPEN INPUT GRADE-HISTORY-FILE.
040600     IF WS-GRADHIST-STATUS = "35"
040700         SET WS-GH-EOF TO TRUE
040800     END-IF.
040900     PERFORM 1310-RELEASE-ACTIVE THRU 1310-EXIT
041000         UNTIL WS-GH-EOF.
041100     IF WS-GRADHIST-STATUS NOT = "35"
041200         CLOSE GRADE-HISTORY-FILE
041300     END-IF.
041400     OPEN INPUT ARCHIVE-FILE.
041500     IF WS-GHARCH-STATUS = "35"
041600         SET WS-AR-EOF TO TRUE
041700     END-IF.
041800     PERFORM 1320-RELEASE-ARCHIVE THRU 1320-EXIT
041900         UNTIL WS-AR-EOF.
042000     IF WS-GHARCH-STATUS NOT = "35"
042100         CLOSE ARCHIVE-FILE
042200     END-IF.
042300 1300-EXIT.
042400     EXIT.
042500
042600 1310-RELEASE-ACTIVE.
042700     READ GRADE-HISTORY-FILE INTO GH-RECORD
042800         AT END
042900             SET WS-GH-EOF TO TRUE
043000     END-READ.
043100     IF WS-GH-EOF
043200         GO TO 1310-EXIT
043300     END-IF.
043400     RELEASE SW-RECORD FROM GH-RECORD.
043500 1310-EXIT.
043600     EXIT.
043700
043800 1320-RELEASE-ARCHIVE.
043900     READ ARCHIVE-FILE INTO GH-RECORD
044000         AT END
044100             SET WS-AR-EOF TO TRUE
044200     END-READ.
044300     IF WS-AR-EOF
044400         GO TO 1320-EXIT
044500     END-IF.
044600     RELEASE SW-RECORD FROM GH-RECORD.
044700 1320-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------*
045100* 2000-AUDIT-ONE-STUDENT - ONE GPA-MASTER RECORD.  LOOK UP THE
045200*                           STUDENT'S NAME AND PROGRAM, BUILD THE
045300*                           PASSED-COURSE TABLE FROM THE SORTED
045400*                           HISTORY (SAME STUDENT-ID ORDER AS THE
045500*                           MASTER), JUDGE EVERY REQUIREMENT AND
045600*                           ROUTE THE STUDENT TO THE ELIGIBLE
045700*                           LIST OR THE DEFICIENCY REPORT.
045800*----------------------------------------------------------------*
045900 2000-AUDIT-ONE-STUDENT.
046000     ADD 1 TO WS-AUDIT-COUNT.
046100     MOVE 'N' TO WS-DEFICIENT-SW.
046200     PERFORM 2100-LOOKUP-STUDENT THRU 2100-EXIT.
046300     PERFORM 2200-BUILD-PASSED-TABLE THRU 2200-EXIT.
046400     PERFORM 2400-CHECK-PROGRAM THRU 2400-EXIT.
046500     IF WS-DEFICIENT
046600         ADD 1 TO WS-DEFICIENT-COUNT
046700     ELSE
046800         PERFORM 2900-WRITE-ELIGIBLE THRU 2900-EXIT
046900     END-IF.
047000     PERFORM 8100-READ-GPA-MASTER THRU 8100-EXIT.
047100 2000-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------*
047500* 2100-LOOKUP-STUDENT - KEYED READ ON THE INDEXED STUDENT MASTER
047600*                        FOR THE NAME AND THE PROGRAM OF STUDY.
047700*----------------------------------------------------------------*
047800 2100-LOOKUP-STUDENT.
047900     MOVE "(NAME NOT ON FILE)  " TO WS-STU-NAME.
048000     MOVE SPACES TO WS-STU-PROGRAM.
048100     IF WS-STUMAST-OPEN
048200         MOVE GM-STU-ID TO STU-ID
048300         READ STUDENT-FILE
048400             INVALID KEY
048500                 CONTINUE
048600             NOT INVALID KEY
048700                 MOVE STU-NAME         TO WS-STU-NAME
048800                 MOVE STU-PROGRAM-CODE TO WS-STU-PROGRAM
048900         END-READ
049000     END-IF.
049100 2100-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------------*
049500* 2200-BUILD-PASSED-TABLE - SKIP HISTORY FOR STUDENTS NOT ON THE
049600*                            MASTER, THEN FOLD THIS STUDENT'S
049700*                            ATTEMPTS COURSE BY COURSE.  THE
049800*                            LATEST REAL LETTER OF EACH COURSE
049900*                            HOLDS; W AND I NEITHER HOLD NOR
050000*                            DISTURB THE HOLD.  TRANSFER CREDIT
050010*                            HOLDS WITH ITS POSTED HOURS; THE
050020*                            ELECTIVE PLACEHOLDER NEVER HOLDS.
050100*----------------------------------------------------------------*
050200 2200-BUILD-PASSED-TABLE.
050300     MOVE ZERO TO WS-PS-COUNT.
050400     MOVE SPACES TO WS-GRP-COURSE-CODE.
050500     MOVE SPACE TO WS-HELD-LETTER.
050600     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT
050700         UNTIL WS-SD-EOF OR GH-STU-ID NOT < GM-STU-ID.
050800     PERFORM 2210-FOLD-ONE-ATTEMPT THRU 2210-EXIT
050900         UNTIL WS-SD-EOF OR GH-STU-ID NOT = GM-STU-ID.
051000     PERFORM 2250-CLOSE-COURSE-GROUP THRU 2250-EXIT.
051100 2200-EXIT.
051200     EXIT.
051300
051400 2210-FOLD-ONE-ATTEMPT.
051500     IF GH-COURSE-CODE NOT = WS-GRP-COURSE-CODE
051600         PERFORM 2250-CLOSE-COURSE-GROUP THRU 2250-EXIT
051700         MOVE GH-COURSE-CODE TO WS-GRP-COURSE-CODE
051800     END-IF.
051900     IF GH-LETTER NOT = 'W' AND GH-LETTER NOT = 'I'
051910             AND NOT GH-ELECTIVE-PLACEHOLDER
052000         MOVE GH-LETTER TO WS-HELD-LETTER
052010         MOVE ZERO TO WS-HELD-HOURS
052020         IF GH-TRANSFER-CREDIT AND GH-TRANSFER-HOURS IS NUMERIC
052030             MOVE GH-TRANSFER-HOURS TO WS-HELD-HOURS
052040         END-IF
052100     END-IF.
052200     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
052300 2210-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------------*
052700* 2250-CLOSE-COURSE-GROUP - A HELD LETTER OF A THROUGH D PASSES
052800*                            THE COURSE.  A COURSE MISSING FROM
052900*                            THE CATALOG PASSES WITH NO HOURS, SO
053000*                            IT STILL SATISFIES A REQUIRED-COURSE
053100*                            LINE BUT ADDS NOTHING TO A BLOCK.
053110*                            HELD TRANSFER CREDIT ('T') PASSES
053120*                            WITH THE HOURS IT WAS POSTED WITH.
053200*----------------------------------------------------------------*
053300 2250-CLOSE-COURSE-GROUP.
053400     IF WS-GRP-COURSE-CODE = SPACES
053500         GO TO 2250-RESET
053600     END-IF.
053700     IF WS-HELD-LETTER NOT = 'A' AND WS-HELD-LETTER NOT = 'B'
053800             AND WS-HELD-LETTER NOT = 'C'
053900             AND WS-HELD-LETTER NOT = 'D'
053950             AND WS-HELD-LETTER NOT = 'T'
054000         GO TO 2250-RESET
054100     END-IF.
054200     IF WS-PS-COUNT NOT < 300
054300         DISPLAY "CBL0022 - PASSED-COURSE TABLE FULL FOR "
054400             GM-STU-ID
054500         GO TO 2250-RESET
054600     END-IF.
054700     PERFORM 2260-LOOKUP-CREDIT-HOURS THRU 2260-EXIT.
054800     ADD 1 TO WS-PS-COUNT.
054900     SET WS-PS-IDX TO WS-PS-COUNT.
055000     MOVE WS-GRP-COURSE-CODE TO WS-PS-COURSE-CODE(WS-PS-IDX).
055100     MOVE WS-CREDIT-HOURS    TO WS-PS-HOURS(WS-PS-IDX).
055110     IF WS-HELD-LETTER = 'T'
055120         MOVE WS-HELD-HOURS  TO WS-PS-HOURS(WS-PS-IDX)
055130     END-IF.
055200 2250-RESET.
055300     MOVE SPACE TO WS-HELD-LETTER.
055400 2250-EXIT.
055500     EXIT.
055600
055700 2260-LOOKUP-CREDIT-HOURS.
055800     MOVE 'N' TO WS-CREDIT-FOUND-SW.
055900     MOVE ZERO TO WS-CREDIT-HOURS.
056000     SET WS-CR-IDX TO 1.
056100     SEARCH WS-CREDIT-ENTRY
056200         AT END
056300             CONTINUE
056400         WHEN WS-CR-CODE(WS-CR-IDX) = WS-GRP-COURSE-CODE
056500             MOVE WS-CR-HOURS(WS-CR-IDX) TO WS-CREDIT-HOURS
056600             SET WS-CREDIT-FOUND TO TRUE
056700     END-SEARCH.
056800 2260-EXIT.
056900     EXIT.
057000
057100*----------------------------------------------------------------*
057200* 2400-CHECK-PROGRAM - FIND THE STUDENT'S PROGRAM AND JUDGE ITS
057300*                       REQUIREMENTS.  AN UNDECLARED OR UNDEFINED
057400*                       PROGRAM IS ITSELF THE DEFICIENCY; NOTHING
057500*                       ELSE CAN BE JUDGED WITHOUT ONE.
057600*----------------------------------------------------------------*
057700 2400-CHECK-PROGRAM.
057800     IF WS-STU-PROGRAM = SPACES
057900         MOVE SPACES TO DI-ITEM
058000         MOVE "NO PROGRAM ON STUDENT MASTER" TO DI-REASON
058100         MOVE ZERO TO DI-NEED DI-HAVE
058200         PERFORM 2800-WRITE-DEFICIENCY THRU 2800-EXIT
058300         ADD 1 TO WS-EXC-COUNT
058400         GO TO 2400-EXIT
058500     END-IF.
058600     MOVE 'N' TO WS-FOUND-SW.
058700     SET WS-PG-IDX TO 1.
058800     SEARCH WS-PROGRAM-ENTRY
058900         AT END
059000             CONTINUE
059100         WHEN WS-PG-IDX > WS-PG-COUNT
059200             CONTINUE
059300         WHEN WS-PG-CODE(WS-PG-IDX) = WS-STU-PROGRAM
059400             SET WS-FOUND TO TRUE
059500     END-SEARCH.
059600     IF NOT WS-FOUND
059700         MOVE WS-STU-PROGRAM TO DI-ITEM
059800         MOVE "PROGRAM NOT ON REQUIREMENTS" TO DI-REASON
059900         MOVE ZERO TO DI-NEED DI-HAVE
060000         PERFORM 2800-WRITE-DEFICIENCY THRU 2800-EXIT
060100         ADD 1 TO WS-EXC-COUNT
060200         GO TO 2400-EXIT
060300     END-IF.
060400     MOVE ZERO TO WS-BK-COUNT.
060500     PERFORM 2410-CHECK-REQUIREMENT THRU 2410-EXIT
060600         VARYING WS-RQ-IDX FROM 1 BY 1
060700         UNTIL WS-RQ-IDX > WS-RQ-COUNT.
060800     PERFORM 2450-CHECK-BLOCK THRU 2450-EXIT
060900         VARYING WS-BK-IDX FROM 1 BY 1
061000         UNTIL WS-BK-IDX > WS-BK-COUNT.
061100     IF GM-CUM-CREDITS < WS-PG-MIN-CREDITS(WS-PG-IDX)
061200         MOVE SPACES TO DI-ITEM
061300         MOVE "TOTAL CREDITS SHORT" TO DI-REASON
061400         MOVE WS-PG-MIN-CREDITS(WS-PG-IDX) TO DI-NEED
061500         MOVE GM-CUM-CREDITS TO DI-HAVE
061600         PERFORM 2800-WRITE-DEFICIENCY THRU 2800-EXIT
061700     END-IF.
061800     IF GM-CUM-GPA < WS-PG-MIN-GPA(WS-PG-IDX)
061900         MOVE SPACES TO DI-ITEM
062000         MOVE "CUMULATIVE GPA BELOW MINIMUM" TO DI-REASON
062100         MOVE WS-PG-MIN-GPA(WS-PG-IDX) TO DI-NEED
062200         MOVE GM-CUM-GPA TO DI-HAVE
062300         PERFORM 2800-WRITE-DEFICIENCY THRU 2800-EXIT
062400     END-IF.
062500 2400-EXIT.
062600     EXIT.
062700
062800*----------------------------------------------------------------*
062900* 2410-CHECK-REQUIREMENT - ONE REQUIREMENT OF THE STUDENT'S
063000*                           PROGRAM.  A REQUIRED COURSE MUST BE
063100*                           ON THE PASSED TABLE; AN ELECTIVE
063200*                           COURSE ADDS ITS HOURS (IF PASSED) TO
063300*                           ITS BLOCK'S TALLY.
063400*----------------------------------------------------------------*
063500 2410-CHECK-REQUIREMENT.
063600     IF WS-RQ-PROGRAM(WS-RQ-IDX) NOT = WS-STU-PROGRAM
063700         GO TO 2410-EXIT
063800     END-IF.
063900     MOVE 'N' TO WS-FOUND-SW.
064000     SET WS-PS-IDX TO 1.
064100     SEARCH WS-PASSED-ENTRY
064200         AT END
064300             CONTINUE
064400         WHEN WS-PS-IDX > WS-PS-COUNT
064500             CONTINUE
064600         WHEN WS-PS-COURSE-CODE(WS-PS-IDX) =
064700                 WS-RQ-COURSE-CODE(WS-RQ-IDX)
064800             SET WS-FOUND TO TRUE
064900     END-SEARCH.
065000     IF WS-RQ-TYPE(WS-RQ-IDX) = 'R'
065100         IF NOT WS-FOUND
065200             MOVE WS-RQ-COURSE-CODE(WS-RQ-IDX) TO DI-ITEM
065300             MOVE "REQUIRED COURSE NOT PASSED" TO DI-REASON
065400             MOVE ZERO TO DI-NEED DI-HAVE
065500             PERFORM 2800-WRITE-DEFICIENCY THRU 2800-EXIT
065600         END-IF
065700         GO TO 2410-EXIT
065800     END-IF.
065900     PERFORM 2420-FIND-BLOCK THRU 2420-EXIT.
066000     IF WS-FOUND
066100         ADD WS-PS-HOURS(WS-PS-IDX) TO WS-BK-HAVE(WS-BK-IDX)
066200     END-IF.
066300 2410-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------*
066700* 2420-FIND-BLOCK - POINT WS-BK-IDX AT THE REQUIREMENT'S BLOCK,
066800*                    OPENING A NEW TALLY THE FIRST TIME THE BLOCK
066900*                    IS SEEN FOR THIS STUDENT.  WS-FOUND-SW IS
067000*                    LEFT AS THE PASSED-COURSE SEARCH SET IT.
067100*----------------------------------------------------------------*
067200 2420-FIND-BLOCK.
067300     SET WS-BK-IDX TO 1.
067400     SEARCH WS-BLOCK-ENTRY
067500         AT END
067600             CONTINUE
067700         WHEN WS-BK-IDX > WS-BK-COUNT
067800             CONTINUE
067900         WHEN WS-BK-ID(WS-BK-IDX) = WS-RQ-BLOCK-ID(WS-RQ-IDX)
068000             GO TO 2420-EXIT
068100     END-SEARCH.
068200     IF WS-BK-COUNT NOT < 50
068300         DISPLAY "CBL0022 - BLOCK TABLE FULL FOR PROGRAM "
068400             WS-STU-PROGRAM
068500         MOVE 'N' TO WS-FOUND-SW
068600         GO TO 2420-EXIT
068700     END-IF.
068800     ADD 1 TO WS-BK-COUNT.
068900     SET WS-BK-IDX TO WS-BK-COUNT.
069000     MOVE WS-RQ-BLOCK-ID(WS-RQ-IDX)    TO WS-BK-ID(WS-BK-IDX).
069100     MOVE WS-RQ-MIN-CREDITS(WS-RQ-IDX) TO WS-BK-NEED(WS-BK-IDX).
069200     MOVE ZERO                         TO WS-BK-HAVE(WS-BK-IDX).
069300 2420-EXIT.
069400     EXIT.
069500
069600 2450-CHECK-BLOCK.
069700     IF WS-BK-HAVE(WS-BK-IDX) < WS-BK-NEED(WS-BK-IDX)
069800         MOVE WS-BK-ID(WS-BK-IDX) TO DI-ITEM
069900         MOVE "ELECTIVE BLOCK CREDITS SHORT" TO DI-REASON
070000         MOVE WS-BK-NEED(WS-BK-IDX) TO DI-NEED
070100         MOVE WS-BK-HAVE(WS-BK-IDX) TO DI-HAVE
070200         PERFORM 2800-WRITE-DEFICIENCY THRU 2800-EXIT
070300     END-IF.
070400 2450-EXIT.
070500     EXIT.
070600
070700*----------------------------------------------------------------*
070800* 2800-WRITE-DEFICIENCY - ONE DEFICIENCY LINE.  THE FIRST ONE FOR
070900*                          A STUDENT OPENS THE STUDENT'S SECTION.
071000*----------------------------------------------------------------*
071100 2800-WRITE-DEFICIENCY.
071200     IF NOT WS-DEFICIENT
071300         SET WS-DEFICIENT TO TRUE
071400         MOVE GM-STU-ID      TO DS-STU-ID
071500         MOVE WS-STU-NAME    TO DS-NAME
071600         MOVE WS-STU-PROGRAM TO DS-PROGRAM-CODE
071700         MOVE WS-DEFICIENT-STUDENT TO REPORT-RECORD
071800         WRITE REPORT-RECORD
071900     END-IF.
072000     MOVE WS-DEFICIENCY-LINE TO REPORT-RECORD.
072100     WRITE REPORT-RECORD.
072200 2800-EXIT.
072300     EXIT.
072400
072500 2900-WRITE-ELIGIBLE.
072600     MOVE GM-STU-ID      TO EG-STU-ID.
072700     MOVE WS-STU-NAME    TO EG-NAME.
072800     MOVE WS-STU-PROGRAM TO EG-PROGRAM-CODE.
072900     MOVE GM-CUM-CREDITS TO EG-CUM-CREDITS.
073000     MOVE GM-CUM-GPA     TO EG-CUM-GPA.
073100     MOVE WS-ELIGIBLE-LINE TO ELIGIBLE-RECORD.
073200     WRITE ELIGIBLE-RECORD.
073300     ADD 1 TO WS-ELIGIBLE-COUNT.
073400 2900-EXIT.
073500     EXIT.
073600
073700*----------------------------------------------------------------*
073800* 3000-FINALIZE - THE SAME TRAILER ON BOTH OUTPUTS, RUN LOG AND
073900*                  CLOSE UP.
074000*----------------------------------------------------------------*
074100 3000-FINALIZE.
074200     MOVE WS-AUDIT-COUNT     TO DT-AUDIT-COUNT.
074300     MOVE WS-ELIGIBLE-COUNT  TO DT-ELIGIBLE-COUNT.
074400     MOVE WS-DEFICIENT-COUNT TO DT-DEFICIENT-COUNT.
074500     MOVE WS-AUDIT-TRAILER TO ELIGIBLE-RECORD.
074600     WRITE ELIGIBLE-RECORD.
074700     MOVE WS-AUDIT-TRAILER TO REPORT-RECORD.
074800     WRITE REPORT-RECORD.
074900     PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
075000     CLOSE SORTED-HIST-FILE
075100           ELIGIBLE-FILE
075200           REPORT-FILE.
075300     IF WS-GPA-STATUS NOT = "35"
075400         CLOSE GPA-FILE
075500     END-IF.
075600     IF WS-STUMAST-OPEN
075700         CLOSE STUDENT-FILE
075800     END-IF.
075900 3000-EXIT.
076000     EXIT.
076100
076200*----------------------------------------------------------------*
076300* 3100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
076400*                       THE MORNING SUMMARY.  READ IS STUDENTS
076500*                       AUDITED, WRITTEN IS STUDENTS ELIGIBLE,
076600*                       AND THE EXCEPTION COLUMN COUNTS DATA
076700*                       PROBLEMS (UNDECLARED OR UNDEFINED
076800*                       PROGRAMS, BAD REQUIREMENT RECORDS), NOT
076900*                       ORDINARY DEFICIENCIES.
077000*----------------------------------------------------------------*
077100 3100-WRITE-RUN-LOG.
077200     OPEN EXTEND RUN-LOG-FILE.
077300     IF WS-RUNLOG-STATUS = "35"
077400         OPEN OUTPUT RUN-LOG-FILE
077500     END-IF.
077600     MOVE CC-JOB-ID         TO LG-JOB-ID.
077700     MOVE "CBL0022 "        TO LG-PROGRAM-ID.
077800     MOVE WS-RUN-DATE       TO LG-RUN-DATE.
077900     MOVE WS-RUN-TIME       TO LG-RUN-TIME.
078000     MOVE WS-AUDIT-COUNT    TO LG-READ-COUNT.
078100     MOVE WS-ELIGIBLE-COUNT TO LG-WRITE-COUNT.
078200     MOVE WS-EXC-COUNT      TO LG-EXC-COUNT.
078300     SET LG-RESTART-NO      TO TRUE.
078400     MOVE LG-RECORD         TO RUN-LOG-RECORD.
078500     WRITE RUN-LOG-RECORD.
078600     CLOSE RUN-LOG-FILE.
078700 3100-EXIT.
078800     EXIT.
078900
079000*----------------------------------------------------------------*
079100* 8000-READ-SORTED-HIST - READ-AHEAD ON THE SORTED COMBINED
079200*                          HISTORY.
079300*----------------------------------------------------------------*
079400 8000-READ-SORTED-HIST.
079500     READ SORTED-HIST-FILE INTO GH-RECORD
079600         AT END
079700             SET WS-SD-EOF TO TRUE
079800     END-READ.
079900     IF NOT WS-SD-EOF
080000         ADD 1 TO WS-HIST-COUNT
080100     END-IF.
080200 8000-EXIT.
080300     EXIT.
080400
080500*----------------------------------------------------------------*
080600* 8100-READ-GPA-MASTER - READ-AHEAD ON THE GPA MASTER.
080700*----------------------------------------------------------------*
080800 8100-READ-GPA-MASTER.
080900     READ GPA-FILE INTO GM-RECORD
081000         AT END
081100             SET WS-GM-EOF TO TRUE
081200     END-READ.
081300 8100-EXIT.
081400     EXIT.
081500
081600*----------------------------------------------------------------*
081700* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
081800*                            FILE AND CHECK THE RUN LOG FOR A
081900*                            CLEAN RECORD DATED TONIGHT FROM EACH
082000*                            PREDECESSOR IT NAMES.  ANY FAILURE
082100*                            HOLDS THE STEP BEFORE AN INPUT IS
082200*                            OPENED: A HELD RUN-LOG RECORD FOR
082300*                            CBL0010 AND RETURN CODE 16.
082310*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
082320*                            A STEP STARTED AFTER MIDNIGHT BUT
082330*                            BEFORE THE PC-NIGHT-CUTOFF TIME
082340*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
082400*----------------------------------------------------------------*
082500 9000-CHECK-PREDECESSORS.
082600     OPEN INPUT EXPECTED-JOB-FILE.
082700     IF PC-EXPJOBS-STATUS = "35"
082800         GO TO 9000-EXIT
082900     END-IF.
083000     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
083100         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
083200     CLOSE EXPECTED-JOB-FILE.
083300     IF NOT PC-SCHEDULED
083400         GO TO 9000-EXIT
083500     END-IF.
083510     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
083520     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
083530         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
083540             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
083550     END-IF.
083600     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
083700         VARYING PC-SUB FROM 1 BY 1
083800         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
083900     IF PC-HOLD-RUN
084000         DISPLAY "CBL0022 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
084100             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
084200         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
084300         MOVE 16 TO RETURN-CODE
084400         STOP RUN
084500     END-IF.
084600 9000-EXIT.
084700     EXIT.
084800
084900 9010-FIND-SCHEDULE.
085000     READ EXPECTED-JOB-FILE INTO EJ-RECORD
085100         AT END
085200             SET PC-EJ-EOF TO TRUE
085300     END-READ.
085400     IF NOT PC-EJ-EOF
085500             AND EJ-PROGRAM-ID = "CBL0022 "
085600             AND EJ-JOB-ID = CC-JOB-ID
085700         SET PC-SCHEDULED TO TRUE
085800     END-IF.
085900 9010-EXIT.
086000     EXIT.
086100
086200*----------------------------------------------------------------*
086300* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
086400*                               PREDECESSOR (A RERUN SUPERSEDES
086500*                               THE EARLIER ATTEMPT) MUST BE
086600*                               DATED TONIGHT, NOT HELD, AND
086700*                               FREE OF EXCEPTIONS.
086800*----------------------------------------------------------------*
086900 9020-CHECK-ONE-PREDECESSOR.
087000     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
087100         GO TO 9020-EXIT
087200     END-IF.
087300     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
087400     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
087500     IF PC-PRED-JOB-ID = SPACES
087600         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
087700     END-IF.
087800     MOVE 'N' TO PC-FOUND-SW.
087900     MOVE 'N' TO PC-LG-EOF-SW.
088000     OPEN INPUT RUN-LOG-FILE.
088100     IF WS-RUNLOG-STATUS NOT = "35"
088200         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
088300             UNTIL PC-LG-EOF
088400         CLOSE RUN-LOG-FILE
088500     END-IF.
088600     EVALUATE TRUE
088700         WHEN NOT PC-FOUND
088800             MOVE "MISSING   " TO PC-HOLD-REASON
088900         WHEN PC-LOG-DATE < PC-NIGHT-DATE
089000             MOVE "STALE     " TO PC-HOLD-REASON
089100         WHEN PC-LOG-HELD
089200             MOVE "HELD      " TO PC-HOLD-REASON
089300         WHEN PC-LOG-EXC > ZERO
089400             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
089500         WHEN OTHER
089600             GO TO 9020-EXIT
089700     END-EVALUATE.
089800     SET PC-HOLD-RUN TO TRUE.
089900 9020-EXIT.
090000     EXIT.
090100
090200 9030-READ-RUN-LOG.
090300     READ RUN-LOG-FILE INTO PC-LOG-IN
090400         AT END
090500             SET PC-LG-EOF TO TRUE
090600     END-READ.
090700     IF NOT PC-LG-EOF
090800             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
090900             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
091000         SET PC-FOUND TO TRUE
091100         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
091110         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
091120             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
091130                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
091140         END-IF
091200         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
091300         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
091400     END-IF.
091500 9030-EXIT.
091600     EXIT.
091700
091800*----------------------------------------------------------------*
091900* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
092000*                        FLAG, AND THE PREDECESSOR WAITED ON.
092100*----------------------------------------------------------------*
092200 9100-WRITE-HELD-LOG.
092300     OPEN EXTEND RUN-LOG-FILE.
092400     IF WS-RUNLOG-STATUS = "35"
092500         OPEN OUTPUT RUN-LOG-FILE
092600     END-IF.
092700     MOVE CC-JOB-ID          TO LG-JOB-ID.
092800     MOVE "CBL0022 "         TO LG-PROGRAM-ID.
092900     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
093000     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
093100     MOVE ZERO               TO LG-READ-COUNT
093200                                LG-WRITE-COUNT
093300                                LG-EXC-COUNT.
093400     SET LG-RESTART-NO       TO TRUE.
093500     SET LG-RUN-HELD         TO TRUE.
093600     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
093700     MOVE LG-RECORD          TO RUN-LOG-RECORD.
093800     WRITE RUN-LOG-RECORD.
093900     CLOSE RUN-LOG-FILE.
094000 9100-EXIT.
094100     EXIT.
