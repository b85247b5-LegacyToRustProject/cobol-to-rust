000100*****************************************************************
000200* PROGRAM   -  CBL0025
000300* AUTHOR    -  DATA PROCESSING DEPT
000400* DATE      -  10/15/2026
000500*
000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   TRANSFERRED CREDITS NOW COME FROM THE TRANSFER
000802*                  AND EXAM ROWS (LETTER 'T') CBL0027 POSTS, AT
000803*                  THE HOURS GRANTED.  A TRANSFER ROW SUPERSEDED
000804*                  BY A LATER LOCAL ATTEMPT OF THE SAME COURSE
000805*                  STAYS ATTEMPTED BUT IS NO LONGER TRANSFERRED,
000806*                  SO THE COURSE IS NEVER EARNED TWICE.  THE
000807*                  ELECTIVE PLACEHOLDER IS NOT LOOKED UP ON THE
000808*                  CATALOG.
000900* 10/15/2026 DPD   NEW PROGRAM.  SATISFACTORY ACADEMIC PROGRESS
001000*                  FOR FINANCIAL AID, REPLACING THE HAND FIGURING
001100*                  OF PACE AND TIMEFRAME FOR STUDENTS NEAR THE
001200*                  LIMITS.  EVERY STUDENT ON THE GPA MASTER HAS
001300*                  CREDITS ATTEMPTED (EVERY ATTEMPT, W, I AND F
001400*                  INCLUDED), EARNED (EACH COURSE WHOSE LATEST
001500*                  REAL LETTER IS A THROUGH D, ONCE) AND
001600*                  TRANSFERRED WORKED OUT FROM THE COMBINED GRADE
001700*                  HISTORY (ACTIVE FILE PLUS ARCHIVE) AT CATALOG
001800*                  HOURS.  PACE (EARNED OVER ATTEMPTED) IS HELD
001900*                  TO THE CONTROL CARD'S MINIMUM AND ATTEMPTED
002000*                  CREDITS TO THE CARD'S PERCENT OF THE PROGRAM
002100*                  LENGTH FROM THE DEGREE-REQUIREMENTS FILE.  A
002200*                  FIRST TERM BELOW PACE IS WARNING, A SECOND IS
002300*                  NOT MEETING, AS IS ANY STUDENT PAST THE
002400*                  MAXIMUM TIMEFRAME.  WRITES THE SAP STATUS FILE
002500*                  IN STUDENT-ID ORDER AND AN APPEALS REPORT OF
002600*                  EVERY STUDENT NOT MEETING, ON WARNING, OR
002700*                  WITHIN THE CARD'S MARGIN OF EITHER LIMIT.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CBL0025.
003100 AUTHOR. DATA PROCESSING DEPT.
003200 INSTALLATION. DATA PROCESSING.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CONTROL-FILE ASSIGN TO "CB25CTL"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT REQUIREMENT-FILE ASSIGN TO "DEGREQ"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-DEGREQ-STATUS.
004500
004600     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-GRADHIST-STATUS.
004900
005000     SELECT ARCHIVE-FILE ASSIGN TO "GHARCH"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GHARCH-STATUS.
005300
005400     SELECT SORT-WORK-FILE ASSIGN TO "SPSORT".
005500
005600     SELECT SORTED-HIST-FILE ASSIGN TO "SPSRTD"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT COURSE-CREDIT-FILE ASSIGN TO "CRSCRED"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT GPA-FILE ASSIGN TO "GPANEW"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-GPA-STATUS.
006500
006600     SELECT STUDENT-FILE ASSIGN TO "STUMAST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS STU-ID
007000         FILE STATUS IS WS-STUDENT-STATUS.
007100
007200     SELECT PRIOR-SAP-FILE ASSIGN TO "SAPPRV"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-SAPPRV-STATUS.
007500
007600     SELECT SAP-FILE ASSIGN TO "SAPSTAT"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900     SELECT REPORT-FILE ASSIGN TO "SAPAPPL"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-RUNLOG-STATUS.
008500
008600     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS PC-EXPJOBS-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CONTROL-FILE
009300     RECORDING MODE IS F.
009400 01  CONTROL-RECORD              PIC X(40).
009500
009600 FD  REQUIREMENT-FILE
009700     RECORDING MODE IS F.
009800 01  REQUIREMENT-RECORD          PIC X(40).
009900
010000 FD  GRADE-HISTORY-FILE
010100     RECORDING MODE IS F.
010200 01  GRADE-HISTORY-RECORD        PIC X(30).
010300
010400 FD  ARCHIVE-FILE
010500     RECORDING MODE IS F.
010600 01  ARCHIVE-RECORD              PIC X(30).
010700
010800 SD  SORT-WORK-FILE.
010900 01  SW-RECORD.
011000     05  SW-STU-ID                PIC X(09).
011100     05  SW-COURSE-CODE           PIC X(06).
011200     05  SW-TERM-CODE             PIC X(06).
011300     05  SW-LETTER                PIC X(01).
011400     05  FILLER                   PIC X(08).
011500
011600 FD  SORTED-HIST-FILE
011700     RECORDING MODE IS F.
011800 01  SORTED-HIST-RECORD          PIC X(30).
011900
012000 FD  COURSE-CREDIT-FILE
012100     RECORDING MODE IS F.
012200 01  COURSE-CREDIT-RECORD        PIC X(31).
012300
012400 FD  GPA-FILE
012500     RECORDING MODE IS F.
012600 01  GPA-RECORD                  PIC X(60).
012700
012800 FD  STUDENT-FILE.
012900 COPY STUDREC.
013000
013100 FD  PRIOR-SAP-FILE
013200     RECORDING MODE IS F.
013300 01  PRIOR-SAP-RECORD            PIC X(50).
013400
013500 FD  SAP-FILE
013600     RECORDING MODE IS F.
013700 01  SAP-RECORD                  PIC X(50).
013800
013900 FD  REPORT-FILE
014000     RECORDING MODE IS F.
014100 01  REPORT-RECORD               PIC X(80).
014200
014300 FD  RUN-LOG-FILE
014400     RECORDING MODE IS F.
014500 01  RUN-LOG-RECORD              PIC X(60).
014600
014700 FD  EXPECTED-JOB-FILE
014800     RECORDING MODE IS F.
014900 01  EXPECTED-JOB-RECORD         PIC X(100).
015000
015100 WORKING-STORAGE SECTION.
015200*
015300* EITHER HISTORY SOURCE MAY BE ABSENT, AS IN CBL0009.  A MISSING
015400* STUDENT MASTER OR REQUIREMENTS FILE LEAVES EVERY STUDENT ON THE
015500* DEFAULT PROGRAM LENGTH.  THE FIRST SAP RUN HAS NO PRIOR COPY,
015600* SO EVERY STUDENT BELOW PACE STARTS ON WARNING.
015700*
015800 01  WS-DEGREQ-STATUS            PIC X(02) VALUE ZERO.
015900 01  WS-GRADHIST-STATUS          PIC X(02) VALUE ZERO.
016000 01  WS-GHARCH-STATUS            PIC X(02) VALUE ZERO.
016100 01  WS-GPA-STATUS               PIC X(02) VALUE ZERO.
016200 01  WS-STUDENT-STATUS           PIC X(02) VALUE ZERO.
016300 01  WS-SAPPRV-STATUS            PIC X(02) VALUE ZERO.
016400 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
016500 01  WS-STUMAST-OPEN-SW          PIC X(01) VALUE 'N'.
016600     88  WS-STUMAST-OPEN             VALUE 'Y'.
016700 01  WS-PRIOR-OPEN-SW            PIC X(01) VALUE 'N'.
016800     88  WS-PRIOR-OPEN               VALUE 'Y'.
016900
017000 01  WS-DR-EOF-SW                PIC X(01) VALUE 'N'.
017100     88  WS-DR-EOF                   VALUE 'Y'.
017200 01  WS-GH-EOF-SW                PIC X(01) VALUE 'N'.
017300     88  WS-GH-EOF                   VALUE 'Y'.
017400 01  WS-AR-EOF-SW                PIC X(01) VALUE 'N'.
017500     88  WS-AR-EOF                   VALUE 'Y'.
017600 01  WS-SD-EOF-SW                PIC X(01) VALUE 'N'.
017700     88  WS-SD-EOF                   VALUE 'Y'.
017800 01  WS-GM-EOF-SW                PIC X(01) VALUE 'N'.
017900     88  WS-GM-EOF                   VALUE 'Y'.
018000 01  WS-CR-EOF-SW                PIC X(01) VALUE 'N'.
018100     88  WS-CR-EOF                   VALUE 'Y'.
018200 01  WS-PR-EOF-SW                PIC X(01) VALUE 'N'.
018300     88  WS-PR-EOF                   VALUE 'Y'.
018400 01  WS-CREDIT-FOUND-SW          PIC X(01) VALUE 'N'.
018500     88  WS-CREDIT-FOUND             VALUE 'Y'.
018600 01  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
018700     88  WS-FOUND                    VALUE 'Y'.
018800 01  WS-DEFAULTED-SW             PIC X(01) VALUE 'N'.
018900     88  WS-LENGTH-DEFAULTED         VALUE 'Y'.
019000 01  WS-CLOSE-PACE-SW            PIC X(01) VALUE 'N'.
019100     88  WS-CLOSE-PACE               VALUE 'Y'.
019200 01  WS-CLOSE-TIME-SW            PIC X(01) VALUE 'N'.
019300     88  WS-CLOSE-TIME               VALUE 'Y'.
019400 01  WS-FIRST-NOTE-SW            PIC X(01) VALUE 'Y'.
019500     88  WS-FIRST-NOTE               VALUE 'Y'.
019600
019700 01  WS-RUN-DATE                 PIC 9(08).
019800 01  WS-RUN-TIME-FULL.
019900     05  WS-RUN-TIME             PIC 9(06).
020000     05  FILLER                  PIC 9(02).
020100
020200 01  WS-STU-NAME                 PIC X(20) VALUE SPACES.
020300 01  WS-STU-PROGRAM              PIC X(06) VALUE SPACES.
020400
020500*
020600* THRESHOLDS IN FORCE: THE CONTROL CARD'S WHERE IT GIVES ONE,
020700* OTHERWISE THE FEDERAL DEFAULTS.
020800*
020900 01  WS-MIN-PACE-PCT             PIC 9(03) VALUE 67.
021000 01  WS-MAX-TIME-PCT             PIC 9(03) VALUE 150.
021100 01  WS-DEFAULT-CREDITS          PIC 9(03)V9(01) VALUE 120.0.
021200 01  WS-WATCH-MARGIN             PIC 9(02) VALUE ZERO.
021300 01  WS-WATCH-PACE-PCT           PIC 9(03)V9(01) VALUE ZERO.
021400
021500*
021600* COURSE-GROUP TRACKING FOR THE GRADE-REPLACEMENT RULE, AS IN
021700* CBL0022.  WS-CREDIT-HOURS ARE THE CURRENT GROUP'S CATALOG HOURS.
021800*
021900 01  WS-GRP-COURSE-CODE          PIC X(06) VALUE SPACES.
022000 01  WS-HELD-LETTER              PIC X(01) VALUE SPACE.
022100 77  WS-CREDIT-HOURS             PIC 9V9 VALUE ZERO.
022150 77  WS-GRP-XFER-HOURS           PIC 9(03)V9 VALUE ZERO.
022200
022300*
022400* THE CURRENT STUDENT'S FIGURES.
022500*
022600 01  WS-ATTEMPTED-CREDITS        PIC 9(04)V9(01) VALUE ZERO.
022700 01  WS-EARNED-CREDITS           PIC 9(04)V9(01) VALUE ZERO.
022800 01  WS-TRANSFER-CREDITS         PIC 9(04)V9(01) VALUE ZERO.
022900 01  WS-TOTAL-ATTEMPTED          PIC 9(04)V9(01) VALUE ZERO.
023000 01  WS-TOTAL-EARNED             PIC 9(04)V9(01) VALUE ZERO.
023100 01  WS-PACE-PCT                 PIC 9(03)V9(01) VALUE ZERO.
023200 01  WS-PROGRAM-LENGTH           PIC 9(03)V9(01) VALUE ZERO.
023300 01  WS-MAX-CREDITS              PIC 9(04)V9(01) VALUE ZERO.
023400 01  WS-WATCH-CREDITS            PIC 9(04)V9(01) VALUE ZERO.
023500 01  WS-SAP-REASON               PIC X(40) VALUE SPACES.
023600 01  WS-PRIOR-CODE               PIC X(01) VALUE SPACE.
023700 01  WS-NAME-CODE                PIC X(01) VALUE SPACE.
023800 01  WS-STATUS-NAME              PIC X(11) VALUE SPACES.
023900
024000*
024100* READ-AHEAD AREA FOR THE PRIOR TERM'S SAP FILE.  ONLY THE KEY AND
024200* THE STATUS ARE PICKED OUT, AS IN CBL0012.
024300*
024400 01  WS-PR-NEXT.
024500     05  WS-PR-STU-ID            PIC X(09).
024600     05  FILLER                  PIC X(06).
024700     05  WS-PR-CODE              PIC X(01).
024800     05  FILLER                  PIC X(34).
024900
025000 77  WS-CR-COUNT                 PIC 9(03) VALUE ZERO COMP.
025100 77  WS-PG-COUNT                 PIC 9(03) VALUE ZERO COMP.
025200 77  WS-STUDENT-COUNT            PIC 9(06) VALUE ZERO COMP.
025300 77  WS-MEETING-COUNT            PIC 9(06) VALUE ZERO COMP.
025400 77  WS-WARNING-COUNT            PIC 9(06) VALUE ZERO COMP.
025500 77  WS-NOT-MEETING-COUNT        PIC 9(06) VALUE ZERO COMP.
025600 77  WS-CLOSE-COUNT              PIC 9(06) VALUE ZERO COMP.
025700 77  WS-SAP-COUNT                PIC 9(06) VALUE ZERO COMP.
025800 77  WS-EXC-COUNT                PIC 9(06) VALUE ZERO COMP.
025900 77  WS-HIST-COUNT               PIC 9(06) VALUE ZERO COMP.
026000
026100*
026200* COURSE-CREDIT TABLE, AS IN CBL0003.
026300*
026400 01  WS-CREDIT-TABLE.
026500     05  WS-CREDIT-ENTRY OCCURS 200 TIMES INDEXED BY WS-CR-IDX.
026600         10  WS-CR-CODE           PIC X(06).
026700         10  WS-CR-HOURS          PIC 9V9.
026800
026900*
027000* PROGRAM LENGTHS ('P' RECORDS) FROM THE DEGREE-REQUIREMENTS FILE.
027100*
027200 01  WS-PROGRAM-TABLE.
027300     05  WS-PROGRAM-ENTRY OCCURS 50 TIMES INDEXED BY WS-PG-IDX.
027400         10  WS-PG-CODE           PIC X(06).
027500         10  WS-PG-MIN-CREDITS    PIC 9(03)V9.
027600
027700 COPY CB25CTL.
027800 COPY DEGREQ.
027900 COPY GRADHIST.
028000 COPY CRSCRED.
028100 COPY GPAMSTR.
028200 COPY SAPREC.
028300 COPY SAPAPRPT.
028400 COPY RUNLOG.
028500 COPY EXPJREC.
028600 COPY PREDCHK.
028700
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     PERFORM 2000-JUDGE-ONE-STUDENT THRU 2000-EXIT
029200         UNTIL WS-GM-EOF.
029300     PERFORM 3000-FINALIZE THRU 3000-EXIT.
029400     STOP RUN.
029500
029600*----------------------------------------------------------------*
029700* 1000-INITIALIZE - READ THE CONTROL CARD AND SETTLE THE
029800*                    THRESHOLDS, LOAD THE CATALOG AND THE PROGRAM
029900*                    LENGTHS, SORT THE COMBINED GRADE HISTORY BY
030000*                    STUDENT/COURSE/TERM, OPEN THE MASTERS, THE
030100*                    PRIOR COPY AND THE OUTPUTS AND PRIME THE
030200*                    READ-AHEADS.
030300*----------------------------------------------------------------*
030400 1000-INITIALIZE.
030500     OPEN INPUT CONTROL-FILE.
030600     READ CONTROL-FILE INTO CC-RECORD
030700         AT END
030800             MOVE SPACES TO CC-RECORD
030900     END-READ.
031000     CLOSE CONTROL-FILE.
031100     IF CC-MIN-PACE-PCT IS NUMERIC AND CC-MIN-PACE-PCT > ZERO
031200         MOVE CC-MIN-PACE-PCT TO WS-MIN-PACE-PCT
031300     END-IF.
031400     IF CC-MAX-TIME-PCT IS NUMERIC AND CC-MAX-TIME-PCT > ZERO
031500         MOVE CC-MAX-TIME-PCT TO WS-MAX-TIME-PCT
031600     END-IF.
031700     IF CC-DEFAULT-CREDITS IS NUMERIC
031800             AND CC-DEFAULT-CREDITS > ZERO
031900         MOVE CC-DEFAULT-CREDITS TO WS-DEFAULT-CREDITS
032000     END-IF.
032100     IF CC-WATCH-MARGIN IS NUMERIC
032200         MOVE CC-WATCH-MARGIN TO WS-WATCH-MARGIN
032300     END-IF.
032400     COMPUTE WS-WATCH-PACE-PCT =
032450         WS-MIN-PACE-PCT + WS-WATCH-MARGIN.
032500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032600     ACCEPT WS-RUN-TIME-FULL FROM TIME.
032700     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
032800     PERFORM 1100-LOAD-CREDIT-TABLE THRU 1100-EXIT.
032900     PERFORM 1200-LOAD-PROGRAMS THRU 1200-EXIT.
033000     SORT SORT-WORK-FILE
033100         ON ASCENDING KEY SW-STU-ID
033200                          SW-COURSE-CODE
033300                          SW-TERM-CODE
033400         INPUT PROCEDURE IS 1300-RELEASE-HISTORY
033500             THRU 1300-EXIT
033600         GIVING SORTED-HIST-FILE.
033700     OPEN INPUT SORTED-HIST-FILE.
033800     OPEN INPUT STUDENT-FILE.
033900     IF WS-STUDENT-STATUS = "00"
034000         SET WS-STUMAST-OPEN TO TRUE
034100     END-IF.
034200     OPEN INPUT GPA-FILE.
034300     IF WS-GPA-STATUS = "35"
034400         SET WS-GM-EOF TO TRUE
034500     END-IF.
034600     OPEN INPUT PRIOR-SAP-FILE.
034700     IF WS-SAPPRV-STATUS = "35"
034800         SET WS-PR-EOF TO TRUE
034900     ELSE
035000         SET WS-PRIOR-OPEN TO TRUE
035100     END-IF.
035200     OPEN OUTPUT SAP-FILE
035300          OUTPUT REPORT-FILE.
035400     MOVE CC-TERM-CODE    TO AH-TERM-CODE.
035500     MOVE WS-MIN-PACE-PCT TO AH-MIN-PACE-PCT.
035600     MOVE WS-MAX-TIME-PCT TO AH-MAX-TIME-PCT.
035700     MOVE WS-WATCH-MARGIN TO AH-WATCH-MARGIN.
035800     MOVE WS-APPEAL-HEADING TO REPORT-RECORD.
035900     WRITE REPORT-RECORD.
036000     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
036100     IF NOT WS-GM-EOF
036200         PERFORM 8100-READ-GPA-MASTER THRU 8100-EXIT
036300     END-IF.
036400     IF WS-PRIOR-OPEN
036500         PERFORM 8200-READ-PRIOR THRU 8200-EXIT
036600     END-IF.
036700 1000-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------------*
037100* 1100-LOAD-CREDIT-TABLE - LOAD THE COURSE-CREDIT REFERENCE FILE
037200*                           INTO A TABLE SEARCHED ONCE PER COURSE.
037300*----------------------------------------------------------------*
037400 1100-LOAD-CREDIT-TABLE.
037500     OPEN INPUT COURSE-CREDIT-FILE.
037600     PERFORM 1110-LOAD-CREDIT-RECORD THRU 1110-EXIT
037700         UNTIL WS-CR-EOF.
037800     CLOSE COURSE-CREDIT-FILE.
037900 1100-EXIT.
038000     EXIT.
038100
038200 1110-LOAD-CREDIT-RECORD.
038300     READ COURSE-CREDIT-FILE INTO CR-RECORD
038400         AT END
038500             SET WS-CR-EOF TO TRUE
038600     END-READ.
038700     IF WS-CR-EOF
038800         GO TO 1110-EXIT
038900     END-IF.
039000     IF WS-CR-COUNT NOT < 200
039100         DISPLAY "CBL0025 - CREDIT TABLE FULL, "
039200             CR-COURSE-CODE " NOT LOADED"
039300         ADD 1 TO WS-EXC-COUNT
039400         GO TO 1110-EXIT
039500     END-IF.
039600     ADD 1 TO WS-CR-COUNT.
039700     SET WS-CR-IDX TO WS-CR-COUNT.
039800     MOVE CR-COURSE-CODE  TO WS-CR-CODE(WS-CR-IDX).
039900     MOVE CR-CREDIT-HOURS TO WS-CR-HOURS(WS-CR-IDX).
040000 1110-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------*
040400* 1200-LOAD-PROGRAMS - LOAD THE PROGRAM LENGTH (MINIMUM TOTAL
040500*                       CREDITS) OF EACH 'P' RECORD ON THE
040600*                       DEGREE-REQUIREMENTS FILE.  COURSE
040700*                       REQUIREMENT RECORDS ARE NOT NEEDED HERE.
040800*----------------------------------------------------------------*
040900 1200-LOAD-PROGRAMS.
041000     OPEN INPUT REQUIREMENT-FILE.
041100     IF WS-DEGREQ-STATUS = "35"
041200         GO TO 1200-EXIT
041300     END-IF.
041400     PERFORM 1210-LOAD-PROGRAM THRU 1210-EXIT
041500         UNTIL WS-DR-EOF.
041600     CLOSE REQUIREMENT-FILE.
041700 1200-EXIT.
041800     EXIT.
041900
042000 1210-LOAD-PROGRAM.
042100     READ REQUIREMENT-FILE INTO DR-RECORD
042200         AT END
042300             SET WS-DR-EOF TO TRUE
042400     END-READ.
042500     IF WS-DR-EOF OR NOT DR-PROGRAM-TOTALS
042600         GO TO 1210-EXIT
042700     END-IF.
042800     IF WS-PG-COUNT NOT < 50
042900         DISPLAY "CBL0025 - PROGRAM TABLE FULL, "
043000             DR-PROGRAM-CODE " NOT LOADED"
043100         ADD 1 TO WS-EXC-COUNT
043200         GO TO 1210-EXIT
043300     END-IF.
043400     ADD 1 TO WS-PG-COUNT.
043500     SET WS-PG-IDX TO WS-PG-COUNT.
043600     MOVE DR-PROGRAM-CODE TO WS-PG-CODE(WS-PG-IDX).
043700     MOVE DR-MIN-CREDITS  TO WS-PG-MIN-CREDITS(WS-PG-IDX).
043800 1210-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------------*
044200* 1300-RELEASE-HISTORY - FEED THE SORT FROM BOTH HISTORY
044300*                         SOURCES, SKIPPING WHICHEVER IS ABSENT,
044400*                         AS IN CBL0009.
044500*----------------------------------------------------------------*
044600 1300-RELEASE-HISTORY.
044700     OPEN INPUT GRADE-HISTORY-FILE.
044800     IF WS-GRADHIST-STATUS = "35"
044900         SET WS-GH-EOF TO TRUE
045000     END-IF.
045100     PERFORM 1310-RELEASE-ACTIVE THRU 1310-EXIT
045200         UNTIL WS-GH-EOF.
045300     IF WS-GRADHIST-STATUS NOT = "35"
045400         CLOSE GRADE-HISTORY-FILE
045500     END-IF.
045600     OPEN INPUT ARCHIVE-FILE.
045700     IF WS-GHARCH-STATUS = "35"
045800         SET WS-AR-EOF TO TRUE
045900     END-IF.
046000     PERFORM 1320-RELEASE-ARCHIVE THRU 1320-EXIT
046100         UNTIL WS-AR-EOF.
046200     IF WS-GHARCH-STATUS NOT = "35"
046300         CLOSE ARCHIVE-FILE
046400     END-IF.
046500 1300-EXIT.
046600     EXIT.
046700
046800 1310-RELEASE-ACTIVE.
046900     READ GRADE-HISTORY-FILE INTO GH-RECORD
047000         AT END
047100             SET WS-GH-EOF TO TRUE
047200     END-READ.
047300     IF WS-GH-EOF
047400         GO TO 1310-EXIT
047500     END-IF.
047600     RELEASE SW-RECORD FROM GH-RECORD.
047700 1310-EXIT.
047800     EXIT.
047900
048000 1320-RELEASE-ARCHIVE.
048100     READ ARCHIVE-FILE INTO GH-RECORD
048200         AT END
048300             SET WS-AR-EOF TO TRUE
048400     END-READ.
048500     IF WS-AR-EOF
048600         GO TO 1320-EXIT
048700     END-IF.
048800     RELEASE SW-RECORD FROM GH-RECORD.
048900 1320-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------*
049300* 2000-JUDGE-ONE-STUDENT - ONE GPA-MASTER RECORD.  LOOK UP THE
049400*                           STUDENT'S NAME AND PROGRAM, TALLY THE
049500*                           CREDITS FROM THE SORTED HISTORY (SAME
049600*                           STUDENT-ID ORDER AS THE MASTER), FIND
049700*                           LAST TERM'S STATUS AND THE PROGRAM
049800*                           LENGTH, JUDGE, AND WRITE THE SAP
049900*                           RECORD AND ANY APPEALS SECTION.
050000*----------------------------------------------------------------*
050100 2000-JUDGE-ONE-STUDENT.
050200     ADD 1 TO WS-STUDENT-COUNT.
050300     PERFORM 2100-LOOKUP-STUDENT THRU 2100-EXIT.
050400     PERFORM 2200-TALLY-CREDITS THRU 2200-EXIT.
050500     PERFORM 2300-FIND-PRIOR THRU 2300-EXIT.
050600     PERFORM 2400-FIND-PROGRAM-LENGTH THRU 2400-EXIT.
050700     PERFORM 2500-JUDGE-STATUS THRU 2500-EXIT.
050800     PERFORM 2600-WRITE-SAP THRU 2600-EXIT.
050900     IF NOT FA-MEETING OR WS-CLOSE-PACE OR WS-CLOSE-TIME
051000         PERFORM 2800-WRITE-APPEAL THRU 2800-EXIT
051100     END-IF.
051200     PERFORM 8100-READ-GPA-MASTER THRU 8100-EXIT.
051300 2000-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------------*
051700* 2100-LOOKUP-STUDENT - KEYED READ ON THE INDEXED STUDENT MASTER
051800*                        FOR THE NAME AND THE PROGRAM OF STUDY.
051900*----------------------------------------------------------------*
052000 2100-LOOKUP-STUDENT.
052100     MOVE "(NAME NOT ON FILE)  " TO WS-STU-NAME.
052200     MOVE SPACES TO WS-STU-PROGRAM.
052300     IF WS-STUMAST-OPEN
052400         MOVE GM-STU-ID TO STU-ID
052500         READ STUDENT-FILE
052600             INVALID KEY
052700                 CONTINUE
052800             NOT INVALID KEY
052900                 MOVE STU-NAME         TO WS-STU-NAME
053000                 MOVE STU-PROGRAM-CODE TO WS-STU-PROGRAM
053100         END-READ
053200     END-IF.
053300 2100-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------*
053700* 2200-TALLY-CREDITS - SKIP HISTORY FOR STUDENTS NOT ON THE
053800*                       MASTER, THEN FOLD THIS STUDENT'S ATTEMPTS
053900*                       COURSE BY COURSE.  EVERY ATTEMPT WITH A
054000*                       LETTER COUNTS AS ATTEMPTED; THE LATEST
054100*                       REAL LETTER OF EACH COURSE DECIDES WHETHER
054200*                       IT IS EARNED, ONCE, AS IN CBL0022.
054210*                       TRANSFER ROWS ARE HELD LIKE ANY OTHER
054220*                       ATTEMPT BUT AT THEIR POSTED HOURS.
054300*----------------------------------------------------------------*
054400 2200-TALLY-CREDITS.
054500     MOVE ZERO TO WS-ATTEMPTED-CREDITS
054600                  WS-EARNED-CREDITS
054700                  WS-TRANSFER-CREDITS.
054800     MOVE SPACES TO WS-GRP-COURSE-CODE.
054900     MOVE SPACE TO WS-HELD-LETTER.
054950     MOVE ZERO TO WS-GRP-XFER-HOURS.
055000     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT
055100         UNTIL WS-SD-EOF OR GH-STU-ID NOT < GM-STU-ID.
055200     PERFORM 2210-FOLD-ONE-ATTEMPT THRU 2210-EXIT
055300         UNTIL WS-SD-EOF OR GH-STU-ID NOT = GM-STU-ID.
055400     PERFORM 2250-CLOSE-COURSE-GROUP THRU 2250-EXIT.
055500 2200-EXIT.
055600     EXIT.
055700
055800 2210-FOLD-ONE-ATTEMPT.
055900     IF GH-COURSE-CODE NOT = WS-GRP-COURSE-CODE
056000         PERFORM 2250-CLOSE-COURSE-GROUP THRU 2250-EXIT
056100         MOVE GH-COURSE-CODE TO WS-GRP-COURSE-CODE
056150         IF GH-ELECTIVE-PLACEHOLDER
056170             MOVE ZERO TO WS-CREDIT-HOURS
056190         ELSE
056200             PERFORM 2260-LOOKUP-CREDIT-HOURS THRU 2260-EXIT
056250         END-IF
056300     END-IF.
056400     EVALUATE GH-LETTER
056500         WHEN 'A'
056600         WHEN 'B'
056700         WHEN 'C'
056800         WHEN 'D'
056900         WHEN 'F'
057000             ADD WS-CREDIT-HOURS TO WS-ATTEMPTED-CREDITS
057100             MOVE GH-LETTER TO WS-HELD-LETTER
057200         WHEN 'W'
057300         WHEN 'I'
057400             ADD WS-CREDIT-HOURS TO WS-ATTEMPTED-CREDITS
057410         WHEN 'T'
057420             IF GH-TRANSFER-HOURS IS NUMERIC
057430                 ADD GH-TRANSFER-HOURS TO WS-GRP-XFER-HOURS
057440             END-IF
057450             MOVE GH-LETTER TO WS-HELD-LETTER
057500         WHEN OTHER
057600             CONTINUE
057700     END-EVALUATE.
057800     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
057900 2210-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------------*
058300* 2250-CLOSE-COURSE-GROUP - A HELD LETTER OF A THROUGH D EARNS THE
058400*                            COURSE'S HOURS.  THE GROUP'S
058410*                            TRANSFER HOURS ARE TRANSFERRED
058420*                            CREDIT WHEN TRANSFER CREDIT HOLDS,
058430*                            AND ONLY ATTEMPTED WHEN A LATER
058440*                            LOCAL ATTEMPT SUPERSEDED THEM.
058500*----------------------------------------------------------------*
058600 2250-CLOSE-COURSE-GROUP.
058700     IF WS-GRP-COURSE-CODE = SPACES
058800         GO TO 2250-RESET
058900     END-IF.
058910     IF WS-HELD-LETTER = 'T'
058920         ADD WS-GRP-XFER-HOURS TO WS-TRANSFER-CREDITS
058930     ELSE
058940         ADD WS-GRP-XFER-HOURS TO WS-ATTEMPTED-CREDITS
058950     END-IF.
059000     IF WS-HELD-LETTER = 'A' OR WS-HELD-LETTER = 'B'
059100             OR WS-HELD-LETTER = 'C' OR WS-HELD-LETTER = 'D'
059200         ADD WS-CREDIT-HOURS TO WS-EARNED-CREDITS
059300     END-IF.
059400 2250-RESET.
059500     MOVE SPACE TO WS-HELD-LETTER.
059550     MOVE ZERO TO WS-GRP-XFER-HOURS.
059600 2250-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------*
060000* 2260-LOOKUP-CREDIT-HOURS - CATALOG HOURS FOR THE NEW COURSE
060100*                             GROUP.  A COURSE MISSING FROM THE
060200*                             CATALOG COUNTS NO HOURS EITHER WAY
060300*                             AND IS AN EXCEPTION, NEVER A
060400*                             DEFAULT.
060500*----------------------------------------------------------------*
060600 2260-LOOKUP-CREDIT-HOURS.
060700     MOVE 'N' TO WS-CREDIT-FOUND-SW.
060800     MOVE ZERO TO WS-CREDIT-HOURS.
060900     SET WS-CR-IDX TO 1.
061000     SEARCH WS-CREDIT-ENTRY
061100         AT END
061200             CONTINUE
061300         WHEN WS-CR-IDX > WS-CR-COUNT
061400             CONTINUE
061500         WHEN WS-CR-CODE(WS-CR-IDX) = WS-GRP-COURSE-CODE
061600             MOVE WS-CR-HOURS(WS-CR-IDX) TO WS-CREDIT-HOURS
061700             SET WS-CREDIT-FOUND TO TRUE
061800     END-SEARCH.
061900     IF NOT WS-CREDIT-FOUND
062000         DISPLAY "CBL0025 - COURSE " WS-GRP-COURSE-CODE
062100             " NOT ON CRSCRED, NO HOURS FOR " GM-STU-ID
062200         ADD 1 TO WS-EXC-COUNT
062300     END-IF.
062400 2260-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------------*
062800* 2300-FIND-PRIOR - LAST TERM'S SAP STATUS FROM THE PRIOR COPY,
062900*                    MATCHED ON STUDENT ID BY READ-AHEAD.  A
063000*                    STUDENT NOT ON IT HAS NO PRIOR STATUS.
063100*----------------------------------------------------------------*
063200 2300-FIND-PRIOR.
063300     MOVE SPACE TO WS-PRIOR-CODE.
063400     PERFORM 8200-READ-PRIOR THRU 8200-EXIT
063500         UNTIL WS-PR-EOF OR WS-PR-STU-ID NOT < GM-STU-ID.
063600     IF NOT WS-PR-EOF AND WS-PR-STU-ID = GM-STU-ID
063700         MOVE WS-PR-CODE TO WS-PRIOR-CODE
063800     END-IF.
063900 2300-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------------*
064300* 2400-FIND-PROGRAM-LENGTH - THE MINIMUM TOTAL CREDITS OF THE
064400*                             STUDENT'S PROGRAM, AND FROM IT THE
064500*                             MAXIMUM TIMEFRAME.  AN UNDECLARED OR
064600*                             UNDEFINED PROGRAM TAKES THE DEFAULT
064700*                             LENGTH AND IS AN EXCEPTION.
064800*----------------------------------------------------------------*
064900 2400-FIND-PROGRAM-LENGTH.
065000     MOVE 'N' TO WS-DEFAULTED-SW.
065100     MOVE 'N' TO WS-FOUND-SW.
065200     IF WS-STU-PROGRAM NOT = SPACES
065300         SET WS-PG-IDX TO 1
065400         SEARCH WS-PROGRAM-ENTRY
065500             AT END
065600                 CONTINUE
065700             WHEN WS-PG-IDX > WS-PG-COUNT
065800                 CONTINUE
065900             WHEN WS-PG-CODE(WS-PG-IDX) = WS-STU-PROGRAM
066000                 SET WS-FOUND TO TRUE
066100         END-SEARCH
066200     END-IF.
066300     IF WS-FOUND
066400         MOVE WS-PG-MIN-CREDITS(WS-PG-IDX) TO WS-PROGRAM-LENGTH
066500     ELSE
066600         SET WS-LENGTH-DEFAULTED TO TRUE
066700         MOVE WS-DEFAULT-CREDITS TO WS-PROGRAM-LENGTH
066800         DISPLAY "CBL0025 - NO PROGRAM LENGTH FOR " GM-STU-ID
066900             " PROGRAM " WS-STU-PROGRAM ", DEFAULT USED"
067000         ADD 1 TO WS-EXC-COUNT
067100     END-IF.
067200     COMPUTE WS-MAX-CREDITS ROUNDED =
067300         WS-PROGRAM-LENGTH * WS-MAX-TIME-PCT / 100.
067400 2400-EXIT.
067500     EXIT.
067600
067700*----------------------------------------------------------------*
067800* 2500-JUDGE-STATUS - TRANSFER CREDITS COUNT AS BOTH ATTEMPTED AND
067900*                      EARNED.  PAST THE MAXIMUM TIMEFRAME IS NOT
068000*                      MEETING OUTRIGHT; BELOW PACE IS WARNING THE
068100*                      FIRST TERM AND NOT MEETING WHEN LAST TERM
068200*                      WAS ALREADY WARNING OR NOT MEETING.  A
068300*                      STUDENT WITH NOTHING ATTEMPTED IS ON PACE.
068400*                      ONE STILL MEETING SAP IS CLOSE WHEN WITHIN
068500*                      THE WATCH MARGIN OF EITHER LIMIT.
068600*----------------------------------------------------------------*
068700 2500-JUDGE-STATUS.
068800     MOVE 'N' TO WS-CLOSE-PACE-SW.
068900     MOVE 'N' TO WS-CLOSE-TIME-SW.
069000     MOVE SPACES TO WS-SAP-REASON.
069100     MOVE SPACES TO FA-RECORD.
069200     COMPUTE WS-TOTAL-ATTEMPTED =
069300         WS-ATTEMPTED-CREDITS + WS-TRANSFER-CREDITS.
069400     COMPUTE WS-TOTAL-EARNED =
069500         WS-EARNED-CREDITS + WS-TRANSFER-CREDITS.
069600     IF WS-TOTAL-ATTEMPTED = ZERO
069700         MOVE 100 TO WS-PACE-PCT
069800     ELSE
069900         COMPUTE WS-PACE-PCT ROUNDED =
070000             WS-TOTAL-EARNED * 100 / WS-TOTAL-ATTEMPTED
070100     END-IF.
070200     EVALUATE TRUE
070300         WHEN WS-TOTAL-ATTEMPTED > WS-MAX-CREDITS
070400             SET FA-NOT-MEETING TO TRUE
070500             SET FA-TIMEFRAME-REASON TO TRUE
070600             MOVE "ATTEMPTED CREDITS OVER MAXIMUM TIMEFRAME"
070700                 TO WS-SAP-REASON
070800         WHEN WS-PACE-PCT < WS-MIN-PACE-PCT
070900                 AND (WS-PRIOR-CODE = 'W' OR WS-PRIOR-CODE = 'N')
071000             SET FA-NOT-MEETING TO TRUE
071100             SET FA-PACE-REASON TO TRUE
071200             MOVE "PACE BELOW MINIMUM AFTER A WARNING TERM"
071300                 TO WS-SAP-REASON
071400         WHEN WS-PACE-PCT < WS-MIN-PACE-PCT
071500             SET FA-WARNING TO TRUE
071600             SET FA-PACE-REASON TO TRUE
071700             MOVE "PACE BELOW MINIMUM - WARNING TERM"
071800                 TO WS-SAP-REASON
071900         WHEN OTHER
072000             SET FA-MEETING TO TRUE
072100     END-EVALUATE.
072200     IF NOT FA-MEETING OR WS-WATCH-MARGIN = ZERO
072300         GO TO 2500-EXIT
072400     END-IF.
072500     COMPUTE WS-WATCH-CREDITS ROUNDED =
072600         WS-MAX-CREDITS * (100 - WS-WATCH-MARGIN) / 100.
072700     IF WS-PACE-PCT < WS-WATCH-PACE-PCT
072800         SET WS-CLOSE-PACE TO TRUE
072900     END-IF.
073000     IF WS-TOTAL-ATTEMPTED NOT < WS-WATCH-CREDITS
073100         SET WS-CLOSE-TIME TO TRUE
073200     END-IF.
073300 2500-EXIT.
073400     EXIT.
073500
073600*----------------------------------------------------------------*
073700* 2600-WRITE-SAP - ONE SAP RECORD PER STUDENT, AND THE COUNTS.
073800*----------------------------------------------------------------*
073900 2600-WRITE-SAP.
074000     MOVE GM-STU-ID            TO FA-STU-ID.
074100     MOVE CC-TERM-CODE         TO FA-TERM-CODE.
074200     MOVE WS-ATTEMPTED-CREDITS TO FA-ATTEMPTED-CREDITS.
074300     MOVE WS-EARNED-CREDITS    TO FA-EARNED-CREDITS.
074400     MOVE WS-TRANSFER-CREDITS  TO FA-TRANSFER-CREDITS.
074500     MOVE WS-PACE-PCT          TO FA-PACE-PCT.
074600     MOVE WS-MAX-CREDITS       TO FA-MAX-CREDITS.
074700     MOVE FA-RECORD TO SAP-RECORD.
074800     WRITE SAP-RECORD.
074900     ADD 1 TO WS-SAP-COUNT.
075000     EVALUATE TRUE
075100         WHEN FA-MEETING
075200             ADD 1 TO WS-MEETING-COUNT
075300         WHEN FA-WARNING
075400             ADD 1 TO WS-WARNING-COUNT
075500         WHEN OTHER
075600             ADD 1 TO WS-NOT-MEETING-COUNT
075700     END-EVALUATE.
075800     IF WS-CLOSE-PACE OR WS-CLOSE-TIME
075900         ADD 1 TO WS-CLOSE-COUNT
076000     END-IF.
076100 2600-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------*
076500* 2800-WRITE-APPEAL - ONE STUDENT'S SECTION OF THE APPEALS
076600*                      REPORT: WHO, THE FIGURES, AND A NOTE FOR
076700*                      EACH REASON THE STUDENT IS LISTED.  THE
076800*                      FIRST NOTE CARRIES LAST TERM'S STATUS.
076900*----------------------------------------------------------------*
077000 2800-WRITE-APPEAL.
077100     MOVE GM-STU-ID      TO AA-STU-ID.
077200     MOVE WS-STU-NAME    TO AA-NAME.
077300     MOVE WS-STU-PROGRAM TO AA-PROGRAM-CODE.
077400     MOVE FA-SAP-STATUS  TO WS-NAME-CODE.
077500     PERFORM 2900-NAME-STATUS THRU 2900-EXIT.
077600     MOVE WS-STATUS-NAME TO AA-STATUS.
077700     MOVE WS-APPEAL-STUDENT TO REPORT-RECORD.
077800     WRITE REPORT-RECORD.
077900     MOVE WS-TOTAL-ATTEMPTED  TO AF-ATTEMPTED.
078000     MOVE WS-TOTAL-EARNED     TO AF-EARNED.
078100     MOVE WS-TRANSFER-CREDITS TO AF-TRANSFER.
078200     MOVE WS-PACE-PCT         TO AF-PACE-PCT.
078300     MOVE WS-MAX-CREDITS      TO AF-MAX-CREDITS.
078400     MOVE WS-APPEAL-FIGURES TO REPORT-RECORD.
078500     WRITE REPORT-RECORD.
078600     SET WS-FIRST-NOTE TO TRUE.
078700     IF NOT FA-MEETING
078800         MOVE WS-SAP-REASON TO AN-REASON
078900         PERFORM 2810-WRITE-NOTE THRU 2810-EXIT
079000     END-IF.
079100     IF WS-CLOSE-PACE
079200         MOVE "PACE WITHIN MARGIN OF MINIMUM" TO AN-REASON
079300         PERFORM 2810-WRITE-NOTE THRU 2810-EXIT
079400     END-IF.
079500     IF WS-CLOSE-TIME
079600         MOVE "ATTEMPTED CREDITS NEAR MAXIMUM TIMEFRAME"
079700             TO AN-REASON
079800         PERFORM 2810-WRITE-NOTE THRU 2810-EXIT
079900     END-IF.
080000     IF WS-LENGTH-DEFAULTED
080100         MOVE "PROGRAM LENGTH NOT ON DEGREQ - DEFAULTED"
080200             TO AN-REASON
080300         PERFORM 2810-WRITE-NOTE THRU 2810-EXIT
080400     END-IF.
080500 2800-EXIT.
080600     EXIT.
080700
080800 2810-WRITE-NOTE.
080900     IF WS-FIRST-NOTE
081000         MOVE 'N' TO WS-FIRST-NOTE-SW
081100         MOVE "PRIOR: " TO AN-PRIOR-LABEL
081200         MOVE WS-PRIOR-CODE TO WS-NAME-CODE
081300         PERFORM 2900-NAME-STATUS THRU 2900-EXIT
081400         MOVE WS-STATUS-NAME TO AN-PRIOR
081500     ELSE
081600         MOVE SPACES TO AN-PRIOR-LABEL
081700                        AN-PRIOR
081800     END-IF.
081900     MOVE WS-APPEAL-NOTE TO REPORT-RECORD.
082000     WRITE REPORT-RECORD.
082100 2810-EXIT.
082200     EXIT.
082300
082400 2900-NAME-STATUS.
082500     EVALUATE WS-NAME-CODE
082600         WHEN 'M'
082700             MOVE "MEETING    " TO WS-STATUS-NAME
082800         WHEN 'W'
082900             MOVE "WARNING    " TO WS-STATUS-NAME
083000         WHEN 'N'
083100             MOVE "NOT MEETING" TO WS-STATUS-NAME
083200         WHEN OTHER
083300             MOVE "NOT ON FILE" TO WS-STATUS-NAME
083400     END-EVALUATE.
083500 2900-EXIT.
083600     EXIT.
083700
083800*----------------------------------------------------------------*
083900* 3000-FINALIZE - TRAILER, RUN LOG AND CLOSE UP.
084000*----------------------------------------------------------------*
084100 3000-FINALIZE.
084200     MOVE WS-STUDENT-COUNT     TO AZ-STUDENT-COUNT.
084300     MOVE WS-MEETING-COUNT     TO AZ-MEETING-COUNT.
084400     MOVE WS-WARNING-COUNT     TO AZ-WARNING-COUNT.
084500     MOVE WS-NOT-MEETING-COUNT TO AZ-NOT-MEETING-COUNT.
084600     MOVE WS-CLOSE-COUNT       TO AZ-CLOSE-COUNT.
084700     MOVE WS-APPEAL-TRAILER TO REPORT-RECORD.
084800     WRITE REPORT-RECORD.
084900     PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
085000     CLOSE SORTED-HIST-FILE
085100           SAP-FILE
085200           REPORT-FILE.
085300     IF WS-GPA-STATUS NOT = "35"
085400         CLOSE GPA-FILE
085500     END-IF.
085600     IF WS-STUMAST-OPEN
085700         CLOSE STUDENT-FILE
085800     END-IF.
085900     IF WS-PRIOR-OPEN
086000         CLOSE PRIOR-SAP-FILE
086100     END-IF.
086200 3000-EXIT.
086300     EXIT.
086400
086500*----------------------------------------------------------------*
086600* 3100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
086700*                       THE MORNING SUMMARY.  READ IS STUDENTS
086800*                       JUDGED, WRITTEN IS SAP RECORDS, AND THE
086900*                       EXCEPTION COLUMN COUNTS DATA PROBLEMS
087000*                       (COURSES OFF THE CATALOG, DEFAULTED
087100*                       PROGRAM LENGTHS), NOT STUDENTS FAILING
087150*                       SAP.
087200*----------------------------------------------------------------*
087300 3100-WRITE-RUN-LOG.
087400     OPEN EXTEND RUN-LOG-FILE.
087500     IF WS-RUNLOG-STATUS = "35"
087600         OPEN OUTPUT RUN-LOG-FILE
087700     END-IF.
087800     MOVE CC-JOB-ID         TO LG-JOB-ID.
087900     MOVE "CBL0025 "        TO LG-PROGRAM-ID.
088000     MOVE WS-RUN-DATE       TO LG-RUN-DATE.
088100     MOVE WS-RUN-TIME       TO LG-RUN-TIME.
088200     MOVE WS-STUDENT-COUNT  TO LG-READ-COUNT.
088300     MOVE WS-SAP-COUNT      TO LG-WRITE-COUNT.
088400     MOVE WS-EXC-COUNT      TO LG-EXC-COUNT.
088500     SET LG-RESTART-NO      TO TRUE.
088600     MOVE LG-RECORD         TO RUN-LOG-RECORD.
088700     WRITE RUN-LOG-RECORD.
088800     CLOSE RUN-LOG-FILE.
088900 3100-EXIT.
089000     EXIT.
089100
089200*----------------------------------------------------------------*
089300* 8000-READ-SORTED-HIST - READ-AHEAD ON THE SORTED COMBINED
089400*                          HISTORY.
089500*----------------------------------------------------------------*
089600 8000-READ-SORTED-HIST.
089700     READ SORTED-HIST-FILE INTO GH-RECORD
089800         AT END
089900             SET WS-SD-EOF TO TRUE
090000     END-READ.
090100     IF NOT WS-SD-EOF
090200         ADD 1 TO WS-HIST-COUNT
090300     END-IF.
090400 8000-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------------*
090800* 8100-READ-GPA-MASTER - READ-AHEAD ON THE GPA MASTER.
090900*----------------------------------------------------------------*
091000 8100-READ-GPA-MASTER.
091100     READ GPA-FILE INTO GM-RECORD
091200         AT END
091300             SET WS-GM-EOF TO TRUE
091400     END-READ.
091500 8100-EXIT.
091600     EXIT.
091700
091800*----------------------------------------------------------------*
091900* 8200-READ-PRIOR - READ-AHEAD ON THE PRIOR TERM'S SAP FILE.
092000*----------------------------------------------------------------*
092100 8200-READ-PRIOR.
092200     READ PRIOR-SAP-FILE INTO WS-PR-NEXT
092300         AT END
092400             SET WS-PR-EOF TO TRUE
092500     END-READ.
092600 8200-EXIT.
092700     EXIT.
092800
092900*----------------------------------------------------------------*
093000* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
093100*                            FILE AND CHECK THE RUN LOG FOR A
093200*                            CLEAN RECORD DATED TONIGHT FROM EACH
093300*                            PREDECESSOR IT NAMES.  ANY FAILURE
093400*                            HOLDS THE STEP BEFORE AN INPUT IS
093500*                            OPENED: A HELD RUN-LOG RECORD FOR
093600*                            CBL0010 AND RETURN CODE 16.
093610*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
093620*                            A STEP STARTED AFTER MIDNIGHT BUT
093630*                            BEFORE THE PC-NIGHT-CUTOFF TIME
093640*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
093700*----------------------------------------------------------------*
093800 9000-CHECK-PREDECESSORS.
093900     OPEN INPUT EXPECTED-JOB-FILE.
094000     IF PC-EXPJOBS-STATUS = "35"
094100         GO TO 9000-EXIT
094200     END-IF.
094300     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
094400         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
094500     CLOSE EXPECTED-JOB-FILE.
094600     IF NOT PC-SCHEDULED
094700         GO TO 9000-EXIT
094800     END-IF.
094810     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
094820     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
094830         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
094840             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
094850     END-IF.
094900     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
095000         VARYING PC-SUB FROM 1 BY 1
095100         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
095200     IF PC-HOLD-RUN
095300         DISPLAY "CBL0025 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
095400             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
095500         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
095600         MOVE 16 TO RETURN-CODE
095700         STOP RUN
095800     END-IF.
095900 9000-EXIT.
096000     EXIT.
096100
096200 9010-FIND-SCHEDULE.
096300     READ EXPECTED-JOB-FILE INTO EJ-RECORD
096400         AT END
096500             SET PC-EJ-EOF TO TRUE
096600     END-READ.
096700     IF NOT PC-EJ-EOF
096800             AND EJ-PROGRAM-ID = "CBL0025 "
096900             AND EJ-JOB-ID = CC-JOB-ID
097000         SET PC-SCHEDULED TO TRUE
097100     END-IF.
097200 9010-EXIT.
097300     EXIT.
097400
097500*----------------------------------------------------------------*
097600* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
097700*                               PREDECESSOR (A RERUN SUPERSEDES
097800*                               THE EARLIER ATTEMPT) MUST BE
097900*                               DATED TONIGHT, NOT HELD, AND
098000*                               FREE OF EXCEPTIONS.
098100*----------------------------------------------------------------*
098200 9020-CHECK-ONE-PREDECESSOR.
098300     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
098400         GO TO 9020-EXIT
098500     END-IF.
098600     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
098700     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
098800     IF PC-PRED-JOB-ID = SPACES
098900         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
099000     END-IF.
099100     MOVE 'N' TO PC-FOUND-SW.
099200     MOVE 'N' TO PC-LG-EOF-SW.
099300     OPEN INPUT RUN-LOG-FILE.
099400     IF WS-RUNLOG-STATUS NOT = "35"
099500         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
099600             UNTIL PC-LG-EOF
099700         CLOSE RUN-LOG-FILE
099800     END-IF.
099900     EVALUATE TRUE
100000         WHEN NOT PC-FOUND
100100             MOVE "MISSING   " TO PC-HOLD-REASON
100200         WHEN PC-LOG-DATE < PC-NIGHT-DATE
100300             MOVE "STALE     " TO PC-HOLD-REASON
100400         WHEN PC-LOG-HELD
100500             MOVE "HELD      " TO PC-HOLD-REASON
100600         WHEN PC-LOG-EXC > ZERO
100700             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
100800         WHEN OTHER
100900             GO TO 9020-EXIT
101000     END-EVALUATE.
101100     SET PC-HOLD-RUN TO TRUE.
101200 9020-EXIT.
101300     EXIT.
101400
101500 9030-READ-RUN-LOG.
101600     READ RUN-LOG-FILE INTO PC-LOG-IN
101700         AT END
101800             SET PC-LG-EOF TO TRUE
101900     END-READ.
102000     IF NOT PC-LG-EOF
102100             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
102200             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
102300         SET PC-FOUND TO TRUE
102400         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
102410         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
102420             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
102430                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
102440         END-IF
102500         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
102600         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
102700     END-IF.
102800 9030-EXIT.
102900     EXIT.
103000
103100*----------------------------------------------------------------*
103200* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
103300*                        FLAG, AND THE PREDECESSOR WAITED ON.
103400*----------------------------------------------------------------*
103500 9100-WRITE-HELD-LOG.
103600     OPEN EXTEND RUN-LOG-FILE.
103700     IF WS-RUNLOG-STATUS = "35"
103800         OPEN OUTPUT RUN-LOG-FILE
103900     END-IF.
104000     MOVE CC-JOB-ID          TO LG-JOB-ID.
104100     MOVE "CBL0025 "         TO LG-PROGRAM-ID.
104200     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
104300     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
104400     MOVE ZERO               TO LG-READ-COUNT
104500                                LG-WRITE-COUNT
104600                                LG-EXC-COUNT.
104700     SET LG-RESTART-NO       TO TRUE.
104800     SET LG-RUN-HELD         TO TRUE.
104900     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
105000     MOVE LG-RECORD          TO RUN-LOG-RECORD.
105100     WRITE RUN-LOG-RECORD.
105200     CLOSE RUN-LOG-FILE.
105300 9100-EXIT.
105400     EXIT.
