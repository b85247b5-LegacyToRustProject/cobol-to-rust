000100*****************************************************************
000200* PROGRAM   -  CBL0020
000300* AUTHOR    -  DATA PROCESSING DEPT
000400* DATE      -  10/15/2026
000500*
000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   TRANSFER AND EXAM CREDIT (LETTER 'T') FOR A
000802*                  COURSE SATISFIES IT AS A PREREQUISITE, EVEN
000803*                  WHEN POSTED IN THE TERM BEING ENROLLED.
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 10/15/2026 DPD   NEW PROGRAM.  ENROLLMENT PRE-EDIT, RUN AHEAD
001000*                  OF CBL0002.  EVERY RECORD ON THE RAW
001100*                  ENROLLMENT FILE IS CHECKED BEFORE IT CAN BE
001200*                  GRADED: THE STUDENT MUST BE ON THE STUDENT
001300*                  MASTER, THE COURSE MUST BE ON THE CATALOG AND
001400*                  ACTIVE, THE STUDENT/COURSE PAIR MUST NOT
001500*                  ALREADY HAVE BEEN ACCEPTED, AND THE STUDENT
001600*                  MUST HOLD A PASSING LETTER IN EVERY
001700*                  PREREQUISITE THE REGISTRAR HAS ON FILE FOR THE
001800*                  COURSE, FROM THE COMBINED GRADE HISTORY
001900*                  (GRADHIST PLUS GHARCH).  CLEAN RECORDS ARE
002000*                  WRITTEN UNCHANGED TO THE ENROLLMENT FILE
002100*                  CBL0002 READS; THE REST GO TO AN EXCEPTION
002200*                  REPORT WITH A REASON CODE, SO A BAD RECORD IS
002300*                  CAUGHT HERE INSTEAD OF FAILING OR MIS-POSTING
002400*                  IN THE MIDDLE OF THE GRADING RUN.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CBL0020.
002800 AUTHOR. DATA PROCESSING DEPT.
002900 INSTALLATION. DATA PROCESSING.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CONTROL-FILE ASSIGN TO "CB20CTL"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT RAW-ENROLL-FILE ASSIGN TO "ENRLRAW"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT ENROLL-SORT-FILE ASSIGN TO "EPSORT".
004300
004400     SELECT SORTED-ENROLL-FILE ASSIGN TO "EPSRTD"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT STUDENT-FILE ASSIGN TO "STUMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS STU-ID
005100         FILE STATUS IS WS-STUDENT-STATUS.
005200
005300     SELECT COURSE-CREDIT-FILE ASSIGN TO "CRSCRED"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT PREREQ-FILE ASSIGN TO "CRSPREQ"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PREREQ-STATUS.
005900
006000     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-GRADHIST-STATUS.
006300
006400     SELECT ARCHIVE-FILE ASSIGN TO "GHARCH"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-GHARCH-STATUS.
006700
006800     SELECT HIST-SORT-FILE ASSIGN TO "PHSORT".
006900
007000     SELECT SORTED-HIST-FILE ASSIGN TO "PHSRTD"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT CLEAN-ENROLL-FILE ASSIGN TO "ENROLL"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT EXCEPTION-FILE ASSIGN TO "ENRLEXC"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-RUNLOG-STATUS.
008110
008120     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
008130         ORGANIZATION IS LINE SEQUENTIAL
008140         FILE STATUS IS PC-EXPJOBS-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  CONTROL-FILE
008600     RECORDING MODE IS F.
008700 01  CONTROL-RECORD              PIC X(40).
008800
008900 FD  RAW-ENROLL-FILE
009000     RECORDING MODE IS F.
009100 01  RAW-ENROLL-RECORD           PIC X(40).
009200
009300 SD  ENROLL-SORT-FILE.
009400 01  ES-RECORD.
009500     05  ES-STU-ID               PIC X(09).
009600     05  ES-COURSE-CODE          PIC X(06).
009700     05  FILLER                  PIC X(25).
009800
009900 FD  SORTED-ENROLL-FILE
010000     RECORDING MODE IS F.
010100 01  SORTED-ENROLL-RECORD        PIC X(40).
010200
010300 FD  STUDENT-FILE.
010400 COPY STUDREC.
010500
010600 FD  COURSE-CREDIT-FILE
010700     RECORDING MODE IS F.
010800 01  COURSE-CREDIT-RECORD        PIC X(31).
010900
011000 FD  PREREQ-FILE
011100     RECORDING MODE IS F.
011200 01  PREREQ-RECORD               PIC X(30).
011300
011400 FD  GRADE-HISTORY-FILE
011500     RECORDING MODE IS F.
011600 01  GRADE-HISTORY-RECORD        PIC X(30).
011700
011800 FD  ARCHIVE-FILE
011900     RECORDING MODE IS F.
012000 01  ARCHIVE-RECORD              PIC X(30).
012100
012200 SD  HIST-SORT-FILE.
012300 01  SW-RECORD.
012400     05  SW-STU-ID               PIC X(09).
012500     05  SW-COURSE-CODE          PIC X(06).
012600     05  SW-TERM-CODE            PIC X(06).
012700     05  SW-LETTER               PIC X(01).
012800     05  FILLER                  PIC X(08).
012900
013000 FD  SORTED-HIST-FILE
013100     RECORDING MODE IS F.
013200 01  SORTED-HIST-RECORD          PIC X(30).
013300
013400 FD  CLEAN-ENROLL-FILE
013500     RECORDING MODE IS F.
013600 01  CLEAN-ENROLL-RECORD         PIC X(40).
013700
013800 FD  EXCEPTION-FILE
013900     RECORDING MODE IS F.
014000 01  EXCEPTION-RECORD            PIC X(80).
014100
014200 FD  RUN-LOG-FILE
014300     RECORDING MODE IS F.
014400 01  RUN-LOG-RECORD              PIC X(60).
014410
014420 FD  EXPECTED-JOB-FILE
014430     RECORDING MODE IS F.
014440 01  EXPECTED-JOB-RECORD         PIC X(100).
014500
014600 WORKING-STORAGE SECTION.
014700*
014800* THE STUDENT MASTER IS REQUIRED: WITHOUT IT EVERY RECORD WOULD
014900* FAIL THE STUDENT CHECK, SO THE RUN STOPS INSTEAD OF REJECTING
015000* THE WHOLE TERM.  THE PREREQUISITE FILE AND BOTH HISTORY
015100* SOURCES MAY BE ABSENT (NO PREREQUISITES ON FILE YET, A FRESH
015200* SYSTEM WITH NO ARCHIVE) AND ARE TREATED AS EMPTY.
015300*
015400 01  WS-STUDENT-STATUS           PIC X(02) VALUE ZERO.
015500 01  WS-PREREQ-STATUS            PIC X(02) VALUE ZERO.
015600 01  WS-GRADHIST-STATUS          PIC X(02) VALUE ZERO.
015700 01  WS-GHARCH-STATUS            PIC X(02) VALUE ZERO.
015800 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
015900
016000 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
016100     88  WS-EOF-YES                  VALUE 'Y'.
016200     88  WS-EOF-NO                   VALUE 'N'.
016300 01  WS-HS-EOF-SW                PIC X(01) VALUE 'N'.
016400     88  WS-HS-EOF                   VALUE 'Y'.
016500 01  WS-GH-EOF-SW                PIC X(01) VALUE 'N'.
016600     88  WS-GH-EOF                   VALUE 'Y'.
016700 01  WS-AR-EOF-SW                PIC X(01) VALUE 'N'.
016800     88  WS-AR-EOF                   VALUE 'Y'.
016900 01  WS-CR-EOF-SW                PIC X(01) VALUE 'N'.
017000     88  WS-CR-EOF                   VALUE 'Y'.
017100 01  WS-PQ-EOF-SW                PIC X(01) VALUE 'N'.
017200     88  WS-PQ-EOF                   VALUE 'Y'.
017300 01  WS-REJECT-SW                PIC X(01) VALUE 'N'.
017400     88  WS-REJECTED                 VALUE 'Y'.
017500 01  WS-PASSED-SW                PIC X(01) VALUE 'N'.
017600     88  WS-PREREQ-PASSED            VALUE 'Y'.
017700
017800 01  WS-RUN-DATE                 PIC 9(08).
017900 01  WS-RUN-TIME-FULL.
018000     05  WS-RUN-TIME             PIC 9(06).
018100     05  FILLER                  PIC 9(02).
018200
018300*
018400* THE LAST STUDENT/COURSE PAIR ACCEPTED.  THE RAW FILE IS SORTED
018500* BY STUDENT AND COURSE, SO A DUPLICATE LANDS RIGHT BEHIND THE
018600* FIRST COPY; THE FIRST COPY TO PASS EVERY CHECK GOES THROUGH
018700* AND ANY LATER COPY IS HELD BACK AS A DUPLICATE.
018800*
018900 01  WS-LAST-ACCEPTED.
019000     05  WS-LA-STU-ID            PIC X(09) VALUE SPACES.
019100     05  WS-LA-COURSE-CODE       PIC X(06) VALUE SPACES.
019200 01  WS-THIS-PAIR.
019300     05  WS-TP-STU-ID            PIC X(09).
019400     05  WS-TP-COURSE-CODE       PIC X(06).
019500
019600 01  WS-CUR-STU-ID               PIC X(09) VALUE SPACES.
019700 01  WS-MISSING-PREREQ           PIC X(06) VALUE SPACES.
019800
019900 77  WS-READ-COUNT               PIC 9(06) VALUE ZERO COMP.
020000 77  WS-ACCEPT-COUNT             PIC 9(06) VALUE ZERO COMP.
020100 77  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO COMP.
020200 77  WS-NS-COUNT                 PIC 9(06) VALUE ZERO COMP.
020300 77  WS-NC-COUNT                 PIC 9(06) VALUE ZERO COMP.
020400 77  WS-IA-COUNT                 PIC 9(06) VALUE ZERO COMP.
020500 77  WS-DU-COUNT                 PIC 9(06) VALUE ZERO COMP.
020600 77  WS-PQ-COUNT                 PIC 9(06) VALUE ZERO COMP.
020700
020800*
020900* COURSE CATALOG, AS IN CBL0003, KEEPING THE ACTIVE SWITCH.
021000*
021100 77  WS-CR-COUNT                 PIC 9(03) VALUE ZERO COMP.
021200 01  WS-CREDIT-TABLE.
021300     05  WS-CREDIT-ENTRY OCCURS 200 TIMES INDEXED BY WS-CR-IDX.
021400         10  WS-CR-CODE           PIC X(06).
021500         10  WS-CR-ACTIVE-SW      PIC X(01).
021600
021700*
021800* PREREQUISITE TABLE, LOADED ONCE.  EVERY ENTRY FOR THE COURSE
021900* BEING EDITED IS CHECKED, SO THE FILE NEED NOT BE IN ANY ORDER.
022000*
022100 77  WS-PQ-COUNT-T               PIC 9(04) VALUE ZERO COMP.
022200 01  WS-PREREQ-TABLE.
022300     05  WS-PREREQ-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PQ-IDX.
022400         10  WS-PQ-COURSE         PIC X(06).
022500         10  WS-PQ-PREREQ         PIC X(06).
022600
022700*
022800* COURSES THE CURRENT STUDENT HAS PASSED, LOADED FROM THE SORTED
022900* HISTORY AT EACH STUDENT BREAK.  BOTH FILES ARE IN STUDENT
023000* ORDER, SO THE HISTORY IS READ ONCE FRONT TO BACK ALONGSIDE THE
023100* ENROLLMENTS.
023200*
023300 77  WS-PS-COUNT                 PIC 9(03) VALUE ZERO COMP.
023400 01  WS-PASSED-TABLE.
023500     05  WS-PASSED-ENTRY OCCURS 300 TIMES INDEXED BY WS-PS-IDX.
023600         10  WS-PS-COURSE         PIC X(06).
023700
023800 COPY CB20CTL.
023900 COPY ENRLREC.
024000 COPY CRSCRED.
024100 COPY PREREQ.
024200 COPY GRADHIST.
024300 COPY ENRLEXC.
024400 COPY RUNLOG.
024410 COPY EXPJREC.
024420 COPY PREDCHK.
024500
024600 PROCEDURE DIVISION.
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 2000-EDIT-ENROLLMENT THRU 2000-EXIT
025000         UNTIL WS-EOF-YES.
025100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
025200     STOP RUN.
025300
025400*----------------------------------------------------------------*
025500* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE STUDENT
025600*                    MASTER, LOAD THE CATALOG AND PREREQUISITE
025700*                    TABLES, SORT THE RAW ENROLLMENTS AND THE
025800*                    PASSING GRADE HISTORY BY STUDENT AND PRIME
025900*                    BOTH READ-AHEADS.
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
027000     OPEN INPUT STUDENT-FILE.
027100     IF WS-STUDENT-STATUS NOT = "00"
027200         DISPLAY "CBL0020 - INDEXED STUDENT MASTER NOT AVAILABLE"
027300             " - STATUS " WS-STUDENT-STATUS
027400         DISPLAY "RUN THE CBL0007 MAINTENANCE UPDATE TO BUILD IT."
027500         MOVE 12 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
027900     PERFORM 1200-LOAD-PREREQS THRU 1200-EXIT.
028000     SORT ENROLL-SORT-FILE
028100         ON ASCENDING KEY ES-STU-ID
028200                          ES-COURSE-CODE
028300         USING RAW-ENROLL-FILE
028400         GIVING SORTED-ENROLL-FILE.
028500     SORT HIST-SORT-FILE
028600         ON ASCENDING KEY SW-STU-ID
028700                          SW-COURSE-CODE
028800         INPUT PROCEDURE IS 1300-RELEASE-HISTORY
028900             THRU 1300-EXIT
029000         GIVING SORTED-HIST-FILE.
029100     OPEN INPUT SORTED-ENROLL-FILE
029200          INPUT SORTED-HIST-FILE.
029300     OPEN OUTPUT CLEAN-ENROLL-FILE
029400          OUTPUT EXCEPTION-FILE.
029500     PERFORM 8000-READ-ENROLLMENT THRU 8000-EXIT.
029600     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
029700 1000-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------------*
030100* 1100-LOAD-CATALOG - LOAD THE COURSE CATALOG WITH EACH COURSE'S
030200*                      ACTIVE SWITCH.
030300*----------------------------------------------------------------*
030400 1100-LOAD-CATALOG.
030500     OPEN INPUT COURSE-CREDIT-FILE.
030600     PERFORM 1110-LOAD-CATALOG-RECORD THRU 1110-EXIT
030700         UNTIL WS-CR-EOF.
030800     CLOSE COURSE-CREDIT-FILE.
030900 1100-EXIT.
031000     EXIT.
031100
031200 1110-LOAD-CATALOG-RECORD.
031300     READ COURSE-CREDIT-FILE INTO CR-RECORD
031400         AT END
031500             SET WS-CR-EOF TO TRUE
031600     END-READ.
031700     IF WS-CR-EOF
031800         GO TO 1110-EXIT
031900     END-IF.
032000     IF WS-CR-COUNT >= 200
032100         DISPLAY "CBL0020 - CATALOG TABLE FULL - COURSE "
032200             CR-COURSE-CODE " WILL EDIT AS NOT ON CATALOG"
032300         GO TO 1110-EXIT
032400     END-IF.
032500     ADD 1 TO WS-CR-COUNT.
032600     SET WS-CR-IDX TO WS-CR-COUNT.
032700     MOVE CR-COURSE-CODE TO WS-CR-CODE(WS-CR-IDX).
032800     MOVE CR-ACTIVE-SW   TO WS-CR-ACTIVE-SW(WS-CR-IDX).
032900 1110-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------*
033300* 1200-LOAD-PREREQS - LOAD THE COURSE-PREREQUISITE FILE.  NO FILE
033400*                      MEANS NO COURSE HAS A PREREQUISITE.
033500*----------------------------------------------------------------*
033600 1200-LOAD-PREREQS.
033700     OPEN INPUT PREREQ-FILE.
033800     IF WS-PREREQ-STATUS = "35"
033900         GO TO 1200-EXIT
034000     END-IF.
034100     PERFORM 1210-LOAD-PREREQ-RECORD THRU 1210-EXIT
034200         UNTIL WS-PQ-EOF.
034300     CLOSE PREREQ-FILE.
034400 1200-EXIT.
034500     EXIT.
034600
034700 1210-LOAD-PREREQ-RECORD.
034800     READ PREREQ-FILE INTO PQ-RECORD
034900         AT END
035000             SET WS-PQ-EOF TO TRUE
035100     END-READ.
035200     IF WS-PQ-EOF
035300         GO TO 1210-EXIT
035400     END-IF.
035500     IF WS-PQ-COUNT-T >= 1000
035600         DISPLAY "CBL0020 - PREREQUISITE TABLE FULL - "
035700             PQ-COURSE-CODE " " PQ-PREREQ-CODE " NOT CHECKED"
035800         GO TO 1210-EXIT
035900     END-IF.
036000     ADD 1 TO WS-PQ-COUNT-T.
036100     SET WS-PQ-IDX TO WS-PQ-COUNT-T.
036200     MOVE PQ-COURSE-CODE TO WS-PQ-COURSE(WS-PQ-IDX).
036300     MOVE PQ-PREREQ-CODE TO WS-PQ-PREREQ(WS-PQ-IDX).
036400 1210-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------------*
036800* 1300-RELEASE-HISTORY - FEED THE HISTORY SORT FROM BOTH SOURCES,
036900*                         SKIPPING WHICHEVER IS ABSENT.  ONLY A
037000*                         PASSING LETTER FROM ANOTHER TERM IS
037100*                         RELEASED; NOTHING ELSE CAN SATISFY A
037200*                         PREREQUISITE.
037300*----------------------------------------------------------------*
037400 1300-RELEASE-HISTORY.
037500     OPEN INPUT GRADE-HISTORY-FILE.
037600     IF WS-GRADHIST-STATUS = "35"
037700         SET WS-GH-EOF TO TRUE
037800     END-IF.
037900     PERFORM 1310-RELEASE-ACTIVE THRU 1310-EXIT
038000         UNTIL WS-GH-EOF.
038100     IF WS-GRADHIST-STATUS NOT = "35"
038200         CLOSE GRADE-HISTORY-FILE
038300     END-IF.
038400     OPEN INPUT ARCHIVE-FILE.
038500     IF WS-GHARCH-STATUS = "35"
038600         SET WS-AR-EOF TO TRUE
038700     END-IF.
038800     PERFORM 1320-RELEASE-ARCHIVE THRU 1320-EXIT
038900         UNTIL WS-AR-EOF.
039000     IF WS-GHARCH-STATUS NOT = "35"
039100         CLOSE ARCHIVE-FILE
039200     END-IF.
039300 1300-EXIT.
039400     EXIT.
039500
039600 1310-RELEASE-ACTIVE.
039700     READ GRADE-HISTORY-FILE INTO GH-RECORD
039800         AT END
039900             SET WS-GH-EOF TO TRUE
040000     END-READ.
040100     IF WS-GH-EOF
040200         GO TO 1310-EXIT
040300     END-IF.
040400     PERFORM 1330-RELEASE-IF-PASSED THRU 1330-EXIT.
040500 1310-EXIT.
040600     EXIT.
040700
040800 1320-RELEASE-ARCHIVE.
040900     READ ARCHIVE-FILE INTO GH-RECORD
041000         AT END
041100             SET WS-AR-EOF TO TRUE
041200     END-READ.
041300     IF WS-AR-EOF
041400         GO TO 1320-EXIT
041500     END-IF.
041600     PERFORM 1330-RELEASE-IF-PASSED THRU 1330-EXIT.
041700 1320-EXIT.
041800     EXIT.
041900
042000 1330-RELEASE-IF-PASSED.
042050     IF GH-TRANSFER-CREDIT
042060         RELEASE SW-RECORD FROM GH-RECORD
042070         GO TO 1330-EXIT
042080     END-IF.
042100     IF GH-TERM-CODE = CC-TERM-CODE
042200         GO TO 1330-EXIT
042300     END-IF.
042400     IF GH-LETTER = 'A' OR 'B' OR 'C' OR 'D'
042500         RELEASE SW-RECORD FROM GH-RECORD
042600     END-IF.
042700 1330-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------*
043100* 2000-EDIT-ENROLLMENT - RUN ONE ENROLLMENT RECORD THROUGH EVERY
043200*                         CHECK IN TURN.  THE FIRST CHECK THAT
043300*                         FAILS WRITES THE EXCEPTION LINE AND
043400*                         HOLDS THE RECORD BACK; A RECORD THAT
043500*                         PASSES THEM ALL GOES TO THE CLEAN FILE.
043600*----------------------------------------------------------------*
043700 2000-EDIT-ENROLLMENT.
043800     IF EN-STU-ID NOT = WS-CUR-STU-ID
043900         PERFORM 2500-LOAD-PASSED-COURSES THRU 2500-EXIT
044000     END-IF.
044100     MOVE 'N' TO WS-REJECT-SW.
044200     MOVE SPACES TO WS-MISSING-PREREQ.
044300     PERFORM 2100-CHECK-STUDENT THRU 2100-EXIT.
044400     IF NOT WS-REJECTED
044500         PERFORM 2200-CHECK-COURSE THRU 2200-EXIT
044600     END-IF.
044700     IF NOT WS-REJECTED
044800         PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT
044900     END-IF.
045000     IF NOT WS-REJECTED
045100         PERFORM 2400-CHECK-PREREQS THRU 2400-EXIT
045200     END-IF.
045300     IF WS-REJECTED
045400         ADD 1 TO WS-REJECT-COUNT
045500         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
045600     ELSE
045700         MOVE EN-RECORD TO CLEAN-ENROLL-RECORD
045800         WRITE CLEAN-ENROLL-RECORD
045900         ADD 1 TO WS-ACCEPT-COUNT
046000         MOVE EN-STU-ID      TO WS-LA-STU-ID
046100         MOVE EN-COURSE-CODE TO WS-LA-COURSE-CODE
046200     END-IF.
046300     PERFORM 8000-READ-ENROLLMENT THRU 8000-EXIT.
046400 2000-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------------*
046800* 2100-CHECK-STUDENT - ONE KEYED READ ON THE STUDENT MASTER.
046900*----------------------------------------------------------------*
047000 2100-CHECK-STUDENT.
047100     MOVE EN-STU-ID TO STU-ID.
047200     READ STUDENT-FILE
047300         INVALID KEY
047400             SET WS-REJECTED TO TRUE
047500             MOVE "NS" TO EX-REASON-CODE
047600             MOVE "STUDENT NOT ON MASTER         " TO EX-REASON
047700             ADD 1 TO WS-NS-COUNT
047800     END-READ.
047900 2100-EXIT.
048000     EXIT.
048100
048200*----------------------------------------------------------------*
048300* 2200-CHECK-COURSE - THE COURSE MUST BE ON THE CATALOG AND
048400*                      ACTIVE.
048500*----------------------------------------------------------------*
048600 2200-CHECK-COURSE.
048700     IF WS-CR-COUNT = ZERO
048800         SET WS-REJECTED TO TRUE
048900         GO TO 2200-NOT-FOUND
049000     END-IF.
049100     SET WS-CR-IDX TO 1.
049200     SEARCH WS-CREDIT-ENTRY
049300         AT END
049400             SET WS-REJECTED TO TRUE
049500         WHEN WS-CR-CODE(WS-CR-IDX) = EN-COURSE-CODE
049600             IF WS-CR-ACTIVE-SW(WS-CR-IDX) NOT = 'A'
049700                 SET WS-REJECTED TO TRUE
049800                 MOVE "IA" TO EX-REASON-CODE
049900                 MOVE "COURSE INACTIVE ON CATALOG    "
049950                     TO EX-REASON
050000                 ADD 1 TO WS-IA-COUNT
050100             END-IF
050200             GO TO 2200-EXIT
050300     END-SEARCH.
050400 2200-NOT-FOUND.
050500     MOVE "NC" TO EX-REASON-CODE.
050600     MOVE "COURSE NOT ON CATALOG         " TO EX-REASON.
050700     ADD 1 TO WS-NC-COUNT.
050800 2200-EXIT.
050900     EXIT.
051000
051100*----------------------------------------------------------------*
051200* 2300-CHECK-DUPLICATE - A SECOND COPY OF A PAIR ALREADY ACCEPTED
051300*                         IS HELD BACK.
051400*----------------------------------------------------------------*
051500 2300-CHECK-DUPLICATE.
051600     MOVE EN-STU-ID      TO WS-TP-STU-ID.
051700     MOVE EN-COURSE-CODE TO WS-TP-COURSE-CODE.
051800     IF WS-THIS-PAIR = WS-LAST-ACCEPTED
051900         SET WS-REJECTED TO TRUE
052000         MOVE "DU" TO EX-REASON-CODE
052100         MOVE "DUPLICATE STUDENT/COURSE      " TO EX-REASON
052200         ADD 1 TO WS-DU-COUNT
052300     END-IF.
052400 2300-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------------*
052800* 2400-CHECK-PREREQS - EVERY PREREQUISITE ON FILE FOR THE COURSE
052900*                       MUST BE ON THE STUDENT'S PASSED LIST.
053000*                       THE FIRST ONE MISSING IS REPORTED.
053100*----------------------------------------------------------------*
053200 2400-CHECK-PREREQS.
053300     IF WS-PQ-COUNT-T = ZERO
053400         GO TO 2400-EXIT
053500     END-IF.
053600     PERFORM 2410-CHECK-ONE-PREREQ THRU 2410-EXIT
053700         VARYING WS-PQ-IDX FROM 1 BY 1
053800         UNTIL WS-PQ-IDX > WS-PQ-COUNT-T
053900            OR WS-REJECTED.
054000     IF WS-REJECTED
054100         MOVE "PQ" TO EX-REASON-CODE
054200         MOVE "PREREQUISITE NOT MET          " TO EX-REASON
054300         ADD 1 TO WS-PQ-COUNT
054400     END-IF.
054500 2400-EXIT.
054600     EXIT.
054700
054800 2410-CHECK-ONE-PREREQ.
054900     IF WS-PQ-COURSE(WS-PQ-IDX) NOT = EN-COURSE-CODE
055000         GO TO 2410-EXIT
055100     END-IF.
055200     MOVE 'N' TO WS-PASSED-SW.
055300     IF WS-PS-COUNT > ZERO
055400         SET WS-PS-IDX TO 1
055500         SEARCH WS-PASSED-ENTRY
055600             AT END
055700                 CONTINUE
055800             WHEN WS-PS-COURSE(WS-PS-IDX)
055850                     = WS-PQ-PREREQ(WS-PQ-IDX)
055900                 SET WS-PREREQ-PASSED TO TRUE
056000         END-SEARCH
056100     END-IF.
056200     IF NOT WS-PREREQ-PASSED
056300         SET WS-REJECTED TO TRUE
056400         MOVE WS-PQ-PREREQ(WS-PQ-IDX) TO WS-MISSING-PREREQ
056500     END-IF.
056600 2410-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------*
057000* 2500-LOAD-PASSED-COURSES - NEW STUDENT ON THE ENROLLMENT FILE:
057100*                             READ PAST HISTORY FOR LOWER STUDENT
057200*                             IDS AND COLLECT THIS STUDENT'S
057300*                             PASSED COURSES.
057400*----------------------------------------------------------------*
057500 2500-LOAD-PASSED-COURSES.
057600     MOVE EN-STU-ID TO WS-CUR-STU-ID.
057700     MOVE ZERO TO WS-PS-COUNT.
057800     PERFORM 8100-READ-HISTORY THRU 8100-EXIT
057900         UNTIL WS-HS-EOF OR GH-STU-ID NOT < WS-CUR-STU-ID.
058000     PERFORM 2510-COLLECT-PASSED THRU 2510-EXIT
058100         UNTIL WS-HS-EOF OR GH-STU-ID NOT = WS-CUR-STU-ID.
058200 2500-EXIT.
058300     EXIT.
058400
058500 2510-COLLECT-PASSED.
058600     IF WS-PS-COUNT >= 300
058700         DISPLAY "CBL0020 - PASSED-COURSE TABLE FULL - "
058800             WS-CUR-STU-ID " " GH-COURSE-CODE " NOT LOADED"
058900     ELSE
059000         ADD 1 TO WS-PS-COUNT
059100         SET WS-PS-IDX TO WS-PS-COUNT
059200         MOVE GH-COURSE-CODE TO WS-PS-COURSE(WS-PS-IDX)
059300     END-IF.
059400     PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
059500 2510-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------*
059900* 2900-WRITE-EXCEPTION - ONE EXCEPTION LINE FOR THE RECORD JUST
060000*                         HELD BACK.  THE REASON WAS SET BY THE
060100*                         CHECK THAT FAILED.
060200*----------------------------------------------------------------*
060300 2900-WRITE-EXCEPTION.
060400     MOVE EN-STU-ID         TO EX-STU-ID.
060500     MOVE EN-COURSE-CODE    TO EX-COURSE-CODE.
060600     MOVE WS-MISSING-PREREQ TO EX-PREREQ-CODE.
060700     MOVE WS-ENROLL-EXC-LINE TO EXCEPTION-RECORD.
060800     WRITE EXCEPTION-RECORD.
060900 2900-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------------*
061300* 3000-FINALIZE - EXCEPTION-REPORT TRAILERS, RUN LOG AND CLOSE
061400*                  UP.
061500*----------------------------------------------------------------*
061600 3000-FINALIZE.
061700     MOVE WS-READ-COUNT   TO EY-READ-COUNT.
061800     MOVE WS-ACCEPT-COUNT TO EY-ACCEPT-COUNT.
061900     MOVE WS-REJECT-COUNT TO EY-REJECT-COUNT.
062000     MOVE WS-ENROLL-EXC-TRAILER-1 TO EXCEPTION-RECORD.
062100     WRITE EXCEPTION-RECORD.
062200     MOVE WS-NS-COUNT TO EZ-NS-COUNT.
062300     MOVE WS-NC-COUNT TO EZ-NC-COUNT.
062400     MOVE WS-IA-COUNT TO EZ-IA-COUNT.
062500     MOVE WS-DU-COUNT TO EZ-DU-COUNT.
062600     MOVE WS-PQ-COUNT TO EZ-PQ-COUNT.
062700     MOVE WS-ENROLL-EXC-TRAILER-2 TO EXCEPTION-RECORD.
062800     WRITE EXCEPTION-RECORD.
062900     PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
063000     CLOSE SORTED-ENROLL-FILE
063100           SORTED-HIST-FILE
063200           STUDENT-FILE
063300           CLEAN-ENROLL-FILE
063400           EXCEPTION-FILE.
063500 3000-EXIT.
063600     EXIT.
063700
063800*----------------------------------------------------------------*
063900* 3100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
064000*                       THE MORNING SUMMARY.  READ IS RAW
064100*                       ENROLLMENT RECORDS, WRITTEN IS CLEAN
064200*                       RECORDS PASSED TO CBL0002, AND THE
064300*                       REJECTS RIDE IN THE EXCEPTION COLUMN SO
064400*                       THE MORNING REPORT FLAGS THE EXCEPTION
064500*                       REPORT FOR THE REGISTRAR.
064600*----------------------------------------------------------------*
064700 3100-WRITE-RUN-LOG.
064800     OPEN EXTEND RUN-LOG-FILE.
064900     IF WS-RUNLOG-STATUS = "35"
065000         OPEN OUTPUT RUN-LOG-FILE
065100     END-IF.
065200     MOVE CC-JOB-ID       TO LG-JOB-ID.
065300     MOVE "CBL0020 "      TO LG-PROGRAM-ID.
065400     MOVE WS-RUN-DATE     TO LG-RUN-DATE.
065500     MOVE WS-RUN-TIME     TO LG-RUN-TIME.
065600     MOVE WS-READ-COUNT   TO LG-READ-COUNT.
065700     MOVE WS-ACCEPT-COUNT TO LG-WRITE-COUNT.
065800     MOVE WS-REJECT-COUNT TO LG-EXC-COUNT.
065900     SET LG-RESTART-NO    TO TRUE.
066000     MOVE LG-RECORD       TO RUN-LOG-RECORD.
066100     WRITE RUN-LOG-RECORD.
066200     CLOSE RUN-LOG-FILE.
066300 3100-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------*
066700* 8000-READ-ENROLLMENT - READ-AHEAD ON THE SORTED ENROLLMENTS.
066800*----------------------------------------------------------------*
066900 8000-READ-ENROLLMENT.
067000     READ SORTED-ENROLL-FILE INTO EN-RECORD
067100         AT END
067200             SET WS-EOF-YES TO TRUE
067300     END-READ.
067400     IF WS-EOF-NO
067500         ADD 1 TO WS-READ-COUNT
067600     END-IF.
067700 8000-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------------*
068100* 8100-READ-HISTORY - READ-AHEAD ON THE SORTED PASSING HISTORY.
068500*----------------------------------------------------------------*
068600 8100-READ-HISTORY.
068700     IF WS-HS-EOF
068800         GO TO 8100-EXIT
068900     END-IF.
069000     READ SORTED-HIST-FILE INTO GH-RECORD
069100         AT END
069200             SET WS-HS-EOF TO TRUE
069300     END-READ.
069700 8100-EXIT.
069800     EXIT.
069900
070000*----------------------------------------------------------------*
070100* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
070200*                            FILE AND CHECK THE RUN LOG FOR A
070300*                            CLEAN RECORD DATED TONIGHT FROM EACH
070400*                            PREDECESSOR IT NAMES.  ANY FAILURE
070500*                            HOLDS THE STEP BEFORE AN INPUT IS
070600*                            OPENED: A HELD RUN-LOG RECORD FOR
070700*                            CBL0010 AND RETURN CODE 16.
070710*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
070720*                            A STEP STARTED AFTER MIDNIGHT BUT
070730*                            BEFORE THE PC-NIGHT-CUTOFF TIME
070740*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
070800*----------------------------------------------------------------*
070900 9000-CHECK-PREDECESSORS.
071000     OPEN INPUT EXPECTED-JOB-FILE.
071100     IF PC-EXPJOBS-STATUS = "35"
071200         GO TO 9000-EXIT
071300     END-IF.
071400     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
071500         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
071600     CLOSE EXPECTED-JOB-FILE.
071700     IF NOT PC-SCHEDULED
071800         GO TO 9000-EXIT
071900     END-IF.
071910     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
071920     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
071930         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
071940             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
071950     END-IF.
072000     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
072100         VARYING PC-SUB FROM 1 BY 1
072200         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
072300     IF PC-HOLD-RUN
072400         DISPLAY "CBL0020 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
072500             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
072600         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
072700         MOVE 16 TO RETURN-CODE
072800         STOP RUN
072900     END-IF.
073000 9000-EXIT.
073100     EXIT.
073200
073300 9010-FIND-SCHEDULE.
073400     READ EXPECTED-JOB-FILE INTO EJ-RECORD
073500         AT END
073600             SET PC-EJ-EOF TO TRUE
073700     END-READ.
073800     IF NOT PC-EJ-EOF
073900             AND EJ-PROGRAM-ID = "CBL0020 "
074000             AND EJ-JOB-ID = CC-JOB-ID
074100         SET PC-SCHEDULED TO TRUE
074200     END-IF.
074300 9010-EXIT.
074400     EXIT.
074500
074600*----------------------------------------------------------------*
074700* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
074800*                               PREDECESSOR (A RERUN SUPERSEDES
074900*                               THE EARLIER ATTEMPT) MUST BE
075000*                               DATED TONIGHT, NOT HELD, AND
075100*                               FREE OF EXCEPTIONS.
075200*----------------------------------------------------------------*
075300 9020-CHECK-ONE-PREDECESSOR.
075400     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
075500         GO TO 9020-EXIT
075600     END-IF.
075700     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
075800     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
075900     IF PC-PRED-JOB-ID = SPACES
076000         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
076100     END-IF.
076200     MOVE 'N' TO PC-FOUND-SW.
076300     MOVE 'N' TO PC-LG-EOF-SW.
076400     OPEN INPUT RUN-LOG-FILE.
076500     IF WS-RUNLOG-STATUS NOT = "35"
076600         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
076700             UNTIL PC-LG-EOF
076800         CLOSE RUN-LOG-FILE
076900     END-IF.
077000     EVALUATE TRUE
077100         WHEN NOT PC-FOUND
077200             MOVE "MISSING   " TO PC-HOLD-REASON
077300         WHEN PC-LOG-DATE < PC-NIGHT-DATE
077400             MOVE "STALE     " TO PC-HOLD-REASON
077500         WHEN PC-LOG-HELD
077600             MOVE "HELD      " TO PC-HOLD-REASON
077700         WHEN PC-LOG-EXC > ZERO
077800             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
077900         WHEN OTHER
078000             GO TO 9020-EXIT
078100     END-EVALUATE.
078200     SET PC-HOLD-RUN TO TRUE.
078300 9020-EXIT.
078400     EXIT.
078500
078600 9030-READ-RUN-LOG.
078700     READ RUN-LOG-FILE INTO PC-LOG-IN
078800         AT END
078900             SET PC-LG-EOF TO TRUE
079000     END-READ.
079100     IF NOT PC-LG-EOF
079200             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
079300             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
079400         SET PC-FOUND TO TRUE
079500         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
079510         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
079520             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
079530                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
079540         END-IF
079600         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
079700         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
079800     END-IF.
079900 9030-EXIT.
080000     EXIT.
080100
080200*----------------------------------------------------------------*
080300* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
080400*                        FLAG, AND THE PREDECESSOR WAITED ON.
080500*----------------------------------------------------------------*
080600 9100-WRITE-HELD-LOG.
080700     OPEN EXTEND RUN-LOG-FILE.
080800     IF WS-RUNLOG-STATUS = "35"
080900         OPEN OUTPUT RUN-LOG-FILE
081000     END-IF.
081100     MOVE CC-JOB-ID          TO LG-JOB-ID.
081200     MOVE "CBL0020 "         TO LG-PROGRAM-ID.
081300     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
081400     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
081500     MOVE ZERO               TO LG-READ-COUNT
081600                                LG-WRITE-COUNT
081700                                LG-EXC-COUNT.
081800     SET LG-RESTART-NO       TO TRUE.
081900     SET LG-RUN-HELD         TO TRUE.
082000     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
082100     MOVE LG-RECORD          TO RUN-LOG-RECORD.
082200     WRITE RUN-LOG-RECORD.
082300     CLOSE RUN-LOG-FILE.
082400 9100-EXIT.
082500     EXIT.
