000100*****************************************************************
000200* PROGRAM   -  CBL0023
000300* AUTHOR    -  DATA PROCESSING DEPT
000400* DATE      -  10/15/2026
000500*
000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   TRANSFER AND EXAM CREDIT ROWS (LETTER 'T') ARE
000802*                  NOT GRADES GIVEN IN THE COURSE AND ARE LEFT OUT
000803*                  OF THE SORT INSTEAD OF BEING REPORTED AS BAD
000804*                  LETTERS.
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 10/15/2026 DPD   NEW PROGRAM.  GRADE-DISTRIBUTION TREND REPORT
001000*                  FOR THE PROVOST'S GRADE-INFLATION REVIEW.  THE
001100*                  COMBINED GRADE HISTORY (ACTIVE FILE PLUS
001200*                  ARCHIVE) IS SORTED BY COURSE AND TERM.  FOR
001300*                  EVERY COURSE, EACH TERM ON FILE IS PRINTED
001400*                  WITH ITS LETTER COUNTS, AVERAGE GRADE POINTS
001500*                  AND SHARES OF A'S AND F'S, FOLLOWED BY THE
001600*                  COURSE'S LONG-RUN FIGURES OVER EVERY TERM.  A
001700*                  TERM WHOSE A OR F SHARE IS FURTHER FROM THE
001800*                  LONG-RUN SHARE THAN THE CONTROL-CARD LIMIT IS
001900*                  FLAGGED.  W AND I ARE COUNTED IN THEIR OWN
002000*                  COLUMNS AND KEPT OUT OF THE AVERAGE AND THE
002100*                  SHARES.  THE SAME FIGURES GO TO TRENDOUT IN
002200*                  FIXED COLUMNS FOR INSTITUTIONAL RESEARCH.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CBL0023.
002600 AUTHOR. DATA PROCESSING DEPT.
002700 INSTALLATION. DATA PROCESSING.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CONTROL-FILE ASSIGN TO "CB23CTL"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-GRADHIST-STATUS.
004000
004100     SELECT ARCHIVE-FILE ASSIGN TO "GHARCH"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-GHARCH-STATUS.
004400
004500     SELECT SORT-WORK-FILE ASSIGN TO "TRSORT".
004600
004700     SELECT SORTED-HIST-FILE ASSIGN TO "TRSRTD"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT TREND-OUT-FILE ASSIGN TO "TRENDOUT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT REPORT-FILE ASSIGN TO "TRENDRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RUNLOG-STATUS.
005810
005820     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
005830         ORGANIZATION IS LINE SEQUENTIAL
005840         FILE STATUS IS PC-EXPJOBS-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CONTROL-FILE
006300     RECORDING MODE IS F.
006400 01  CONTROL-RECORD              PIC X(40).
006500
006600 FD  GRADE-HISTORY-FILE
006700     RECORDING MODE IS F.
006800 01  GRADE-HISTORY-RECORD        PIC X(30).
006900
007000 FD  ARCHIVE-FILE
007100     RECORDING MODE IS F.
007200 01  ARCHIVE-RECORD              PIC X(30).
007300
007400 SD  SORT-WORK-FILE.
007500 01  SW-RECORD.
007600     05  SW-STU-ID                PIC X(09).
007700     05  SW-COURSE-CODE           PIC X(06).
007800     05  SW-TERM-CODE             PIC X(06).
007900     05  SW-LETTER                PIC X(01).
008000     05  FILLER                   PIC X(08).
008100
008200 FD  SORTED-HIST-FILE
008300     RECORDING MODE IS F.
008400 01  SORTED-HIST-RECORD          PIC X(30).
008500
008600 FD  TREND-OUT-FILE
008700     RECORDING MODE IS F.
008800 01  TREND-OUT-RECORD            PIC X(80).
008900
009000 FD  REPORT-FILE
009100     RECORDING MODE IS F.
009200 01  REPORT-RECORD               PIC X(80).
009300
009400 FD  RUN-LOG-FILE
009500     RECORDING MODE IS F.
009600 01  RUN-LOG-RECORD              PIC X(60).
009610
009620 FD  EXPECTED-JOB-FILE
009630     RECORDING MODE IS F.
009640 01  EXPECTED-JOB-RECORD         PIC X(100).
009700
009800 WORKING-STORAGE SECTION.
009900*
010000* EITHER HISTORY SOURCE MAY BE ABSENT, AS IN CBL0009.
010100*
010200 01  WS-GRADHIST-STATUS          PIC X(02) VALUE ZERO.
010300 01  WS-GHARCH-STATUS            PIC X(02) VALUE ZERO.
010400 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
010500
010600 01  WS-GH-EOF-SW                PIC X(01) VALUE 'N'.
010700     88  WS-GH-EOF                   VALUE 'Y'.
010800 01  WS-AR-EOF-SW                PIC X(01) VALUE 'N'.
010900     88  WS-AR-EOF                   VALUE 'Y'.
011000 01  WS-SD-EOF-SW                PIC X(01) VALUE 'N'.
011100     88  WS-SD-EOF                   VALUE 'Y'.
011200 01  WS-FLAG-SW                  PIC X(01) VALUE 'N'.
011300     88  WS-FLAGGED                  VALUE 'Y'.
011400
011500 01  WS-RUN-DATE                 PIC 9(08).
011600 01  WS-RUN-TIME-FULL.
011700     05  WS-RUN-TIME             PIC 9(06).
011800     05  FILLER                  PIC 9(02).
011900
012000*
012100* A BLANK OR NON-NUMERIC LIMIT ON THE CONTROL CARD IS TAKEN AS
012200* ZERO, WHICH TURNS THE FLAGS OFF.
012300*
012400 01  WS-SHARE-LIMIT              PIC 9(03)V9 VALUE ZERO.
012500
012600 01  WS-GRP-COURSE-CODE          PIC X(06) VALUE SPACES.
012700
012800 77  WS-TM-COUNT                 PIC 9(03) VALUE ZERO COMP.
012900 77  WS-HIST-COUNT               PIC 9(06) VALUE ZERO COMP.
013000 77  WS-COURSE-COUNT             PIC 9(06) VALUE ZERO COMP.
013100 77  WS-TERM-COUNT               PIC 9(06) VALUE ZERO COMP.
013200 77  WS-FLAG-COUNT               PIC 9(06) VALUE ZERO COMP.
013300 77  WS-OUT-COUNT                PIC 9(06) VALUE ZERO COMP.
013400 77  WS-EXC-COUNT                PIC 9(06) VALUE ZERO COMP.
013500
013600*
013700* ONE ENTRY PER TERM OF THE COURSE IN HAND, IN TERM ORDER, AND
013800* THE COURSE'S LONG-RUN TOTALS BUILT FROM THEM.  LETTER
013900* SUBSCRIPTS ARE 1-7 FOR A, B, C, D, F, W, I.
014000*
014100 01  WS-TERM-TABLE.
014200     05  WS-TERM-ENTRY OCCURS 100 TIMES INDEXED BY WS-TM-IDX.
014300         10  WS-TM-TERM-CODE      PIC X(06).
014400         10  WS-TM-LETTER-COUNT   PIC 9(05) COMP OCCURS 7 TIMES.
014500
014600 01  WS-COURSE-TOTALS.
014700     05  WS-CT-LETTER-COUNT      PIC 9(05) COMP OCCURS 7 TIMES.
014800
014900 01  WS-LETTER-CODES             PIC X(07) VALUE "ABCDFWI".
015000 01  WS-LETTER-TABLE REDEFINES WS-LETTER-CODES.
015100     05  WS-LETTER-CODE          PIC X(01) OCCURS 7 TIMES
015200                                 INDEXED BY WS-LT-IDX.
015300
015400*
015500* FIGURES FOR THE LINE BEING WRITTEN.  WS-FG-GRADED IS THE A
015600* THROUGH F COUNT THAT THE AVERAGE AND SHARES ARE TAKEN OVER.
015700*
015800 01  WS-LINE-FIGURES.
015900     05  WS-FG-COUNT             PIC 9(05) COMP OCCURS 7 TIMES
016000                                 INDEXED BY WS-FG-IDX.
016100 77  WS-FG-GRADED                PIC 9(06) VALUE ZERO COMP.
016200 77  WS-FG-POINTS                PIC 9(07) VALUE ZERO COMP.
016300 01  WS-FG-AVG-POINTS            PIC 9V99 VALUE ZERO.
016400 01  WS-FG-A-PCT                 PIC 9(03)V9 VALUE ZERO.
016500 01  WS-FG-F-PCT                 PIC 9(03)V9 VALUE ZERO.
016600 01  WS-COURSE-A-PCT             PIC 9(03)V9 VALUE ZERO.
016700 01  WS-COURSE-F-PCT             PIC 9(03)V9 VALUE ZERO.
016800 01  WS-SHARE-MOVE               PIC S9(03)V9 VALUE ZERO.
016900
017000 COPY CB23CTL.
017100 COPY GRADHIST.
017200 COPY GRDTREND.
017300 COPY GRDTRRPT.
017400 COPY RUNLOG.
017410 COPY EXPJREC.
017420 COPY PREDCHK.
017500
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     PERFORM 2000-PROCESS-ONE-COURSE THRU 2000-EXIT
018000         UNTIL WS-SD-EOF.
018100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
018200     STOP RUN.
018300
018400*----------------------------------------------------------------*
018500* 1000-INITIALIZE - READ THE CONTROL CARD, SORT THE COMBINED
018600*                    GRADE HISTORY BY COURSE/TERM, OPEN THE
018700*                    OUTPUTS AND PRIME THE READ-AHEAD.
018800*----------------------------------------------------------------*
018900 1000-INITIALIZE.
019000     OPEN INPUT CONTROL-FILE.
019100     READ CONTROL-FILE INTO CC-RECORD
019200         AT END
019300             MOVE SPACES TO CC-RECORD
019400     END-READ.
019500     CLOSE CONTROL-FILE.
019600     IF CC-SHARE-LIMIT IS NUMERIC
019700         MOVE CC-SHARE-LIMIT TO WS-SHARE-LIMIT
019800     END-IF.
019900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020000     ACCEPT WS-RUN-TIME-FULL FROM TIME.
020010     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
020100     SORT SORT-WORK-FILE
020200         ON ASCENDING KEY SW-COURSE-CODE
020300                          SW-TERM-CODE
020400         INPUT PROCEDURE IS 1300-RELEASE-HISTORY
020500             THRU 1300-EXIT
020600         GIVING SORTED-HIST-FILE.
020700     OPEN INPUT SORTED-HIST-FILE.
020800     OPEN OUTPUT TREND-OUT-FILE
020900          OUTPUT REPORT-FILE.
021000     MOVE WS-SHARE-LIMIT TO TH-SHARE-LIMIT.
021100     MOVE WS-TREND-TITLE TO REPORT-RECORD.
021200     WRITE REPORT-RECORD.
021300     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
021400 1000-EXIT.
021500     EXIT.
021600
021700*----------------------------------------------------------------*
021800* 1300-RELEASE-HISTORY - FEED THE SORT FROM BOTH HISTORY
021900*                         SOURCES, SKIPPING WHICHEVER IS ABSENT,
022000*                         AS IN CBL0009.  TRANSFER CREDIT IS
022010*                         NOT RELEASED.
022100*----------------------------------------------------------------*
022200 1300-RELEASE-HISTORY.
022300     OPEN INPUT GRADE-HISTORY-FILE.
022400     IF WS-GRADHIST-STATUS = "35"
022500         SET WS-GH-EOF TO TRUE
022600     END-IF.
022700     PERFORM 1310-RELEASE-ACTIVE THRU 1310-EXIT
022800         UNTIL WS-GH-EOF.
022900     IF WS-GRADHIST-STATUS NOT = "35"
023000         CLOSE GRADE-HISTORY-FILE
023100     END-IF.
023200     OPEN INPUT ARCHIVE-FILE.
023300     IF WS-GHARCH-STATUS = "35"
023400         SET WS-AR-EOF TO TRUE
023500     END-IF.
023600     PERFORM 1320-RELEASE-ARCHIVE THRU 1320-EXIT
023700         UNTIL WS-AR-EOF.
023800     IF WS-GHARCH-STATUS NOT = "35"
023900         CLOSE ARCHIVE-FILE
024000     END-IF.
024100 1300-EXIT.
024200     EXIT.
024300
024400 1310-RELEASE-ACTIVE.
024500     READ GRADE-HISTORY-FILE INTO GH-RECORD
024600         AT END
024700             SET WS-GH-EOF TO TRUE
024800     END-READ.
024900     IF WS-GH-EOF
025000         GO TO 1310-EXIT
025100     END-IF.
025150     IF NOT GH-TRANSFER-CREDIT
025200         RELEASE SW-RECORD FROM GH-RECORD
025250     END-IF.
025300 1310-EXIT.
025400     EXIT.
025500
025600 1320-RELEASE-ARCHIVE.
025700     READ ARCHIVE-FILE INTO GH-RECORD
025800         AT END
025900             SET WS-AR-EOF TO TRUE
026000     END-READ.
026100     IF WS-AR-EOF
026200         GO TO 1320-EXIT
026300     END-IF.
026350     IF NOT GH-TRANSFER-CREDIT
026400         RELEASE SW-RECORD FROM GH-RECORD
026450     END-IF.
026500 1320-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------*
026900* 2000-PROCESS-ONE-COURSE - TALLY EVERY ATTEMPT OF ONE COURSE BY
027000*                            TERM, THEN WORK OUT THE LONG-RUN
027100*                            FIGURES AND WRITE THE COURSE'S
027200*                            SECTION OF THE REPORT AND ITS
027300*                            TRENDOUT RECORDS.
027400*----------------------------------------------------------------*
027500 2000-PROCESS-ONE-COURSE.
027600     MOVE GH-COURSE-CODE TO WS-GRP-COURSE-CODE.
027700     MOVE ZERO TO WS-TM-COUNT.
027750     SET WS-TM-IDX TO 1.
027800     INITIALIZE WS-COURSE-TOTALS.
027900     PERFORM 2100-TALLY-ONE-ATTEMPT THRU 2100-EXIT
028000         UNTIL WS-SD-EOF
028100            OR GH-COURSE-CODE NOT = WS-GRP-COURSE-CODE.
028200     IF WS-TM-COUNT = ZERO
028300         GO TO 2000-EXIT
028400     END-IF.
028500     ADD 1 TO WS-COURSE-COUNT.
028600     PERFORM 2200-COURSE-FIGURES THRU 2200-EXIT.
028700     MOVE WS-GRP-COURSE-CODE TO TC-COURSE-CODE.
028800     MOVE WS-TREND-COURSE-LINE TO REPORT-RECORD.
028900     WRITE REPORT-RECORD.
029000     MOVE WS-TREND-HEADING TO REPORT-RECORD.
029100     WRITE REPORT-RECORD.
029200     PERFORM 2300-WRITE-TERM THRU 2300-EXIT
029300         VARYING WS-TM-IDX FROM 1 BY 1
029400         UNTIL WS-TM-IDX > WS-TM-COUNT.
029500     PERFORM 2400-WRITE-COURSE THRU 2400-EXIT.
029600 2000-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------------*
030000* 2100-TALLY-ONE-ATTEMPT - ADD ONE HISTORY RECORD TO ITS TERM'S
030100*                           COUNTS, OPENING A TERM ENTRY WHEN THE
030200*                           TERM CHANGES.  A LETTER OUTSIDE
030300*                           A-D, F, W, I IS REPORTED AND SKIPPED.
030400*----------------------------------------------------------------*
030500 2100-TALLY-ONE-ATTEMPT.
030600     SET WS-LT-IDX TO 1.
030700     SEARCH WS-LETTER-CODE
030800         AT END
030900             DISPLAY "CBL0023 - LETTER NOT A-D, F, W OR I, "
031000                 GH-STU-ID " " GH-COURSE-CODE " " GH-TERM-CODE
031100                 " SKIPPED"
031200             ADD 1 TO WS-EXC-COUNT
031300             GO TO 2100-READ
031400         WHEN WS-LETTER-CODE(WS-LT-IDX) = GH-LETTER
031500             CONTINUE
031600     END-SEARCH.
031700     IF WS-TM-COUNT = ZERO
031800        OR GH-TERM-CODE NOT = WS-TM-TERM-CODE(WS-TM-IDX)
031900         IF WS-TM-COUNT NOT < 100
032000             DISPLAY "CBL0023 - TERM TABLE FULL FOR "
032100                 GH-COURSE-CODE ", TERM " GH-TERM-CODE
032200                 " SKIPPED"
032300             ADD 1 TO WS-EXC-COUNT
032400             GO TO 2100-READ
032500         END-IF
032600         ADD 1 TO WS-TM-COUNT
032700         SET WS-TM-IDX TO WS-TM-COUNT
032800         INITIALIZE WS-TERM-ENTRY(WS-TM-IDX)
032900         MOVE GH-TERM-CODE TO WS-TM-TERM-CODE(WS-TM-IDX)
033000     END-IF.
033100     ADD 1 TO WS-TM-LETTER-COUNT(WS-TM-IDX, WS-LT-IDX).
033200     ADD 1 TO WS-CT-LETTER-COUNT(WS-LT-IDX).
033300 2100-READ.
033400     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
033500 2100-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------------*
033900* 2200-COURSE-FIGURES - THE LONG-RUN A AND F SHARES THAT EACH
034000*                        TERM IS MEASURED AGAINST.
034100*----------------------------------------------------------------*
034200 2200-COURSE-FIGURES.
034300     PERFORM 2210-LOAD-COURSE-COUNT THRU 2210-EXIT
034400         VARYING WS-FG-IDX FROM 1 BY 1
034500         UNTIL WS-FG-IDX > 7.
034600     PERFORM 2500-COMPUTE-FIGURES THRU 2500-EXIT.
034700     MOVE WS-FG-A-PCT TO WS-COURSE-A-PCT.
034800     MOVE WS-FG-F-PCT TO WS-COURSE-F-PCT.
034900 2200-EXIT.
035000     EXIT.
035100
035200 2210-LOAD-COURSE-COUNT.
035300     MOVE WS-CT-LETTER-COUNT(WS-FG-IDX) TO WS-FG-COUNT(WS-FG-IDX).
035400 2210-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------------*
035800* 2300-WRITE-TERM - ONE TERM OF THE COURSE.  A TERM WITH NO
035900*                    GRADED ATTEMPTS (ONLY W AND I) HAS NO SHARE
036000*                    TO COMPARE AND IS NEVER FLAGGED.
036100*----------------------------------------------------------------*
036200 2300-WRITE-TERM.
036300     ADD 1 TO WS-TERM-COUNT.
036400     PERFORM 2310-LOAD-TERM-COUNT THRU 2310-EXIT
036500         VARYING WS-FG-IDX FROM 1 BY 1
036600         UNTIL WS-FG-IDX > 7.
036700     PERFORM 2500-COMPUTE-FIGURES THRU 2500-EXIT.
036800     MOVE 'N' TO WS-FLAG-SW.
036900     MOVE SPACES TO TP-FLAG.
037000     MOVE 'N' TO GT-A-FLAG GT-F-FLAG.
037100     IF WS-SHARE-LIMIT = ZERO OR WS-FG-GRADED = ZERO
037200         GO TO 2300-WRITE
037300     END-IF.
037400     COMPUTE WS-SHARE-MOVE = WS-FG-A-PCT - WS-COURSE-A-PCT.
037500     IF WS-SHARE-MOVE < ZERO
037600         COMPUTE WS-SHARE-MOVE = ZERO - WS-SHARE-MOVE
037700     END-IF.
037800     IF WS-SHARE-MOVE > WS-SHARE-LIMIT
037900         SET WS-FLAGGED TO TRUE
038000         MOVE 'A' TO TP-FLAG(1:1)
038100         MOVE 'Y' TO GT-A-FLAG
038200     END-IF.
038300     COMPUTE WS-SHARE-MOVE = WS-FG-F-PCT - WS-COURSE-F-PCT.
038400     IF WS-SHARE-MOVE < ZERO
038500         COMPUTE WS-SHARE-MOVE = ZERO - WS-SHARE-MOVE
038600     END-IF.
038700     IF WS-SHARE-MOVE > WS-SHARE-LIMIT
038800         SET WS-FLAGGED TO TRUE
038900         MOVE 'F' TO TP-FLAG(3:1)
039000         MOVE 'Y' TO GT-F-FLAG
039100     END-IF.
039200     IF WS-FLAGGED
039300         ADD 1 TO WS-FLAG-COUNT
039400     END-IF.
039500 2300-WRITE.
039600     MOVE WS-TM-TERM-CODE(WS-TM-IDX) TO TP-TERM-CODE
039700                                        GT-TERM-CODE.
039800     SET GT-TERM-FIGURES TO TRUE.
039900     PERFORM 2600-WRITE-FIGURES THRU 2600-EXIT.
040000 2300-EXIT.
040100     EXIT.
040200
040300 2310-LOAD-TERM-COUNT.
040400     MOVE WS-TM-LETTER-COUNT(WS-TM-IDX, WS-FG-IDX)
040500         TO WS-FG-COUNT(WS-FG-IDX).
040600 2310-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000* 2400-WRITE-COURSE - THE COURSE'S LONG-RUN LINE, CLOSING ITS
041100*                      SECTION OF THE REPORT.
041200*----------------------------------------------------------------*
041300 2400-WRITE-COURSE.
041400     PERFORM 2210-LOAD-COURSE-COUNT THRU 2210-EXIT
041500         VARYING WS-FG-IDX FROM 1 BY 1
041600         UNTIL WS-FG-IDX > 7.
041700     PERFORM 2500-COMPUTE-FIGURES THRU 2500-EXIT.
041800     MOVE "ALL   " TO TP-TERM-CODE.
041900     MOVE SPACES TO TP-FLAG GT-TERM-CODE.
042000     MOVE 'N' TO GT-A-FLAG GT-F-FLAG.
042100     SET GT-COURSE-FIGURES TO TRUE.
042200     PERFORM 2600-WRITE-FIGURES THRU 2600-EXIT.
042300     MOVE SPACES TO REPORT-RECORD.
042400     WRITE REPORT-RECORD.
042500 2400-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------*
042900* 2500-COMPUTE-FIGURES - AVERAGE GRADE POINTS (A=4 ... F=0) AND
043000*                         THE A AND F SHARES, OVER THE GRADED
043100*                         ATTEMPTS IN WS-FG-COUNT.  W (6) AND I
043200*                         (7) ARE LEFT OUT.
043300*----------------------------------------------------------------*
043400 2500-COMPUTE-FIGURES.
043500     MOVE ZERO TO WS-FG-AVG-POINTS WS-FG-A-PCT WS-FG-F-PCT.
043600     COMPUTE WS-FG-GRADED = WS-FG-COUNT(1) + WS-FG-COUNT(2)
043700                          + WS-FG-COUNT(3) + WS-FG-COUNT(4)
043800                          + WS-FG-COUNT(5).
043900     IF WS-FG-GRADED = ZERO
044000         GO TO 2500-EXIT
044100     END-IF.
044200     COMPUTE WS-FG-POINTS = WS-FG-COUNT(1) * 4
044300                          + WS-FG-COUNT(2) * 3
044400                          + WS-FG-COUNT(3) * 2
044500                          + WS-FG-COUNT(4).
044600     COMPUTE WS-FG-AVG-POINTS ROUNDED =
044700         WS-FG-POINTS / WS-FG-GRADED.
044800     COMPUTE WS-FG-A-PCT ROUNDED =
044900         WS-FG-COUNT(1) * 100 / WS-FG-GRADED.
045000     COMPUTE WS-FG-F-PCT ROUNDED =
045100         WS-FG-COUNT(5) * 100 / WS-FG-GRADED.
045200 2500-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------*
045600* 2600-WRITE-FIGURES - ONE REPORT LINE AND ONE TRENDOUT RECORD
045700*                       FROM WS-LINE-FIGURES.  THE TERM CODE,
045800*                       RECORD TYPE AND FLAGS ARE SET BY THE
045900*                       CALLER.
046000*----------------------------------------------------------------*
046100 2600-WRITE-FIGURES.
046200     MOVE WS-FG-COUNT(1)   TO TP-A-COUNT GT-A-COUNT.
046300     MOVE WS-FG-COUNT(2)   TO TP-B-COUNT GT-B-COUNT.
046400     MOVE WS-FG-COUNT(3)   TO TP-C-COUNT GT-C-COUNT.
046500     MOVE WS-FG-COUNT(4)   TO TP-D-COUNT GT-D-COUNT.
046600     MOVE WS-FG-COUNT(5)   TO TP-F-COUNT GT-F-COUNT.
046700     MOVE WS-FG-COUNT(6)   TO TP-W-COUNT GT-W-COUNT.
046800     MOVE WS-FG-COUNT(7)   TO TP-I-COUNT GT-I-COUNT.
046900     MOVE WS-FG-AVG-POINTS TO TP-AVG-POINTS GT-AVG-POINTS.
047000     MOVE WS-FG-A-PCT      TO TP-A-PCT GT-A-PCT.
047100     MOVE WS-FG-F-PCT      TO TP-F-PCT GT-F-PCT.
047200     MOVE WS-TREND-LINE TO REPORT-RECORD.
047300     WRITE REPORT-RECORD.
047400     MOVE WS-GRP-COURSE-CODE TO GT-COURSE-CODE.
047500     MOVE GT-RECORD TO TREND-OUT-RECORD.
047600     WRITE TREND-OUT-RECORD.
047700     ADD 1 TO WS-OUT-COUNT.
047800 2600-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------*
048200* 3000-FINALIZE - TRAILER, RUN LOG AND CLOSE UP.
048300*----------------------------------------------------------------*
048400 3000-FINALIZE.
048500     MOVE WS-COURSE-COUNT TO TQ-COURSE-COUNT.
048600     MOVE WS-TERM-COUNT   TO TQ-TERM-COUNT.
048700     MOVE WS-FLAG-COUNT   TO TQ-FLAG-COUNT.
048800     MOVE WS-OUT-COUNT    TO TQ-RECORD-COUNT.
048900     MOVE WS-TREND-TRAILER TO REPORT-RECORD.
049000     WRITE REPORT-RECORD.
049100     PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
049200     CLOSE SORTED-HIST-FILE
049300           TREND-OUT-FILE
049400           REPORT-FILE.
049500 3000-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------------*
049900* 3100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
050000*                       THE MORNING SUMMARY.  READ IS HISTORY
050100*                       RECORDS, WRITTEN IS TRENDOUT RECORDS,
050200*                       AND THE EXCEPTION COLUMN COUNTS SKIPPED
050300*                       RECORDS.  FLAGGED TERMS ARE THE REPORT'S
050400*                       PRODUCT, NOT EXCEPTIONS.
050500*----------------------------------------------------------------*
050600 3100-WRITE-RUN-LOG.
050700     OPEN EXTEND RUN-LOG-FILE.
050800     IF WS-RUNLOG-STATUS = "35"
050900         OPEN OUTPUT RUN-LOG-FILE
051000     END-IF.
051100     MOVE CC-JOB-ID         TO LG-JOB-ID.
051200     MOVE "CBL0023 "        TO LG-PROGRAM-ID.
051300     MOVE WS-RUN-DATE       TO LG-RUN-DATE.
051400     MOVE WS-RUN-TIME       TO LG-RUN-TIME.
051500     MOVE WS-HIST-COUNT     TO LG-READ-COUNT.
051600     MOVE WS-OUT-COUNT      TO LG-WRITE-COUNT.
051700     MOVE WS-EXC-COUNT      TO LG-EXC-COUNT.
051800     SET LG-RESTART-NO      TO TRUE.
051900     MOVE LG-RECORD         TO RUN-LOG-RECORD.
052000     WRITE RUN-LOG-RECORD.
052100     CLOSE RUN-LOG-FILE.
052200 3100-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------------*
052600* 8000-READ-SORTED-HIST - READ-AHEAD ON THE SORTED COMBINED
052700*                          HISTORY.
052800*----------------------------------------------------------------*
052900 8000-READ-SORTED-HIST.
053000     READ SORTED-HIST-FILE INTO GH-RECORD
053100         AT END
053200             SET WS-SD-EOF TO TRUE
053300     END-READ.
053400     IF NOT WS-SD-EOF
053500         ADD 1 TO WS-HIST-COUNT
053600     END-IF.
053700 8000-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------------*
054100* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
054200*                            FILE AND CHECK THE RUN LOG FOR A
054300*                            CLEAN RECORD DATED TONIGHT FROM EACH
054400*                            PREDECESSOR IT NAMES.  ANY FAILURE
054500*                            HOLDS THE STEP BEFORE AN INPUT IS
054600*                            OPENED: A HELD RUN-LOG RECORD FOR
054700*                            CBL0010 AND RETURN CODE 16.
054710*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
054720*                            A STEP STARTED AFTER MIDNIGHT BUT
054730*                            BEFORE THE PC-NIGHT-CUTOFF TIME
054740*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
054800*----------------------------------------------------------------*
054900 9000-CHECK-PREDECESSORS.
055000     OPEN INPUT EXPECTED-JOB-FILE.
055100     IF PC-EXPJOBS-STATUS = "35"
055200         GO TO 9000-EXIT
055300     END-IF.
055400     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
055500         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
055600     CLOSE EXPECTED-JOB-FILE.
055700     IF NOT PC-SCHEDULED
055800         GO TO 9000-EXIT
055900     END-IF.
055910     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
055920     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
055930         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
055940             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
055950     END-IF.
056000     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
056100         VARYING PC-SUB FROM 1 BY 1
056200         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
056300     IF PC-HOLD-RUN
056400         DISPLAY "CBL0023 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
056500             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
056600         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
056700         MOVE 16 TO RETURN-CODE
056800         STOP RUN
056900     END-IF.
057000 9000-EXIT.
057100     EXIT.
057200
057300 9010-FIND-SCHEDULE.
057400     READ EXPECTED-JOB-FILE INTO EJ-RECORD
057500         AT END
057600             SET PC-EJ-EOF TO TRUE
057700     END-READ.
057800     IF NOT PC-EJ-EOF
057900             AND EJ-PROGRAM-ID = "CBL0023 "
058000             AND EJ-JOB-ID = CC-JOB-ID
058100         SET PC-SCHEDULED TO TRUE
058200     END-IF.
058300 9010-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------*
058700* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
058800*                               PREDECESSOR (A RERUN SUPERSEDES
058900*                               THE EARLIER ATTEMPT) MUST BE
059000*                               DATED TONIGHT, NOT HELD, AND
059100*                               FREE OF EXCEPTIONS.
059200*----------------------------------------------------------------*
059300 9020-CHECK-ONE-PREDECESSOR.
059400     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
059500         GO TO 9020-EXIT
059600     END-IF.
059700     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
059800     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
059900     IF PC-PRED-JOB-ID = SPACES
060000         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
060100     END-IF.
060200     MOVE 'N' TO PC-FOUND-SW.
060300     MOVE 'N' TO PC-LG-EOF-SW.
060400     OPEN INPUT RUN-LOG-FILE.
060500     IF WS-RUNLOG-STATUS NOT = "35"
060600         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
060700             UNTIL PC-LG-EOF
060800         CLOSE RUN-LOG-FILE
060900     END-IF.
061000     EVALUATE TRUE
061100         WHEN NOT PC-FOUND
061200             MOVE "MISSING   " TO PC-HOLD-REASON
061300         WHEN PC-LOG-DATE < PC-NIGHT-DATE
061400             MOVE "STALE     " TO PC-HOLD-REASON
061500         WHEN PC-LOG-HELD
061600             MOVE "HELD      " TO PC-HOLD-REASON
061700         WHEN PC-LOG-EXC > ZERO
061800             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
061900         WHEN OTHER
062000             GO TO 9020-EXIT
062100     END-EVALUATE.
062200     SET PC-HOLD-RUN TO TRUE.
062300 9020-EXIT.
062400     EXIT.
062500
062600 9030-READ-RUN-LOG.
062700     READ RUN-LOG-FILE INTO PC-LOG-IN
062800         AT END
062900             SET PC-LG-EOF TO TRUE
063000     END-READ.
063100     IF NOT PC-LG-EOF
063200             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
063300             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
063400         SET PC-FOUND TO TRUE
063500         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
063510         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
063520             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
063530                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
063540         END-IF
063600         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
063700         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
063800     END-IF.
063900 9030-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------------*
064300* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
064400*                        FLAG, AND THE PREDECESSOR WAITED ON.
064500*----------------------------------------------------------------*
064600 9100-WRITE-HELD-LOG.
064700     OPEN EXTEND RUN-LOG-FILE.
064800     IF WS-RUNLOG-STATUS = "35"
064900         OPEN OUTPUT RUN-LOG-FILE
065000     END-IF.
065100     MOVE CC-JOB-ID          TO LG-JOB-ID.
065200     MOVE "CBL0023 "         TO LG-PROGRAM-ID.
065300     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
065400     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
065500     MOVE ZERO               TO LG-READ-COUNT
065600                                LG-WRITE-COUNT
065700                                LG-EXC-COUNT.
065800     SET LG-RESTART-NO       TO TRUE.
065900     SET LG-RUN-HELD         TO TRUE.
066000     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
066100     MOVE LG-RECORD          TO RUN-LOG-RECORD.
066200     WRITE RUN-LOG-RECORD.
066300     CLOSE RUN-LOG-FILE.
066400 9100-EXIT.
066500     EXIT.
