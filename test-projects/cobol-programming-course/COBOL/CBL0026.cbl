000100*****************************************************************
000200* PROGRAM   -  CBL0026
000300* AUTHOR    -  DATA PROCESSING DEPT
000400* DATE      -  10/15/2026
000500*
000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000900* 10/15/2026 DPD   NEW PROGRAM.  PERIODIC STUDENT-RECORD ACCESS
001000*                  REPORT FOR THE FERPA ACCESS REVIEW.  READS THE
001100*                  ACCESS LOG THE CBL0004 CORRECTION SESSION
001200*                  APPENDS TO, KEEPS THE ENTRIES DATED WITHIN THE
001300*                  CONTROL CARD'S RANGE, AND LISTS THEM TWICE:
001400*                  BY OPERATOR (WHOSE RECORDS EACH OPERATOR LOOKED
001500*                  AT OR CHANGED) AND BY STUDENT (WHO LOOKED AT OR
001600*                  CHANGED EACH STUDENT'S RECORD), EACH IN DATE
001700*                  AND TIME ORDER WITH GROUP COUNTS, AND A TRAILER
001800*                  COUNTING ENTRIES BY ACTION.
001900*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CBL0026.
002200 AUTHOR. DATA PROCESSING DEPT.
002300 INSTALLATION. DATA PROCESSING.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONTROL-FILE ASSIGN TO "CB26CTL"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300     SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-ACCLOG-STATUS.
003600
003700     SELECT SORT-WORK-FILE ASSIGN TO "ACSORT".
003800
003900     SELECT BY-OPERATOR-FILE ASSIGN TO "ACSRTO"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT BY-STUDENT-FILE ASSIGN TO "ACSRTS"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT REPORT-FILE ASSIGN TO "ACCRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RUNLOG-STATUS.
005100
005200     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS PC-EXPJOBS-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CONTROL-FILE
005900     RECORDING MODE IS F.
006000 01  CONTROL-RECORD              PIC X(40).
006100
006200 FD  ACCESS-LOG-FILE
006300     RECORDING MODE IS F.
006400 01  ACCESS-LOG-RECORD           PIC X(60).
006500
006600 SD  SORT-WORK-FILE.
006700 01  SW-RECORD.
006800     05  SW-OPERATOR-ID           PIC X(08).
006900     05  SW-STU-ID                PIC X(09).
007000     05  FILLER                   PIC X(12).
007100     05  SW-ACCESS-DATE           PIC 9(08).
007200     05  SW-ACCESS-TIME           PIC 9(06).
007300     05  FILLER                   PIC X(17).
007400
007500 FD  BY-OPERATOR-FILE
007600     RECORDING MODE IS F.
007700 01  BY-OPERATOR-RECORD          PIC X(60).
007800
007900 FD  BY-STUDENT-FILE
008000     RECORDING MODE IS F.
008100 01  BY-STUDENT-RECORD           PIC X(60).
008200
008300 FD  REPORT-FILE
008400     RECORDING MODE IS F.
008500 01  REPORT-RECORD               PIC X(80).
008600
008700 FD  RUN-LOG-FILE
008800     RECORDING MODE IS F.
008900 01  RUN-LOG-RECORD              PIC X(60).
009000
009100 FD  EXPECTED-JOB-FILE
009200     RECORDING MODE IS F.
009300 01  EXPECTED-JOB-RECORD         PIC X(100).
009400
009500 WORKING-STORAGE SECTION.
009600*
009700* NO ACCESS LOG YET (NO SESSION HAS RUN) IS AN EMPTY REPORT, NOT
009800* AN ERROR.
009900*
010000 01  WS-ACCLOG-STATUS            PIC X(02) VALUE ZERO.
010100 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
010200
010300 01  WS-AC-EOF-SW                PIC X(01) VALUE 'N'.
010400     88  WS-AC-EOF                   VALUE 'Y'.
010500 01  WS-SO-EOF-SW                PIC X(01) VALUE 'N'.
010600     88  WS-SO-EOF                   VALUE 'Y'.
010700 01  WS-SS-EOF-SW                PIC X(01) VALUE 'N'.
010800     88  WS-SS-EOF                   VALUE 'Y'.
010900
011000 01  WS-RUN-DATE                 PIC 9(08).
011100 01  WS-RUN-TIME-FULL.
011200     05  WS-RUN-TIME             PIC 9(06).
011300     05  FILLER                  PIC 9(02).
011400
011500 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
011600 01  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
011700 01  WS-GRP-OPERATOR-ID          PIC X(08) VALUE SPACES.
011800 01  WS-GRP-STU-ID               PIC X(09) VALUE SPACES.
011900
012000 77  WS-READ-COUNT               PIC 9(06) VALUE ZERO COMP.
012100 77  WS-SELECT-COUNT             PIC 9(06) VALUE ZERO COMP.
012200 77  WS-EXC-COUNT                PIC 9(06) VALUE ZERO COMP.
012300 77  WS-LOOKUP-COUNT             PIC 9(06) VALUE ZERO COMP.
012400 77  WS-LOOKUP-REF-COUNT         PIC 9(06) VALUE ZERO COMP.
012500 77  WS-SIGN-ON-REF-COUNT        PIC 9(06) VALUE ZERO COMP.
012600 77  WS-CORR-COUNT               PIC 9(06) VALUE ZERO COMP.
012700 77  WS-CORR-REF-COUNT           PIC 9(06) VALUE ZERO COMP.
012800 77  WS-GRP-ENTRIES              PIC 9(06) VALUE ZERO COMP.
012900 77  WS-GRP-REFUSED              PIC 9(06) VALUE ZERO COMP.
013000 77  WS-GRP-FILED                PIC 9(06) VALUE ZERO COMP.
013100
013200 COPY CB26CTL.
013300 COPY ACCLOG.
013400 COPY ACCRPT.
013500 COPY RUNLOG.
013600 COPY EXPJREC.
013700 COPY PREDCHK.
013800
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     PERFORM 2000-REPORT-BY-OPERATOR THRU 2000-EXIT.
014300     PERFORM 2500-REPORT-BY-STUDENT THRU 2500-EXIT.
014400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
014500     STOP RUN.
014600
014700*----------------------------------------------------------------*
014800* 1000-INITIALIZE - READ THE CONTROL CARD AND SETTLE THE DATE
014900*                    RANGE, SORT THE ENTRIES IN RANGE BY
015000*                    OPERATOR AND AGAIN BY STUDENT, OPEN THE
015100*                    REPORT AND WRITE ITS TITLE.
015200*----------------------------------------------------------------*
015300 1000-INITIALIZE.
015400     OPEN INPUT CONTROL-FILE.
015500     READ CONTROL-FILE INTO CC-RECORD
015600         AT END
015700             MOVE SPACES TO CC-RECORD
015800     END-READ.
015900     CLOSE CONTROL-FILE.
016000     IF CC-FROM-DATE IS NUMERIC
016100         MOVE CC-FROM-DATE TO WS-FROM-DATE
016200     END-IF.
016300     IF CC-TO-DATE IS NUMERIC AND CC-TO-DATE > ZERO
016400         MOVE CC-TO-DATE TO WS-TO-DATE
016500     END-IF.
016600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016700     ACCEPT WS-RUN-TIME-FULL FROM TIME.
016800     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
016900     SORT SORT-WORK-FILE
017000         ON ASCENDING KEY SW-OPERATOR-ID
017100                          SW-ACCESS-DATE
017200                          SW-ACCESS-TIME
017300         INPUT PROCEDURE IS 1300-RELEASE-ENTRIES
017400             THRU 1300-EXIT
017500         GIVING BY-OPERATOR-FILE.
017600     SORT SORT-WORK-FILE
017700         ON ASCENDING KEY SW-STU-ID
017800                          SW-ACCESS-DATE
017900                          SW-ACCESS-TIME
018000         USING BY-OPERATOR-FILE
018100         GIVING BY-STUDENT-FILE.
018200     OPEN OUTPUT REPORT-FILE.
018300     MOVE WS-FROM-DATE TO QH-FROM-DATE.
018400     MOVE WS-TO-DATE   TO QH-TO-DATE.
018500     MOVE WS-ACCESS-TITLE TO REPORT-RECORD.
018600     WRITE REPORT-RECORD.
018700 1000-EXIT.
018800     EXIT.
018900
019000*----------------------------------------------------------------*
019100* 1300-RELEASE-ENTRIES - FEED THE SORT WITH THE ACCESS-LOG
019200*                         ENTRIES DATED WITHIN THE RANGE.
019300*----------------------------------------------------------------*
019400 1300-RELEASE-ENTRIES.
019500     OPEN INPUT ACCESS-LOG-FILE.
019600     IF WS-ACCLOG-STATUS = "35"
019700         SET WS-AC-EOF TO TRUE
019800     END-IF.
019900     PERFORM 1310-RELEASE-ONE-ENTRY THRU 1310-EXIT
020000         UNTIL WS-AC-EOF.
020100     IF WS-ACCLOG-STATUS NOT = "35"
020200         CLOSE ACCESS-LOG-FILE
020300     END-IF.
020400 1300-EXIT.
020500     EXIT.
020600
020700 1310-RELEASE-ONE-ENTRY.
020800     READ ACCESS-LOG-FILE INTO AC-RECORD
020900         AT END
021000             SET WS-AC-EOF TO TRUE
021100     END-READ.
021200     IF WS-AC-EOF
021300         GO TO 1310-EXIT
021400     END-IF.
021500     ADD 1 TO WS-READ-COUNT.
021600     IF AC-ACCESS-DATE < WS-FROM-DATE
021700             OR AC-ACCESS-DATE > WS-TO-DATE
021800         GO TO 1310-EXIT
021900     END-IF.
022000     ADD 1 TO WS-SELECT-COUNT.
022100     RELEASE SW-RECORD FROM AC-RECORD.
022200 1310-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------------*
022600* 2000-REPORT-BY-OPERATOR - FIRST PART: ONE GROUP PER OPERATOR.
022700*                            THE TRAILER'S ACTION COUNTS ARE
022800*                            TAKEN HERE, WHERE EVERY ENTRY IN
022900*                            RANGE IS LISTED.
023000*----------------------------------------------------------------*
023100 2000-REPORT-BY-OPERATOR.
023200     MOVE "ACCESS BY OPERATOR" TO QS-TITLE.
023300     MOVE WS-ACCESS-SECTION TO REPORT-RECORD.
023400     WRITE REPORT-RECORD.
023500     OPEN INPUT BY-OPERATOR-FILE.
023600     PERFORM 8000-READ-BY-OPERATOR THRU 8000-EXIT.
023700     PERFORM 2100-OPERATOR-GROUP THRU 2100-EXIT
023800         UNTIL WS-SO-EOF.
023900     CLOSE BY-OPERATOR-FILE.
024000 2000-EXIT.
024100     EXIT.
024200
024300 2100-OPERATOR-GROUP.
024400     MOVE AC-OPERATOR-ID TO WS-GRP-OPERATOR-ID.
024500     MOVE "OPERATOR: "   TO QG-LABEL.
024600     MOVE AC-OPERATOR-ID TO QG-KEY.
024700     PERFORM 2800-OPEN-GROUP THRU 2800-EXIT.
024800     PERFORM 2110-OPERATOR-ENTRY THRU 2110-EXIT
024900         UNTIL WS-SO-EOF
025000            OR AC-OPERATOR-ID NOT = WS-GRP-OPERATOR-ID.
025100     PERFORM 2850-CLOSE-GROUP THRU 2850-EXIT.
025200 2100-EXIT.
025300     EXIT.
025400
025500 2110-OPERATOR-ENTRY.
025600     MOVE AC-STU-ID TO QD-WHO.
025700     PERFORM 2900-WRITE-ENTRY THRU 2900-EXIT.
025800     EVALUATE TRUE
025900         WHEN AC-LOOKUP
026000             ADD 1 TO WS-LOOKUP-COUNT
026100         WHEN AC-LOOKUP-REFUSED
026200             ADD 1 TO WS-LOOKUP-REF-COUNT
026300         WHEN AC-SIGN-ON-REFUSED
026400             ADD 1 TO WS-SIGN-ON-REF-COUNT
026500         WHEN AC-CORR-FILED
026600             ADD 1 TO WS-CORR-COUNT
026700         WHEN AC-CORR-REFUSED
026800             ADD 1 TO WS-CORR-REF-COUNT
026900         WHEN OTHER
027000             DISPLAY "CBL0026 - UNKNOWN ACTION '" AC-ACTION
027100                 "' FOR OPERATOR " AC-OPERATOR-ID " ON "
027200                 AC-ACCESS-DATE
027300             ADD 1 TO WS-EXC-COUNT
027400     END-EVALUATE.
027500     PERFORM 8000-READ-BY-OPERATOR THRU 8000-EXIT.
027600 2110-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------------*
028000* 2500-REPORT-BY-STUDENT - SECOND PART: ONE GROUP PER STUDENT.
028100*                           A REFUSED SIGN-ON NAMES NO STUDENT AND
028200*                           IS LISTED UNDER ITS OPERATOR ONLY.
028300*----------------------------------------------------------------*
028400 2500-REPORT-BY-STUDENT.
028500     MOVE "ACCESS BY STUDENT" TO QS-TITLE.
028600     MOVE WS-ACCESS-SECTION TO REPORT-RECORD.
028700     WRITE REPORT-RECORD.
028800     OPEN INPUT BY-STUDENT-FILE.
028900     PERFORM 8100-READ-BY-STUDENT THRU 8100-EXIT.
029000     PERFORM 8100-READ-BY-STUDENT THRU 8100-EXIT
029100         UNTIL WS-SS-EOF OR AC-STU-ID NOT = SPACES.
029200     PERFORM 2600-STUDENT-GROUP THRU 2600-EXIT
029300         UNTIL WS-SS-EOF.
029400     CLOSE BY-STUDENT-FILE.
029500 2500-EXIT.
029600     EXIT.
029700
029800 2600-STUDENT-GROUP.
029900     MOVE AC-STU-ID   TO WS-GRP-STU-ID.
030000     MOVE "STUDENT:  " TO QG-LABEL.
030100     MOVE AC-STU-ID   TO QG-KEY.
030200     PERFORM 2800-OPEN-GROUP THRU 2800-EXIT.
030300     PERFORM 2610-STUDENT-ENTRY THRU 2610-EXIT
030400         UNTIL WS-SS-EOF
030500            OR AC-STU-ID NOT = WS-GRP-STU-ID.
030600     PERFORM 2850-CLOSE-GROUP THRU 2850-EXIT.
030700 2600-EXIT.
030800     EXIT.
030900
031000 2610-STUDENT-ENTRY.
031100     MOVE AC-OPERATOR-ID TO QD-WHO.
031200     PERFORM 2900-WRITE-ENTRY THRU 2900-EXIT.
031300     PERFORM 8100-READ-BY-STUDENT THRU 8100-EXIT.
031400 2610-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------------*
031800* 2800-OPEN-GROUP / 2850-CLOSE-GROUP - THE GROUP'S HEADING LINE
031900*                                      AND ITS COUNT LINE.
032000*----------------------------------------------------------------*
032100 2800-OPEN-GROUP.
032200     MOVE ZERO TO WS-GRP-ENTRIES
032300                  WS-GRP-REFUSED
032400                  WS-GRP-FILED.
032500     MOVE WS-ACCESS-GROUP TO REPORT-RECORD.
032600     WRITE REPORT-RECORD.
032700 2800-EXIT.
032800     EXIT.
032900
033000 2850-CLOSE-GROUP.
033100     MOVE WS-GRP-ENTRIES TO QC-ENTRIES.
033200     MOVE WS-GRP-REFUSED TO QC-REFUSED.
033300     MOVE WS-GRP-FILED   TO QC-FILED.
033400     MOVE WS-ACCESS-COUNT TO REPORT-RECORD.
033500     WRITE REPORT-RECORD.
033600 2850-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------------*
034000* 2900-WRITE-ENTRY - ONE LOG ENTRY'S LINE, QD-WHO ALREADY SET BY
034100*                     THE CALLER, AND THE GROUP COUNTS.
034200*----------------------------------------------------------------*
034300 2900-WRITE-ENTRY.
034400     MOVE AC-ACCESS-DATE TO QD-DATE.
034500     MOVE AC-ACCESS-TIME TO QD-TIME.
034600     MOVE AC-COURSE-CODE TO QD-COURSE-CODE.
034700     MOVE AC-TERM-CODE   TO QD-TERM-CODE.
034800     MOVE AC-REASON      TO QD-REASON.
034900     MOVE AC-NEW-GRADE   TO QD-NEW-GRADE.
035000     ADD 1 TO WS-GRP-ENTRIES.
035100     EVALUATE TRUE
035200         WHEN AC-LOOKUP
035300             MOVE "LOOKUP"             TO QD-ACTION
035400         WHEN AC-LOOKUP-REFUSED
035500             MOVE "LOOKUP REFUSED"     TO QD-ACTION
035600             ADD 1 TO WS-GRP-REFUSED
035700         WHEN AC-SIGN-ON-REFUSED
035800             MOVE "SIGN-ON REFUSED"    TO QD-ACTION
035900             ADD 1 TO WS-GRP-REFUSED
036000         WHEN AC-CORR-FILED
036100             MOVE "CORRECTION FILED"   TO QD-ACTION
036200             ADD 1 TO WS-GRP-FILED
036300         WHEN AC-CORR-REFUSED
036400             MOVE "CORRECTION REFUSED" TO QD-ACTION
036500             ADD 1 TO WS-GRP-REFUSED
036600         WHEN OTHER
036700             MOVE "UNKNOWN ACTION"     TO QD-ACTION
036800     END-EVALUATE.
036900     MOVE WS-ACCESS-DETAIL TO REPORT-RECORD.
037000     WRITE REPORT-RECORD.
037100 2900-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500* 3000-FINALIZE - TRAILER, RUN LOG AND CLOSE UP.
037600*----------------------------------------------------------------*
037700 3000-FINALIZE.
037800     MOVE WS-LOOKUP-COUNT      TO QT-LOOKUPS.
037900     MOVE WS-LOOKUP-REF-COUNT  TO QT-LOOKUPS-REFUSED.
038000     MOVE WS-SIGN-ON-REF-COUNT TO QT-SIGN-ONS-REFUSED.
038100     MOVE WS-ACCESS-TRAILER-1 TO REPORT-RECORD.
038200     WRITE REPORT-RECORD.
038300     MOVE WS-CORR-COUNT        TO QT-CORR-FILED.
038400     MOVE WS-CORR-REF-COUNT    TO QT-CORR-REFUSED.
038500     MOVE WS-SELECT-COUNT      TO QT-ENTRIES.
038600     MOVE WS-ACCESS-TRAILER-2 TO REPORT-RECORD.
038700     WRITE REPORT-RECORD.
038800     PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
038900     CLOSE REPORT-FILE.
039000 3000-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------------*
039400* 3100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
039500*                       THE MORNING SUMMARY.  READ IS LOG ENTRIES
039600*                       READ, WRITTEN IS ENTRIES REPORTED, AND
039700*                       THE EXCEPTION COLUMN COUNTS ENTRIES WITH
039800*                       AN UNKNOWN ACTION CODE.
039900*----------------------------------------------------------------*
040000 3100-WRITE-RUN-LOG.
040100     OPEN EXTEND RUN-LOG-FILE.
040200     IF WS-RUNLOG-STATUS = "35"
040300         OPEN OUTPUT RUN-LOG-FILE
040400     END-IF.
040500     MOVE CC-JOB-ID         TO LG-JOB-ID.
040600     MOVE "CBL0026 "        TO LG-PROGRAM-ID.
040700     MOVE WS-RUN-DATE       TO LG-RUN-DATE.
040800     MOVE WS-RUN-TIME       TO LG-RUN-TIME.
040900     MOVE WS-READ-COUNT     TO LG-READ-COUNT.
041000     MOVE WS-SELECT-COUNT   TO LG-WRITE-COUNT.
041100     MOVE WS-EXC-COUNT      TO LG-EXC-COUNT.
041200     SET LG-RESTART-NO      TO TRUE.
041300     MOVE LG-RECORD         TO RUN-LOG-RECORD.
041400     WRITE RUN-LOG-RECORD.
041500     CLOSE RUN-LOG-FILE.
041600 3100-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------*
042000* 8000-READ-BY-OPERATOR - READ-AHEAD ON THE ENTRIES SORTED BY
042100*                          OPERATOR.
042200*----------------------------------------------------------------*
042300 8000-READ-BY-OPERATOR.
042400     READ BY-OPERATOR-FILE INTO AC-RECORD
042500         AT END
042600             SET WS-SO-EOF TO TRUE
042700     END-READ.
042800 8000-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------*
043200* 8100-READ-BY-STUDENT - READ-AHEAD ON THE ENTRIES SORTED BY
043300*                         STUDENT.
043400*----------------------------------------------------------------*
043500 8100-READ-BY-STUDENT.
043600     READ BY-STUDENT-FILE INTO AC-RECORD
043700         AT END
043800             SET WS-SS-EOF TO TRUE
043900     END-READ.
044000 8100-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------*
044400* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
044500*                            FILE AND CHECK THE RUN LOG FOR A
044600*                            CLEAN RECORD DATED TONIGHT FROM EACH
044700*                            PREDECESSOR IT NAMES.  ANY FAILURE
044800*                            HOLDS THE STEP BEFORE AN INPUT IS
044900*                            OPENED: A HELD RUN-LOG RECORD FOR
045000*                            CBL0010 AND RETURN CODE 16.
045010*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
045020*                            A STEP STARTED AFTER MIDNIGHT BUT
045030*                            BEFORE THE PC-NIGHT-CUTOFF TIME
045040*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
045100*----------------------------------------------------------------*
045200 9000-CHECK-PREDECESSORS.
045300     OPEN INPUT EXPECTED-JOB-FILE.
045400     IF PC-EXPJOBS-STATUS = "35"
045500         GO TO 9000-EXIT
045600     END-IF.
045700     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
045800         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
045900     CLOSE EXPECTED-JOB-FILE.
046000     IF NOT PC-SCHEDULED
046100         GO TO 9000-EXIT
046200     END-IF.
046210     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
046220     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
046230         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
046240             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
046250     END-IF.
046300     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
046400         VARYING PC-SUB FROM 1 BY 1
046500         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
046600     IF PC-HOLD-RUN
046700         DISPLAY "CBL0026 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
046800             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
046900         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
047000         MOVE 16 TO RETURN-CODE
047100         STOP RUN
047200     END-IF.
047300 9000-EXIT.
047400     EXIT.
047500
047600 9010-FIND-SCHEDULE.
047700     READ EXPECTED-JOB-FILE INTO EJ-RECORD
047800         AT END
047900             SET PC-EJ-EOF TO TRUE
048000     END-READ.
048100     IF NOT PC-EJ-EOF
048200             AND EJ-PROGRAM-ID = "CBL0026 "
048300             AND EJ-JOB-ID = CC-JOB-ID
048400         SET PC-SCHEDULED TO TRUE
048500     END-IF.
048600 9010-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------------*
049000* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
049100*                               PREDECESSOR (A RERUN SUPERSEDES
049200*                               THE EARLIER ATTEMPT) MUST BE
049300*                               DATED TONIGHT, NOT HELD, AND
049400*                               FREE OF EXCEPTIONS.
049500*----------------------------------------------------------------*
049600 9020-CHECK-ONE-PREDECESSOR.
049700     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
049800         GO TO 9020-EXIT
049900     END-IF.
050000     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
050100     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
050200     IF PC-PRED-JOB-ID = SPACES
050300         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
050400     END-IF.
050500     MOVE 'N' TO PC-FOUND-SW.
050600     MOVE 'N' TO PC-LG-EOF-SW.
050700     OPEN INPUT RUN-LOG-FILE.
050800     IF WS-RUNLOG-STATUS NOT = "35"
050900         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
051000             UNTIL PC-LG-EOF
051100         CLOSE RUN-LOG-FILE
051200     END-IF.
051300     EVALUATE TRUE
051400         WHEN NOT PC-FOUND
051500             MOVE "MISSING   " TO PC-HOLD-REASON
051600         WHEN PC-LOG-DATE < PC-NIGHT-DATE
051700             MOVE "STALE     " TO PC-HOLD-REASON
051800         WHEN PC-LOG-HELD
051900             MOVE "HELD      " TO PC-HOLD-REASON
052000         WHEN PC-LOG-EXC > ZERO
052100             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
052200         WHEN OTHER
052300             GO TO 9020-EXIT
052400     END-EVALUATE.
052500     SET PC-HOLD-RUN TO TRUE.
052600 9020-EXIT.
052700     EXIT.
052800
052900 9030-READ-RUN-LOG.
053000     READ RUN-LOG-FILE INTO PC-LOG-IN
053100         AT END
053200             SET PC-LG-EOF TO TRUE
053300     END-READ.
053400     IF NOT PC-LG-EOF
053500             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
053600             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
053700         SET PC-FOUND TO TRUE
053800         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
053810         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
053820             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
053830                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
053840         END-IF
053900         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
054000         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
054100     END-IF.
054200 9030-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------*
054600* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
054700*                        FLAG, AND THE PREDECESSOR WAITED ON.
054800*----------------------------------------------------------------*
054900 9100-WRITE-HELD-LOG.
055000     OPEN EXTEND RUN-LOG-FILE.
055100     IF WS-RUNLOG-STATUS = "35"
055200         OPEN OUTPUT RUN-LOG-FILE
055300     END-IF.
055400     MOVE CC-JOB-ID          TO LG-JOB-ID.
055500     MOVE "CBL0026 "         TO LG-PROGRAM-ID.
055600     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
055700     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
055800     MOVE ZERO               TO LG-READ-COUNT
055900                                LG-WRITE-COUNT
056000                                LG-EXC-COUNT.
056100     SET LG-RESTART-NO       TO TRUE.
056200     SET LG-RUN-HELD         TO TRUE.
056300     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
056400     MOVE LG-RECORD          TO RUN-LOG-RECORD.
056500     WRITE RUN-LOG-RECORD.
056600     CLOSE RUN-LOG-FILE.
056700 9100-EXIT.
056800     EXIT.
