000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   NEW PROGRAM.  CONTROLLED TERM-END SWAP OF THE
001000*                  GRADE-HISTORY GENERATIONS, REPLACING THE TWO
001100*                  2 AM RENAMES OPERATIONS USED TO DO BY HAND
006900     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RUNLOG-STATUS.
007110
007120     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
007130         ORGANIZATION IS LINE SEQUENTIAL
007140         FILE STATUS IS PC-EXPJOBS-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
011100 FD  RUN-LOG-FILE
011200     RECORDING MODE IS F.
011300 01  RUN-LOG-RECORD              PIC X(60).
011310
011320 FD  EXPECTED-JOB-FILE
011330     RECORDING MODE IS F.
011340 01  EXPECTED-JOB-RECORD         PIC X(100).
011400
011500 WORKING-STORAGE SECTION.
011600*
017300 COPY CB17CTL.
017400 COPY SWAPRPT.
017500     COPY RUNLOG.
017510     COPY EXPJREC.
017520     COPY PREDCHK.
017600
017700 PROCEDURE DIVISION.
017800 0000-MAINLINE.
019900     END-IF.
020000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020100     ACCEPT WS-RUN-TIME-FULL FROM TIME.
020110     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
020200     OPEN OUTPUT REPORT-FILE.
020300 1000-EXIT.
020400     EXIT.
060800     MOVE WS-TOT-COPIED  TO LG-WRITE-COUNT.
060900     MOVE WS-FAIL-COUNT  TO LG-EXC-COUNT.
061000     SET LG-RESTART-NO   TO TRUE.
061010     MOVE SPACES         TO LG-HOLD-INFO.
061100     MOVE LG-RECORD      TO RUN-LOG-RECORD.
061200     WRITE RUN-LOG-RECORD.
061300     CLOSE RUN-LOG-FILE.
061400 3100-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------------*
061800* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
061900*                            FILE AND CHECK THE RUN LOG FOR A
062000*                            CLEAN RECORD DATED TONIGHT FROM EACH
062100*                            PREDECESSOR IT NAMES.  ANY FAILURE
062200*                            HOLDS THE STEP BEFORE AN INPUT IS
062300*                            OPENED: A HELD RUN-LOG RECORD FOR
062400*                            CBL0010 AND RETURN CODE 16.
062410*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
062420*                            A STEP STARTED AFTER MIDNIGHT BUT
062430*                            BEFORE THE PC-NIGHT-CUTOFF TIME
062440*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
062500*----------------------------------------------------------------*
062600 9000-CHECK-PREDECESSORS.
062700     OPEN INPUT EXPECTED-JOB-FILE.
062800     IF PC-EXPJOBS-STATUS = "35"
062900         GO TO 9000-EXIT
063000     END-IF.
063100     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
063200         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
063300     CLOSE EXPECTED-JOB-FILE.
063400     IF NOT PC-SCHEDULED
063500         GO TO 9000-EXIT
063600     END-IF.
063610     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
063620     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
063630         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
063640             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
063650     END-IF.
063700     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
063800         VARYING PC-SUB FROM 1 BY 1
063900         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
064000     IF PC-HOLD-RUN
064100         DISPLAY "CBL0017 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
064200             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
064300         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
064400         MOVE 16 TO RETURN-CODE
064500         STOP RUN
064600     END-IF.
064700 9000-EXIT.
064800     EXIT.
064900
065000 9010-FIND-SCHEDULE.
065100     READ EXPECTED-JOB-FILE INTO EJ-RECORD
065200         AT END
065300             SET PC-EJ-EOF TO TRUE
065400     END-READ.
065500     IF NOT PC-EJ-EOF
065600             AND EJ-PROGRAM-ID = "CBL0017 "
065700             AND EJ-JOB-ID = CC-JOB-ID
065800         SET PC-SCHEDULED TO TRUE
065900     END-IF.
066000 9010-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------*
066400* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
066500*                               PREDECESSOR (A RERUN SUPERSEDES
066600*                               THE EARLIER ATTEMPT) MUST BE
066700*                               DATED TONIGHT, NOT HELD, AND
066800*                               FREE OF EXCEPTIONS.
066900*----------------------------------------------------------------*
067000 9020-CHECK-ONE-PREDECESSOR.
067100     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
067200         GO TO 9020-EXIT
067300     END-IF.
067400     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
067500     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
067600     IF PC-PRED-JOB-ID = SPACES
067700         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
067800     END-IF.
067900     MOVE 'N' TO PC-FOUND-SW.
068000     MOVE 'N' TO PC-LG-EOF-SW.
068100     OPEN INPUT RUN-LOG-FILE.
068200     IF WS-RUNLOG-STATUS NOT = "35"
068300         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
068400             UNTIL PC-LG-EOF
068500         CLOSE RUN-LOG-FILE
068600     END-IF.
068700     EVALUATE TRUE
068800         WHEN NOT PC-FOUND
068900             MOVE "MISSING   " TO PC-HOLD-REASON
069000         WHEN PC-LOG-DATE < PC-NIGHT-DATE
069100             MOVE "STALE     " TO PC-HOLD-REASON
069200         WHEN PC-LOG-HELD
069300             MOVE "HELD      " TO PC-HOLD-REASON
069400         WHEN PC-LOG-EXC > ZERO
069500             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
069600         WHEN OTHER
069700             GO TO 9020-EXIT
069800     END-EVALUATE.
069900     SET PC-HOLD-RUN TO TRUE.
070000 9020-EXIT.
070100     EXIT.
070200
070300 9030-READ-RUN-LOG.
070400     READ RUN-LOG-FILE INTO PC-LOG-IN
070500         AT END
070600             SET PC-LG-EOF TO TRUE
070700     END-READ.
070800     IF NOT PC-LG-EOF
070900             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
071000             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
071100         SET PC-FOUND TO TRUE
071200         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
071210         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
071220             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
071230                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
071240         END-IF
071300         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
071400         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
071500     END-IF.
071600 9030-EXIT.
071700     EXIT.
071800
071900*----------------------------------------------------------------*
072000* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
072100*                        FLAG, AND THE PREDECESSOR WAITED ON.
072200*----------------------------------------------------------------*
072300 9100-WRITE-HELD-LOG.
072400     OPEN EXTEND RUN-LOG-FILE.
072500     IF WS-RUNLOG-STATUS = "35"
072600         OPEN OUTPUT RUN-LOG-FILE
072700     END-IF.
072800     MOVE CC-JOB-ID          TO LG-JOB-ID.
072900     MOVE "CBL0017 "         TO LG-PROGRAM-ID.
073000     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
073100     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
073200     MOVE ZERO               TO LG-READ-COUNT
073300                                LG-WRITE-COUNT
073400                                LG-EXC-COUNT.
073500     SET LG-RESTART-NO       TO TRUE.
073600     SET LG-RUN-HELD         TO TRUE.
073700     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
073800     MOVE LG-RECORD          TO RUN-LOG-RECORD.
073900     WRITE RUN-LOG-RECORD.
074000     CLOSE RUN-LOG-FILE.
074100 9100-EXIT.
074200     EXIT.
