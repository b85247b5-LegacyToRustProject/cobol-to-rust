000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   NEW PROGRAM.  RETENTION PURGE FOR THE FILES
001000*                  THAT GROW FOREVER: THE RUN LOG, THE AUDIT LOG
001100*                  AND THE TWO CHECKPOINT FILES.  DRIVEN BY A
003500     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RUNLOG-STATUS.
003710
003720     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
003730         ORGANIZATION IS LINE SEQUENTIAL
003740         FILE STATUS IS PC-EXPJOBS-STATUS.
003800
003900     SELECT RUN-LOG-ARCH-FILE ASSIGN TO "RUNLOGAR"
004000         ORGANIZATION IS LINE SEQUENTIAL
008800 FD  RUN-LOG-FILE
008900     RECORDING MODE IS F.
009000 01  RUN-LOG-RECORD              PIC X(60).
009010
009020 FD  EXPECTED-JOB-FILE
009030     RECORDING MODE IS F.
009040 01  EXPECTED-JOB-RECORD         PIC X(100).
009100
009200 FD  RUN-LOG-ARCH-FILE
009300     RECORDING MODE IS F.
020100
020200 COPY CB16CTL.
020300 COPY RUNLOG.
020310 COPY EXPJREC.
020320 COPY PREDCHK.
020400 COPY AUDITREC.
020500 COPY RETNRPT.
020600
023000     END-IF.
023100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023200     ACCEPT WS-RUN-TIME-FULL FROM TIME.
023210     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
023300     MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
023400     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
023500     IF WS-SERIAL-9 > CC-RETAIN-DAYS
059530         MOVE ZERO TO LG-EXC-COUNT
059540     END-IF.
059600     SET LG-RESTART-NO   TO TRUE.
059610     MOVE SPACES         TO LG-HOLD-INFO.
059700     MOVE LG-RECORD      TO RUN-LOG-RECORD.
059800     WRITE RUN-LOG-RECORD.
059900     CLOSE RUN-LOG-FILE.
060800         (WS-SD-YEAR * 360) + (WS-SD-MONTH * 30) + WS-SD-DAY.
060900 7000-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------------*
061300* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
061400*                            FILE AND CHECK THE RUN LOG FOR A
061500*                            CLEAN RECORD DATED TONIGHT FROM EACH
061600*                            PREDECESSOR IT NAMES.  ANY FAILURE
061700*                            HOLDS THE STEP BEFORE AN INPUT IS
061800*                            OPENED: A HELD RUN-LOG RECORD FOR
061900*                            CBL0010 AND RETURN CODE 16.
061910*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
061920*                            A STEP STARTED AFTER MIDNIGHT BUT
061930*                            BEFORE THE PC-NIGHT-CUTOFF TIME
061940*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
062000*----------------------------------------------------------------*
062100 9000-CHECK-PREDECESSORS.
062200     OPEN INPUT EXPECTED-JOB-FILE.
062300     IF PC-EXPJOBS-STATUS = "35"
062400         GO TO 9000-EXIT
062500     END-IF.
062600     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
062700         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
062800     CLOSE EXPECTED-JOB-FILE.
062900     IF NOT PC-SCHEDULED
063000         GO TO 9000-EXIT
063100     END-IF.
063110     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
063120     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
063130         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
063140             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
063150     END-IF.
063200     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
063300         VARYING PC-SUB FROM 1 BY 1
063400         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
063500     IF PC-HOLD-RUN
063600         DISPLAY "CBL0016 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
063700             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
063800         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
063900         MOVE 16 TO RETURN-CODE
064000         STOP RUN
064100     END-IF.
064200 9000-EXIT.
064300     EXIT.
064400
064500 9010-FIND-SCHEDULE.
064600     READ EXPECTED-JOB-FILE INTO EJ-RECORD
064700         AT END
064800             SET PC-EJ-EOF TO TRUE
064900     END-READ.
065000     IF NOT PC-EJ-EOF
065100             AND EJ-PROGRAM-ID = "CBL0016 "
065200             AND EJ-JOB-ID = CC-JOB-ID
065300         SET PC-SCHEDULED TO TRUE
065400     END-IF.
065500 9010-EXIT.
065600     EXIT.
065700
065800*----------------------------------------------------------------*
065900* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
066000*                               PREDECESSOR (A RERUN SUPERSEDES
066100*                               THE EARLIER ATTEMPT) MUST BE
066200*                               DATED TONIGHT, NOT HELD, AND
066300*                               FREE OF EXCEPTIONS.
066400*----------------------------------------------------------------*
066500 9020-CHECK-ONE-PREDECESSOR.
066600     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
066700         GO TO 9020-EXIT
066800     END-IF.
066900     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
067000     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
067100     IF PC-PRED-JOB-ID = SPACES
067200         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
067300     END-IF.
067400     MOVE 'N' TO PC-FOUND-SW.
067500     MOVE 'N' TO PC-LG-EOF-SW.
067600     OPEN INPUT RUN-LOG-FILE.
067700     IF WS-RUNLOG-STATUS NOT = "35"
067800         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
067900             UNTIL PC-LG-EOF
068000         CLOSE RUN-LOG-FILE
068100     END-IF.
068200     EVALUATE TRUE
068300         WHEN NOT PC-FOUND
068400             MOVE "MISSING   " TO PC-HOLD-REASON
068500         WHEN PC-LOG-DATE < PC-NIGHT-DATE
068600             MOVE "STALE     " TO PC-HOLD-REASON
068700         WHEN PC-LOG-HELD
068800             MOVE "HELD      " TO PC-HOLD-REASON
068900         WHEN PC-LOG-EXC > ZERO
069000             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
069100         WHEN OTHER
069200             GO TO 9020-EXIT
069300     END-EVALUATE.
069400     SET PC-HOLD-RUN TO TRUE.
069500 9020-EXIT.
069600     EXIT.
069700
069800 9030-READ-RUN-LOG.
069900     READ RUN-LOG-FILE INTO PC-LOG-IN
070000         AT END
070100             SET PC-LG-EOF TO TRUE
070200     END-READ.
070300     IF NOT PC-LG-EOF
070400             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
070500             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
070600         SET PC-FOUND TO TRUE
070700         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
070710         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
070720             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
070730                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
070740         END-IF
070800         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
070900         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
071000     END-IF.
071100 9030-EXIT.
071200     EXIT.
071300
071400*----------------------------------------------------------------*
071500* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
071600*                        FLAG, AND THE PREDECESSOR WAITED ON.
071700*----------------------------------------------------------------*
071800 9100-WRITE-HELD-LOG.
071900     OPEN EXTEND RUN-LOG-FILE.
072000     IF WS-RUNLOG-STATUS = "35"
072100         OPEN OUTPUT RUN-LOG-FILE
072200     END-IF.
072300     MOVE CC-JOB-ID          TO LG-JOB-ID.
072400     MOVE "CBL0016 "         TO LG-PROGRAM-ID.
072500     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
072600     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
072700     MOVE ZERO               TO LG-READ-COUNT
072800                                LG-WRITE-COUNT
072900                                LG-EXC-COUNT.
073000     SET LG-RESTART-NO       TO TRUE.
073100     SET LG-RUN-HELD         TO TRUE.
073200     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
073300     MOVE LG-RECORD          TO RUN-LOG-RECORD.
073400     WRITE RUN-LOG-RECORD.
073500     CLOSE RUN-LOG-FILE.
073600 9100-EXIT.
073700     EXIT.
