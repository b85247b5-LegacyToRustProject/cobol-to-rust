000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000870* 08/22/2026 DPD   APPEND THE STANDARD RUN-LOG RECORD AT END OF
000880*                  JOB SO THE MORNING SUMMARY (CBL0010) SEES THE
000890*                  STANDING RUN LIKE ANY OTHER JOB.
000900* 08/22/2026 DPD   NEW PROGRAM.  READS THE TERM'S GPA-MASTER FILE
001000*                  WRITTEN BY CBL0003 AND CLASSIFIES EACH STUDENT
001100*                  INTO DEAN'S LIST, GOOD STANDING, WARNING OR
003720     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
003730         ORGANIZATION IS LINE SEQUENTIAL
003740         FILE STATUS IS WS-RUNLOG-STATUS.
003750
003760     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
003770         ORGANIZATION IS LINE SEQUENTIAL
003780         FILE STATUS IS PC-EXPJOBS-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
005520 FD  RUN-LOG-FILE
005530     RECORDING MODE IS F.
005540 01  RUN-LOG-RECORD              PIC X(60).
005550
005560 FD  EXPECTED-JOB-FILE
005570     RECORDING MODE IS F.
005580 01  EXPECTED-JOB-RECORD         PIC X(100).
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
006900 COPY STANDREC.
007000 COPY STANDRPT.
007010     COPY RUNLOG.
007020     COPY EXPJREC.
007030     COPY PREDCHK.
007100
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
008500     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
008510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008520     ACCEPT WS-RUN-TIME-FULL FROM TIME.
008530     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
008600     OPEN INPUT GPA-FILE.
008700     OPEN OUTPUT STANDING-FILE
008800          OUTPUT REPORT-FILE.
018200     END-READ.
018300 8000-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------------*
018700* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
018800*                            FILE AND CHECK THE RUN LOG FOR A
018900*                            CLEAN RECORD DATED TONIGHT FROM EACH
019000*                            PREDECESSOR IT NAMES.  ANY FAILURE
019100*                            HOLDS THE STEP BEFORE AN INPUT IS
019200*                            OPENED: A HELD RUN-LOG RECORD FOR
019300*                            CBL0010 AND RETURN CODE 16.
019310*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
019320*                            A STEP STARTED AFTER MIDNIGHT BUT
019330*                            BEFORE THE PC-NIGHT-CUTOFF TIME
019340*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
019400*----------------------------------------------------------------*
019500 9000-CHECK-PREDECESSORS.
019600     OPEN INPUT EXPECTED-JOB-FILE.
019700     IF PC-EXPJOBS-STATUS = "35"
019800         GO TO 9000-EXIT
019900     END-IF.
020000     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
020100         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
020200     CLOSE EXPECTED-JOB-FILE.
020300     IF NOT PC-SCHEDULED
020400         GO TO 9000-EXIT
020500     END-IF.
020510     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
020520     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
020530         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
020540             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
020550     END-IF.
020600     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
020700         VARYING PC-SUB FROM 1 BY 1
020800         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
020900     IF PC-HOLD-RUN
021000         DISPLAY "CBL0005 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
021100             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
021200         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600 9000-EXIT.
021700     EXIT.
021800
021900 9010-FIND-SCHEDULE.
022000     READ EXPECTED-JOB-FILE INTO EJ-RECORD
022100         AT END
022200             SET PC-EJ-EOF TO TRUE
022300     END-READ.
022400     IF NOT PC-EJ-EOF
022500             AND EJ-PROGRAM-ID = "CBL0005 "
022600             AND EJ-JOB-ID = CC-JOB-ID
022700         SET PC-SCHEDULED TO TRUE
022800     END-IF.
022900 9010-EXIT.
023000     EXIT.
023100
023200*----------------------------------------------------------------*
023300* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
023400*                               PREDECESSOR (A RERUN SUPERSEDES
023500*                               THE EARLIER ATTEMPT) MUST BE
023600*                               DATED TONIGHT, NOT HELD, AND
023700*                               FREE OF EXCEPTIONS.
023800*----------------------------------------------------------------*
023900 9020-CHECK-ONE-PREDECESSOR.
024000     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
024100         GO TO 9020-EXIT
024200     END-IF.
024300     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
024400     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
024500     IF PC-PRED-JOB-ID = SPACES
024600         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
024700     END-IF.
024800     MOVE 'N' TO PC-FOUND-SW.
024900     MOVE 'N' TO PC-LG-EOF-SW.
025000     OPEN INPUT RUN-LOG-FILE.
025100     IF WS-RUNLOG-STATUS NOT = "35"
025200         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
025300             UNTIL PC-LG-EOF
025400         CLOSE RUN-LOG-FILE
025500     END-IF.
025600     EVALUATE TRUE
025700         WHEN NOT PC-FOUND
025800             MOVE "MISSING   " TO PC-HOLD-REASON
025900         WHEN PC-LOG-DATE < PC-NIGHT-DATE
026000             MOVE "STALE     " TO PC-HOLD-REASON
026100         WHEN PC-LOG-HELD
026200             MOVE "HELD      " TO PC-HOLD-REASON
026300         WHEN PC-LOG-EXC > ZERO
026400             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
026500         WHEN OTHER
026600             GO TO 9020-EXIT
026700     END-EVALUATE.
026800     SET PC-HOLD-RUN TO TRUE.
026900 9020-EXIT.
027000     EXIT.
027100
027200 9030-READ-RUN-LOG.
027300     READ RUN-LOG-FILE INTO PC-LOG-IN
027400         AT END
027500             SET PC-LG-EOF TO TRUE
027600     END-READ.
027700     IF NOT PC-LG-EOF
027800             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
027900             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
028000         SET PC-FOUND TO TRUE
028100         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
028110         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
028120             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
028130                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
028140         END-IF
028200         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
028300         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
028400     END-IF.
028500 9030-EXIT.
028600     EXIT.
028700
028800*----------------------------------------------------------------*
028900* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
029000*                        FLAG, AND THE PREDECESSOR WAITED ON.
029100*----------------------------------------------------------------*
029200 9100-WRITE-HELD-LOG.
029300     OPEN EXTEND RUN-LOG-FILE.
029400     IF WS-RUNLOG-STATUS = "35"
029500         OPEN OUTPUT RUN-LOG-FILE
029600     END-IF.
029700     MOVE CC-JOB-ID          TO LG-JOB-ID.
029800     MOVE "CBL0005 "         TO LG-PROGRAM-ID.
029900     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
030000     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
030100     MOVE ZERO               TO LG-READ-COUNT
030200                                LG-WRITE-COUNT
030300                                LG-EXC-COUNT.
030400     SET LG-RESTART-NO       TO TRUE.
030500     SET LG-RUN-HELD         TO TRUE.
030600     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
030700     MOVE LG-RECORD          TO RUN-LOG-RECORD.
030800     WRITE RUN-LOG-RECORD.
030900     CLOSE RUN-LOG-FILE.
031000 9100-EXIT.
031100     EXIT.
