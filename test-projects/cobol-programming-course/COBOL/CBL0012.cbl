000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   NEW PROGRAM.  TERM-OVER-TERM STANDING
001000*                  COMPARISON.  MATCHES THE CURRENT TERM'S
001100*                  STANDING FILE (WRITTEN BY CBL0005) AGAINST THE
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
008600 FD  RUN-LOG-FILE
008700     RECORDING MODE IS F.
008800 01  RUN-LOG-RECORD              PIC X(60).
008810
008820 FD  EXPECTED-JOB-FILE
008830     RECORDING MODE IS F.
008840 01  EXPECTED-JOB-RECORD         PIC X(100).
008900
009000 WORKING-STORAGE SECTION.
009100*
014500 COPY STCHGREC.
014600 COPY STCMPRPT.
014700     COPY RUNLOG.
014710     COPY EXPJREC.
014720     COPY PREDCHK.
014800
014900 PROCEDURE DIVISION.
015000 0000-MAINLINE.
016700     CLOSE CONTROL-FILE.
016800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016900     ACCEPT WS-RUN-TIME-FULL FROM TIME.
016910     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
017000     OPEN INPUT CURRENT-STANDING-FILE.
017100     OPEN INPUT PRIOR-STANDING-FILE.
017200     IF WS-PRIOR-STATUS = "35"
045900     END-READ.
046000 8100-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------*
046400* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
046500*                            FILE AND CHECK THE RUN LOG FOR A
046600*                            CLEAN RECORD DATED TONIGHT FROM EACH
046700*                            PREDECESSOR IT NAMES.  ANY FAILURE
046800*                            HOLDS THE STEP BEFORE AN INPUT IS
046900*                            OPENED: A HELD RUN-LOG RECORD FOR
047000*                            CBL0010 AND RETURN CODE 16.
047010*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
047020*                            A STEP STARTED AFTER MIDNIGHT BUT
047030*                            BEFORE THE PC-NIGHT-CUTOFF TIME
047040*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
047100*----------------------------------------------------------------*
047200 9000-CHECK-PREDECESSORS.
047300     OPEN INPUT EXPECTED-JOB-FILE.
047400     IF PC-EXPJOBS-STATUS = "35"
047500         GO TO 9000-EXIT
047600     END-IF.
047700     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
047800         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
047900     CLOSE EXPECTED-JOB-FILE.
048000     IF NOT PC-SCHEDULED
048100         GO TO 9000-EXIT
048200     END-IF.
048210     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
048220     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
048230         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
048240             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
048250     END-IF.
048300     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
048400         VARYING PC-SUB FROM 1 BY 1
048500         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
048600     IF PC-HOLD-RUN
048700         DISPLAY "CBL0012 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
048800             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
048900         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
049000         MOVE 16 TO RETURN-CODE
049100         STOP RUN
049200     END-IF.
049300 9000-EXIT.
049400     EXIT.
049500
049600 9010-FIND-SCHEDULE.
049700     READ EXPECTED-JOB-FILE INTO EJ-RECORD
049800         AT END
049900             SET PC-EJ-EOF TO TRUE
050000     END-READ.
050100     IF NOT PC-EJ-EOF
050200             AND EJ-PROGRAM-ID = "CBL0012 "
050300             AND EJ-JOB-ID = CC-JOB-ID
050400         SET PC-SCHEDULED TO TRUE
050500     END-IF.
050600 9010-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------*
051000* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
051100*                               PREDECESSOR (A RERUN SUPERSEDES
051200*                               THE EARLIER ATTEMPT) MUST BE
051300*                               DATED TONIGHT, NOT HELD, AND
051400*                               FREE OF EXCEPTIONS.
051500*----------------------------------------------------------------*
051600 9020-CHECK-ONE-PREDECESSOR.
051700     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
051800         GO TO 9020-EXIT
051900     END-IF.
052000     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
052100     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
052200     IF PC-PRED-JOB-ID = SPACES
052300         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
052400     END-IF.
052500     MOVE 'N' TO PC-FOUND-SW.
052600     MOVE 'N' TO PC-LG-EOF-SW.
052700     OPEN INPUT RUN-LOG-FILE.
052800     IF WS-RUNLOG-STATUS NOT = "35"
052900         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
053000             UNTIL PC-LG-EOF
053100         CLOSE RUN-LOG-FILE
053200     END-IF.
053300     EVALUATE TRUE
053400         WHEN NOT PC-FOUND
053500             MOVE "MISSING   " TO PC-HOLD-REASON
053600         WHEN PC-LOG-DATE < PC-NIGHT-DATE
053700             MOVE "STALE     " TO PC-HOLD-REASON
053800         WHEN PC-LOG-HELD
053900             MOVE "HELD      " TO PC-HOLD-REASON
054000         WHEN PC-LOG-EXC > ZERO
054100             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
054200         WHEN OTHER
054300             GO TO 9020-EXIT
054400     END-EVALUATE.
054500     SET PC-HOLD-RUN TO TRUE.
054600 9020-EXIT.
054700     EXIT.
054800
054900 9030-READ-RUN-LOG.
055000     READ RUN-LOG-FILE INTO PC-LOG-IN
055100         AT END
055200             SET PC-LG-EOF TO TRUE
055300     END-READ.
055400     IF NOT PC-LG-EOF
055500             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
055600             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
055700         SET PC-FOUND TO TRUE
055800         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
055810         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
055820             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
055830                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
055840         END-IF
055900         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
056000         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
056100     END-IF.
056200 9030-EXIT.
056300     EXIT.
056400
056500*----------------------------------------------------------------*
056600* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
056700*                        FLAG, AND THE PREDECESSOR WAITED ON.
056800*----------------------------------------------------------------*
056900 9100-WRITE-HELD-LOG.
057000     OPEN EXTEND RUN-LOG-FILE.
057100     IF WS-RUNLOG-STATUS = "35"
057200         OPEN OUTPUT RUN-LOG-FILE
057300     END-IF.
057400     MOVE CC-JOB-ID          TO LG-JOB-ID.
057500     MOVE "CBL0012 "         TO LG-PROGRAM-ID.
057600     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
057700     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
057800     MOVE ZERO               TO LG-READ-COUNT
057900                                LG-WRITE-COUNT
058000                                LG-EXC-COUNT.
058100     SET LG-RESTART-NO       TO TRUE.
058200     SET LG-RUN-HELD         TO TRUE.
058300     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
058400     MOVE LG-RECORD          TO RUN-LOG-RECORD.
058500     WRITE RUN-LOG-RECORD.
058600     CLOSE RUN-LOG-FILE.
058700 9100-EXIT.
058800     EXIT.
