000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   NEW PROGRAM.  STANDARD OLD-MASTER/NEW-MASTER
001000*                  MAINTENANCE UPDATE FOR THE COURSE CATALOG, AS
001100*                  CBL0007 DOES FOR THE STUDENT MASTER.  SORTS THE
005700     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RUNLOG-STATUS.
005910
005920     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
005930         ORGANIZATION IS LINE SEQUENTIAL
005940         FILE STATUS IS PC-EXPJOBS-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
009700 FD  RUN-LOG-FILE
009800     RECORDING MODE IS F.
009900 01  RUN-LOG-RECORD              PIC X(60).
009910
009920 FD  EXPECTED-JOB-FILE
009930     RECORDING MODE IS F.
009940 01  EXPECTED-JOB-RECORD         PIC X(100).
010000
010100 WORKING-STORAGE SECTION.
010200*
015700 COPY CRSCRED.
015800 COPY CRUPDREG.
015900     COPY RUNLOG.
015910     COPY EXPJREC.
015920     COPY PREDCHK.
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
018100     CLOSE CONTROL-FILE.
018200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018300     ACCEPT WS-RUN-TIME-FULL FROM TIME.
018310     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
018400     SORT TRAN-SORT-FILE
018500         ON ASCENDING KEY TS-COURSE-CODE
018600         WITH DUPLICATES IN ORDER
051400     END-READ.
051500 8100-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------*
051900* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
052000*                            FILE AND CHECK THE RUN LOG FOR A
052100*                            CLEAN RECORD DATED TONIGHT FROM EACH
052200*                            PREDECESSOR IT NAMES.  ANY FAILURE
052300*                            HOLDS THE STEP BEFORE AN INPUT IS
052400*                            OPENED: A HELD RUN-LOG RECORD FOR
052500*                            CBL0010 AND RETURN CODE 16.
052510*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
052520*                            A STEP STARTED AFTER MIDNIGHT BUT
052530*                            BEFORE THE PC-NIGHT-CUTOFF TIME
052540*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
052600*----------------------------------------------------------------*
052700 9000-CHECK-PREDECESSORS.
052800     OPEN INPUT EXPECTED-JOB-FILE.
052900     IF PC-EXPJOBS-STATUS = "35"
053000         GO TO 9000-EXIT
053100     END-IF.
053200     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
053300         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
053400     CLOSE EXPECTED-JOB-FILE.
053500     IF NOT PC-SCHEDULED
053600         GO TO 9000-EXIT
053700     END-IF.
053710     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
053720     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
053730         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
053740             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
053750     END-IF.
053800     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
053900         VARYING PC-SUB FROM 1 BY 1
054000         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
054100     IF PC-HOLD-RUN
054200         DISPLAY "CBL0014 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
054300             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
054400         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
054500         MOVE 16 TO RETURN-CODE
054600         STOP RUN
054700     END-IF.
054800 9000-EXIT.
054900     EXIT.
055000
055100 9010-FIND-SCHEDULE.
055200     READ EXPECTED-JOB-FILE INTO EJ-RECORD
055300         AT END
055400             SET PC-EJ-EOF TO TRUE
055500     END-READ.
055600     IF NOT PC-EJ-EOF
055700             AND EJ-PROGRAM-ID = "CBL0014 "
055800             AND EJ-JOB-ID = CC-JOB-ID
055900         SET PC-SCHEDULED TO TRUE
056000     END-IF.
056100 9010-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------*
056500* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
056600*                               PREDECESSOR (A RERUN SUPERSEDES
056700*                               THE EARLIER ATTEMPT) MUST BE
056800*                               DATED TONIGHT, NOT HELD, AND
056900*                               FREE OF EXCEPTIONS.
057000*----------------------------------------------------------------*
057100 9020-CHECK-ONE-PREDECESSOR.
057200     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
057300         GO TO 9020-EXIT
057400     END-IF.
057500     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
057600     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
057700     IF PC-PRED-JOB-ID = SPACES
057800         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
057900     END-IF.
058000     MOVE 'N' TO PC-FOUND-SW.
058100     MOVE 'N' TO PC-LG-EOF-SW.
058200     OPEN INPUT RUN-LOG-FILE.
058300     IF WS-RUNLOG-STATUS NOT = "35"
058400         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
058500             UNTIL PC-LG-EOF
058600         CLOSE RUN-LOG-FILE
058700     END-IF.
058800     EVALUATE TRUE
058900         WHEN NOT PC-FOUND
059000             MOVE "MISSING   " TO PC-HOLD-REASON
059100         WHEN PC-LOG-DATE < PC-NIGHT-DATE
059200             MOVE "STALE     " TO PC-HOLD-REASON
059300         WHEN PC-LOG-HELD
059400             MOVE "HELD      " TO PC-HOLD-REASON
059500         WHEN PC-LOG-EXC > ZERO
059600             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
059700         WHEN OTHER
059800             GO TO 9020-EXIT
059900     END-EVALUATE.
060000     SET PC-HOLD-RUN TO TRUE.
060100 9020-EXIT.
060200     EXIT.
060300
060400 9030-READ-RUN-LOG.
060500     READ RUN-LOG-FILE INTO PC-LOG-IN
060600         AT END
060700             SET PC-LG-EOF TO TRUE
060800     END-READ.
060900     IF NOT PC-LG-EOF
061000             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
061100             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
061200         SET PC-FOUND TO TRUE
061300         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
061310         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
061320             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
061330                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
061340         END-IF
061400         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
061500         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
061600     END-IF.
061700 9030-EXIT.
061800     EXIT.
061900
062000*----------------------------------------------------------------*
062100* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
062200*                        FLAG, AND THE PREDECESSOR WAITED ON.
062300*----------------------------------------------------------------*
062400 9100-WRITE-HELD-LOG.
062500     OPEN EXTEND RUN-LOG-FILE.
062600     IF WS-RUNLOG-STATUS = "35"
062700         OPEN OUTPUT RUN-LOG-FILE
062800     END-IF.
062900     MOVE CC-JOB-ID          TO LG-JOB-ID.
063000     MOVE "CBL0014 "         TO LG-PROGRAM-ID.
063100     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
063200     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
063300     MOVE ZERO               TO LG-READ-COUNT
063400                                LG-WRITE-COUNT
063500                                LG-EXC-COUNT.
063600     SET LG-RESTART-NO       TO TRUE.
063700     SET LG-RUN-HELD         TO TRUE.
063800     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
063900     MOVE LG-RECORD          TO RUN-LOG-RECORD.
064000     WRITE RUN-LOG-RECORD.
064100     CLOSE RUN-LOG-FILE.
064200 9100-EXIT.
064300     EXIT.
