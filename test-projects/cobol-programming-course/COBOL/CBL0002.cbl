000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   DRIVEN BY THE STUDENT-COURSE ENROLLMENT FILE
001000*                  INSTEAD OF ONE COURSE PER CONTROL CARD.  THE
001100*                  ENROLLMENT FILE CARRIES ONE RECORD PER STUDENT
009800     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-RUNLOG-STATUS.
010010
010020     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
010030         ORGANIZATION IS LINE SEQUENTIAL
010040         FILE STATUS IS PC-EXPJOBS-STATUS.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
015800 FD  RUN-LOG-FILE
015900     RECORDING MODE IS F.
016000 01  RUN-LOG-RECORD             PIC X(60).
016010
016020 FD  EXPECTED-JOB-FILE
016030     RECORDING MODE IS F.
016040 01  EXPECTED-JOB-RECORD         PIC X(100).
016100
016200 WORKING-STORAGE SECTION.
016300*
030900     COPY GRDCORR.
031000     COPY INCMPREC.
031100     COPY RUNLOG.
031110     COPY EXPJREC.
031120     COPY PREDCHK.
031200
031300 PROCEDURE DIVISION.
031400 0000-MAINLINE.
032600*----------------------------------------------------------------*
032700 1000-INITIALIZE.
032800     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
032810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032820     ACCEPT WS-RUN-TIME-FULL FROM TIME.
032830     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
032900     SORT ENROLL-SORT-FILE
033000         ON ASCENDING KEY ES-COURSE-CODE
033100                          ES-STU-ID
035200     IF WS-GRADHIST-STATUS = "35"
035300         OPEN OUTPUT GRADE-HISTORY-FILE
035400     END-IF.
035700     PERFORM 1200-LOAD-SCALE-TABLE THRU 1200-EXIT.
035800     PERFORM 1250-LOAD-CORRECTIONS THRU 1250-EXIT.
035900     OPEN INPUT STUDENT-FILE.
093500     END-IF.
093600 8000-EXIT.
093700     EXIT.
093800
093900*----------------------------------------------------------------*
094000* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
094100*                            FILE AND CHECK THE RUN LOG FOR A
094200*                            CLEAN RECORD DATED TONIGHT FROM EACH
094300*                            PREDECESSOR IT NAMES.  ANY FAILURE
094400*                            HOLDS THE STEP BEFORE AN INPUT IS
094500*                            OPENED: A HELD RUN-LOG RECORD FOR
094600*                            CBL0010 AND RETURN CODE 16.
094610*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
094620*                            A STEP STARTED AFTER MIDNIGHT BUT
094630*                            BEFORE THE PC-NIGHT-CUTOFF TIME
094640*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
094700*----------------------------------------------------------------*
094800 9000-CHECK-PREDECESSORS.
094900     OPEN INPUT EXPECTED-JOB-FILE.
095000     IF PC-EXPJOBS-STATUS = "35"
095100         GO TO 9000-EXIT
095200     END-IF.
095300     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
095400         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
095500     CLOSE EXPECTED-JOB-FILE.
095600     IF NOT PC-SCHEDULED
095700         GO TO 9000-EXIT
095800     END-IF.
095810     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
095820     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
095830         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
095840             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
095850     END-IF.
095900     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
096000         VARYING PC-SUB FROM 1 BY 1
096100         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
096200     IF PC-HOLD-RUN
096300         DISPLAY "CBL0002 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
096400             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
096500         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
096600         MOVE 16 TO RETURN-CODE
096700         STOP RUN
096800     END-IF.
096900 9000-EXIT.
097000     EXIT.
097100
097200 9010-FIND-SCHEDULE.
097300     READ EXPECTED-JOB-FILE INTO EJ-RECORD
097400         AT END
097500             SET PC-EJ-EOF TO TRUE
097600     END-READ.
097700     IF NOT PC-EJ-EOF
097800             AND EJ-PROGRAM-ID = "CBL0002 "
097900             AND EJ-JOB-ID = CC-JOB-ID
098000         SET PC-SCHEDULED TO TRUE
098100     END-IF.
098200 9010-EXIT.
098300     EXIT.
098400
098500*----------------------------------------------------------------*
098600* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
098700*                               PREDECESSOR (A RERUN SUPERSEDES
098800*                               THE EARLIER ATTEMPT) MUST BE
098900*                               DATED TONIGHT, NOT HELD, AND
099000*                               FREE OF EXCEPTIONS.
099100*----------------------------------------------------------------*
099200 9020-CHECK-ONE-PREDECESSOR.
099300     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
099400         GO TO 9020-EXIT
099500     END-IF.
099600     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
099700     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
099800     IF PC-PRED-JOB-ID = SPACES
099900         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
100000     END-IF.
100100     MOVE 'N' TO PC-FOUND-SW.
100200     MOVE 'N' TO PC-LG-EOF-SW.
100300     OPEN INPUT RUN-LOG-FILE.
100400     IF WS-RUNLOG-STATUS NOT = "35"
100500         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
100600             UNTIL PC-LG-EOF
100700         CLOSE RUN-LOG-FILE
100800     END-IF.
100900     EVALUATE TRUE
101000         WHEN NOT PC-FOUND
101100             MOVE "MISSING   " TO PC-HOLD-REASON
101200         WHEN PC-LOG-DATE < PC-NIGHT-DATE
101300             MOVE "STALE     " TO PC-HOLD-REASON
101400         WHEN PC-LOG-HELD
101500             MOVE "HELD      " TO PC-HOLD-REASON
101600         WHEN PC-LOG-EXC > ZERO
101700             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
101800         WHEN OTHER
101900             GO TO 9020-EXIT
102000     END-EVALUATE.
102100     SET PC-HOLD-RUN TO TRUE.
102200 9020-EXIT.
102300     EXIT.
102400
102500 9030-READ-RUN-LOG.
102600     READ RUN-LOG-FILE INTO PC-LOG-IN
102700         AT END
102800             SET PC-LG-EOF TO TRUE
102900     END-READ.
103000     IF NOT PC-LG-EOF
103100             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
103200             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
103300         SET PC-FOUND TO TRUE
103400         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
103410         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
103420             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
103430                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
103440         END-IF
103500         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
103600         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
103700     END-IF.
103800 9030-EXIT.
103900     EXIT.
104000
104100*----------------------------------------------------------------*
104200* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
104300*                        FLAG, AND THE PREDECESSOR WAITED ON.
104400*----------------------------------------------------------------*
104500 9100-WRITE-HELD-LOG.
104600     OPEN EXTEND RUN-LOG-FILE.
104700     IF WS-RUNLOG-STATUS = "35"
104800         OPEN OUTPUT RUN-LOG-FILE
104900     END-IF.
105000     MOVE CC-JOB-ID          TO LG-JOB-ID.
105100     MOVE "CBL0002 "         TO LG-PROGRAM-ID.
105200     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
105300     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
105400     MOVE ZERO               TO LG-READ-COUNT
105500                                LG-WRITE-COUNT
105600                                LG-EXC-COUNT.
105700     SET LG-RESTART-NO       TO TRUE.
105800     SET LG-RUN-HELD         TO TRUE.
105900     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
106000     MOVE LG-RECORD          TO RUN-LOG-RECORD.
106100     WRITE RUN-LOG-RECORD.
106200     CLOSE RUN-LOG-FILE.
106300 9100-EXIT.
106400     EXIT.
