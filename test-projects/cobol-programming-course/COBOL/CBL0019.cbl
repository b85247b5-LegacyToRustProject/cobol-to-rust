000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   NEW PROGRAM.  CLASS RANK AND PERCENTILE FROM
001000*                  THE TERM'S GPA MASTER, REPLACING THE
001100*                  SPREADSHEET EXPORT THE REGISTRAR SORTED BY
005200     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNLOG-STATUS.
005410
005420     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
005430         ORGANIZATION IS LINE SEQUENTIAL
005440         FILE STATUS IS PC-EXPJOBS-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
008700 FD  RUN-LOG-FILE
008800     RECORDING MODE IS F.
008900 01  RUN-LOG-RECORD               PIC X(60).
008910
008920 FD  EXPECTED-JOB-FILE
008930     RECORDING MODE IS F.
008940 01  EXPECTED-JOB-RECORD         PIC X(100).
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-GPA-STATUS               PIC X(02) VALUE ZERO.
012300 COPY RANKREC.
012400 COPY RANKRPT.
012500     COPY RUNLOG.
012510     COPY EXPJREC.
012520     COPY PREDCHK.
012600
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
015100     END-IF.
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015300     ACCEPT WS-RUN-TIME-FULL FROM TIME.
015310     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
015400     SORT SORT-WORK-FILE
015500         ON DESCENDING KEY KS-CUM-GPA
015600         ON ASCENDING KEY KS-STU-ID
030300     END-READ.
030400 8000-EXIT.
030500     EXIT.
030600
030700*----------------------------------------------------------------*
030800* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
030900*                            FILE AND CHECK THE RUN LOG FOR A
031000*                            CLEAN RECORD DATED TONIGHT FROM EACH
031100*                            PREDECESSOR IT NAMES.  ANY FAILURE
031200*                            HOLDS THE STEP BEFORE AN INPUT IS
031300*                            OPENED: A HELD RUN-LOG RECORD FOR
031400*                            CBL0010 AND RETURN CODE 16.
031410*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
031420*                            A STEP STARTED AFTER MIDNIGHT BUT
031430*                            BEFORE THE PC-NIGHT-CUTOFF TIME
031440*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
031500*----------------------------------------------------------------*
031600 9000-CHECK-PREDECESSORS.
031700     OPEN INPUT EXPECTED-JOB-FILE.
031800     IF PC-EXPJOBS-STATUS = "35"
031900         GO TO 9000-EXIT
032000     END-IF.
032100     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
032200         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
032300     CLOSE EXPECTED-JOB-FILE.
032400     IF NOT PC-SCHEDULED
032500         GO TO 9000-EXIT
032600     END-IF.
032610     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
032620     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
032630         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
032640             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
032650     END-IF.
032700     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
032800         VARYING PC-SUB FROM 1 BY 1
032900         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
033000     IF PC-HOLD-RUN
033100         DISPLAY "CBL0019 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
033200             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
033300         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF.
033700 9000-EXIT.
033800     EXIT.
033900
034000 9010-FIND-SCHEDULE.
034100     READ EXPECTED-JOB-FILE INTO EJ-RECORD
034200         AT END
034300             SET PC-EJ-EOF TO TRUE
034400     END-READ.
034500     IF NOT PC-EJ-EOF
034600             AND EJ-PROGRAM-ID = "CBL0019 "
034700             AND EJ-JOB-ID = CC-JOB-ID
034800         SET PC-SCHEDULED TO TRUE
034900     END-IF.
035000 9010-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------------*
035400* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
035500*                               PREDECESSOR (A RERUN SUPERSEDES
035600*                               THE EARLIER ATTEMPT) MUST BE
035700*                               DATED TONIGHT, NOT HELD, AND
035800*                               FREE OF EXCEPTIONS.
035900*----------------------------------------------------------------*
036000 9020-CHECK-ONE-PREDECESSOR.
036100     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
036200         GO TO 9020-EXIT
036300     END-IF.
036400     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
036500     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
036600     IF PC-PRED-JOB-ID = SPACES
036700         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
036800     END-IF.
036900     MOVE 'N' TO PC-FOUND-SW.
037000     MOVE 'N' TO PC-LG-EOF-SW.
037100     OPEN INPUT RUN-LOG-FILE.
037200     IF WS-RUNLOG-STATUS NOT = "35"
037300         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
037400             UNTIL PC-LG-EOF
037500         CLOSE RUN-LOG-FILE
037600     END-IF.
037700     EVALUATE TRUE
037800         WHEN NOT PC-FOUND
037900             MOVE "MISSING   " TO PC-HOLD-REASON
038000         WHEN PC-LOG-DATE < PC-NIGHT-DATE
038100             MOVE "STALE     " TO PC-HOLD-REASON
038200         WHEN PC-LOG-HELD
038300             MOVE "HELD      " TO PC-HOLD-REASON
038400         WHEN PC-LOG-EXC > ZERO
038500             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
038600         WHEN OTHER
038700             GO TO 9020-EXIT
038800     END-EVALUATE.
038900     SET PC-HOLD-RUN TO TRUE.
039000 9020-EXIT.
039100     EXIT.
039200
039300 9030-READ-RUN-LOG.
039400     READ RUN-LOG-FILE INTO PC-LOG-IN
039500         AT END
039600             SET PC-LG-EOF TO TRUE
039700     END-READ.
039800     IF NOT PC-LG-EOF
039900             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
040000             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
040100         SET PC-FOUND TO TRUE
040200         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
040210         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
040220             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
040230                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
040240         END-IF
040300         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
040400         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
040500     END-IF.
040600 9030-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
041100*                        FLAG, AND THE PREDECESSOR WAITED ON.
041200*----------------------------------------------------------------*
041300 9100-WRITE-HELD-LOG.
041400     OPEN EXTEND RUN-LOG-FILE.
041500     IF WS-RUNLOG-STATUS = "35"
041600         OPEN OUTPUT RUN-LOG-FILE
041700     END-IF.
041800     MOVE CC-JOB-ID          TO LG-JOB-ID.
041900     MOVE "CBL0019 "         TO LG-PROGRAM-ID.
042000     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
042100     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
042200     MOVE ZERO               TO LG-READ-COUNT
042300                                LG-WRITE-COUNT
042400                                LG-EXC-COUNT.
042500     SET LG-RESTART-NO       TO TRUE.
042600     SET LG-RUN-HELD         TO TRUE.
042700     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
042800     MOVE LG-RECORD          TO RUN-LOG-RECORD.
042900     WRITE RUN-LOG-RECORD.
043000     CLOSE RUN-LOG-FILE.
043100 9100-EXIT.
043200     EXIT.
