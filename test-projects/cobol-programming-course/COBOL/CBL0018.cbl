000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   NEW PROGRAM.  SIS FEED BUILDER.  THE OUTGOING
001000*                  TRANSCRIPT FEED USED TO BE THE RAW EXTRACT
001100*                  WITH THE RESEND FILE CONCATENATED ON BY HAND;
004500     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RUNLOG-STATUS.
004710
004720     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
004730         ORGANIZATION IS LINE SEQUENTIAL
004740         FILE STATUS IS PC-EXPJOBS-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
006700 FD  RUN-LOG-FILE
006800     RECORDING MODE IS F.
006900 01  RUN-LOG-RECORD              PIC X(60).
006910
006920 FD  EXPECTED-JOB-FILE
006930     RECORDING MODE IS F.
006940 01  EXPECTED-JOB-RECORD         PIC X(100).
007000
007100 WORKING-STORAGE SECTION.
007200*
011700 COPY TRANSCPT.
011800 COPY RESENDRC.
011900     COPY RUNLOG.
011910     COPY EXPJREC.
011920     COPY PREDCHK.
012000
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
014100     CLOSE CONTROL-FILE.
014200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014300     ACCEPT WS-RUN-TIME-FULL FROM TIME.
014310     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
014400     OPEN INPUT TRANSCRIPT-FILE.
014500     IF WS-TRANSCPT-STATUS = "35"
014600         SET WS-TX-EOF TO TRUE
028200     END-READ.
028300 8100-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------------*
028700* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
028800*                            FILE AND CHECK THE RUN LOG FOR A
028900*                            CLEAN RECORD DATED TONIGHT FROM EACH
029000*                            PREDECESSOR IT NAMES.  ANY FAILURE
029100*                            HOLDS THE STEP BEFORE AN INPUT IS
029200*                            OPENED: A HELD RUN-LOG RECORD FOR
029300*                            CBL0010 AND RETURN CODE 16.
029310*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
029320*                            A STEP STARTED AFTER MIDNIGHT BUT
029330*                            BEFORE THE PC-NIGHT-CUTOFF TIME
029340*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
029400*----------------------------------------------------------------*
029500 9000-CHECK-PREDECESSORS.
029600     OPEN INPUT EXPECTED-JOB-FILE.
029700     IF PC-EXPJOBS-STATUS = "35"
029800         GO TO 9000-EXIT
029900     END-IF.
030000     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
030100         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
030200     CLOSE EXPECTED-JOB-FILE.
030300     IF NOT PC-SCHEDULED
030400         GO TO 9000-EXIT
030500     END-IF.
030510     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
030520     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
030530         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
030540             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
030550     END-IF.
030600     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
030700         VARYING PC-SUB FROM 1 BY 1
030800         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
030900     IF PC-HOLD-RUN
031000         DISPLAY "CBL0018 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
031100             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
031200         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600 9000-EXIT.
031700     EXIT.
031800
031900 9010-FIND-SCHEDULE.
032000     READ EXPECTED-JOB-FILE INTO EJ-RECORD
032100         AT END
032200             SET PC-EJ-EOF TO TRUE
032300     END-READ.
032400     IF NOT PC-EJ-EOF
032500             AND EJ-PROGRAM-ID = "CBL0018 "
032600             AND EJ-JOB-ID = CC-JOB-ID
032700         SET PC-SCHEDULED TO TRUE
032800     END-IF.
032900 9010-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------*
033300* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
033400*                               PREDECESSOR (A RERUN SUPERSEDES
033500*                               THE EARLIER ATTEMPT) MUST BE
033600*                               DATED TONIGHT, NOT HELD, AND
033700*                               FREE OF EXCEPTIONS.
033800*----------------------------------------------------------------*
033900 9020-CHECK-ONE-PREDECESSOR.
034000     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
034100         GO TO 9020-EXIT
034200     END-IF.
034300     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
034400     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
034500     IF PC-PRED-JOB-ID = SPACES
034600         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
034700     END-IF.
034800     MOVE 'N' TO PC-FOUND-SW.
034900     MOVE 'N' TO PC-LG-EOF-SW.
035000     OPEN INPUT RUN-LOG-FILE.
035100     IF WS-RUNLOG-STATUS NOT = "35"
035200         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
035300             UNTIL PC-LG-EOF
035400         CLOSE RUN-LOG-FILE
035500     END-IF.
035600     EVALUATE TRUE
035700         WHEN NOT PC-FOUND
035800             MOVE "MISSING   " TO PC-HOLD-REASON
035900         WHEN PC-LOG-DATE < PC-NIGHT-DATE
036000             MOVE "STALE     " TO PC-HOLD-REASON
036100         WHEN PC-LOG-HELD
036200             MOVE "HELD      " TO PC-HOLD-REASON
036300         WHEN PC-LOG-EXC > ZERO
036400             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
036500         WHEN OTHER
036600             GO TO 9020-EXIT
036700     END-EVALUATE.
036800     SET PC-HOLD-RUN TO TRUE.
036900 9020-EXIT.
037000     EXIT.
037100
037200 9030-READ-RUN-LOG.
037300     READ RUN-LOG-FILE INTO PC-LOG-IN
037400         AT END
037500             SET PC-LG-EOF TO TRUE
037600     END-READ.
037700     IF NOT PC-LG-EOF
037800             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
037900             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
038000         SET PC-FOUND TO TRUE
038100         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
038110         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
038120             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
038130                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
038140         END-IF
038200         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
038300         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
038400     END-IF.
038500 9030-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------------*
038900* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
039000*                        FLAG, AND THE PREDECESSOR WAITED ON.
039100*----------------------------------------------------------------*
039200 9100-WRITE-HELD-LOG.
039300     OPEN EXTEND RUN-LOG-FILE.
039400     IF WS-RUNLOG-STATUS = "35"
039500         OPEN OUTPUT RUN-LOG-FILE
039600     END-IF.
039700     MOVE CC-JOB-ID          TO LG-JOB-ID.
039800     MOVE "CBL0018 "         TO LG-PROGRAM-ID.
039900     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
040000     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
040100     MOVE ZERO               TO LG-READ-COUNT
040200                                LG-WRITE-COUNT
040300                                LG-EXC-COUNT.
040400     SET LG-RESTART-NO       TO TRUE.
040500     SET LG-RUN-HELD         TO TRUE.
040600     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
040700     MOVE LG-RECORD          TO RUN-LOG-RECORD.
040800     WRITE RUN-LOG-RECORD.
040900     CLOSE RUN-LOG-FILE.
041000 9100-EXIT.
041100     EXIT.
