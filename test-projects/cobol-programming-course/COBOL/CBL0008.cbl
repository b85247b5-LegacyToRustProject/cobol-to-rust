000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000804* 10/15/2026 DPD   NEVER HOLD A TRANSFER-CREDIT ELECTIVE
000808*                  PLACEHOLDER (COURSE ELECTV) AS THE REPEAT
000812*                  CANDIDATE.
000816* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000824*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000828*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000832*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000836*                  RETURN CODE 16.
000840* 09/02/2026 DPD   THE GENERATION SWAP AFTER A CLEAN RUN IS NO
000844*                  LONGER TWO MANUAL RENAMES; THE CBL0017 SWAP
000848*                  STEP BALANCES GHCURR AND GHARCHN AGAINST THE
000852*                  RETENTION-REPORT TRAILER AND THIS RUN'S
000856*                  RUN-LOG RECORD BEFORE INSTALLING THEM, AND
000860*                  KEEPS THE OUTGOING GENERATIONS FOR BACKOUT.
000864* 08/22/2026 DPD   APPEND THE STANDARD RUN-LOG RECORD AT END OF
000868*                  JOB SO THE MORNING SUMMARY (CBL0010) SEES THE
000872*                  TERM-END ARCHIVE RUN LIKE ANY OTHER JOB.
000876* 08/22/2026 DPD   NEVER HOLD A W OR I ATTEMPT AS THE REPEAT
000880*                  CANDIDATE; IT PUT NOTHING INTO THE CUMULATIVE
000884*                  FIGURES, AND HOLDING IT HID A REAL EARLIER
000888*                  GRADE FROM THE REPLACEMENT PROCESSING.
000900* 08/22/2026 DPD   NEW PROGRAM.  TERM-END ARCHIVE OF THE GRADE
001000*                  HISTORY.  SORTS THE ACTIVE GRADHIST (SMALL
001100*                  ONCE THE SWAP CYCLE IS IN PLACE) AND MERGES IT
006520     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
006530         ORGANIZATION IS LINE SEQUENTIAL
006540         FILE STATUS IS WS-RUNLOG-STATUS.
006550
006560     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
006570         ORGANIZATION IS LINE SEQUENTIAL
006580         FILE STATUS IS PC-EXPJOBS-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
010720 FD  RUN-LOG-FILE
010730     RECORDING MODE IS F.
010740 01  RUN-LOG-RECORD               PIC X(60).
010750
010760 FD  EXPECTED-JOB-FILE
010770     RECORDING MODE IS F.
010780 01  EXPECTED-JOB-RECORD         PIC X(100).
010800
010900 WORKING-STORAGE SECTION.
011000*
016800 COPY GRADHIST.
016900 COPY GHARCREC.
016910     COPY RUNLOG.
016920     COPY EXPJREC.
016930     COPY PREDCHK.
017000
017100 PROCEDURE DIVISION.
017200 0000-MAINLINE.
019200     CLOSE CONTROL-FILE.
019210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019220     ACCEPT WS-RUN-TIME-FULL FROM TIME.
019230     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
019300     SORT SORT-WORK-FILE
019400         ON ASCENDING KEY SW-STU-ID
019500                          SW-COURSE-CODE
024120* A W OR I ATTEMPT PUT NO CREDITS OR QUALITY POINTS INTO THE
024130* CUMULATIVE FIGURES, SO IT CAN NEVER BE THE SUPERSEDED ATTEMPT;
024140* HOLDING IT HERE WOULD HIDE A REAL EARLIER GRADE (AN OLD F
024150* BEHIND A LATER W) FROM THE REPLACEMENT PROCESSING.  THE
024152* ELECTIVE PLACEHOLDER FOR TRANSFER CREDIT IS NOT A COURSE AND
024154* IS NEVER SUPERSEDED EITHER.
024160*
024170         IF GH-LETTER NOT = 'W' AND GH-LETTER NOT = 'I'
024180                 AND NOT GH-ELECTIVE-PLACEHOLDER
024200             MOVE GH-RECORD TO WS-PRIOR-HOLD
024300             SET WS-PRIOR-HELD TO TRUE
024310         END-IF
039900     END-EVALUATE.
040000 8200-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------*
040400* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
040500*                            FILE AND CHECK THE RUN LOG FOR A
040600*                            CLEAN RECORD DATED TONIGHT FROM EACH
040700*                            PREDECESSOR IT NAMES.  ANY FAILURE
040800*                            HOLDS THE STEP BEFORE AN INPUT IS
040900*                            OPENED: A HELD RUN-LOG RECORD FOR
041000*                            CBL0010 AND RETURN CODE 16.
041010*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
041020*                            A STEP STARTED AFTER MIDNIGHT BUT
041030*                            BEFORE THE PC-NIGHT-CUTOFF TIME
041040*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
041100*----------------------------------------------------------------*
041200 9000-CHECK-PREDECESSORS.
041300     OPEN INPUT EXPECTED-JOB-FILE.
041400     IF PC-EXPJOBS-STATUS = "35"
041500         GO TO 9000-EXIT
041600     END-IF.
041700     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
041800         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
041900     CLOSE EXPECTED-JOB-FILE.
042000     IF NOT PC-SCHEDULED
042100         GO TO 9000-EXIT
042200     END-IF.
042210     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
042220     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
042230         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
042240             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
042250     END-IF.
042300     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
042400         VARYING PC-SUB FROM 1 BY 1
042500         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
042600     IF PC-HOLD-RUN
042700         DISPLAY "CBL0008 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
042800             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
042900         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
043000         MOVE 16 TO RETURN-CODE
043100         STOP RUN
043200     END-IF.
043300 9000-EXIT.
043400     EXIT.
043500
043600 9010-FIND-SCHEDULE.
043700     READ EXPECTED-JOB-FILE INTO EJ-RECORD
043800         AT END
043900             SET PC-EJ-EOF TO TRUE
044000     END-READ.
044100     IF NOT PC-EJ-EOF
044200             AND EJ-PROGRAM-ID = "CBL0008 "
044300             AND EJ-JOB-ID = CC-JOB-ID
044400         SET PC-SCHEDULED TO TRUE
044500     END-IF.
044600 9010-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------------*
045000* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
045100*                               PREDECESSOR (A RERUN SUPERSEDES
045200*                               THE EARLIER ATTEMPT) MUST BE
045300*                               DATED TONIGHT, NOT HELD, AND
045400*                               FREE OF EXCEPTIONS.
045500*----------------------------------------------------------------*
045600 9020-CHECK-ONE-PREDECESSOR.
045700     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
045800         GO TO 9020-EXIT
045900     END-IF.
046000     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
046100     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
046200     IF PC-PRED-JOB-ID = SPACES
046300         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
046400     END-IF.
046500     MOVE 'N' TO PC-FOUND-SW.
046600     MOVE 'N' TO PC-LG-EOF-SW.
046700     OPEN INPUT RUN-LOG-FILE.
046800     IF WS-RUNLOG-STATUS NOT = "35"
046900         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
047000             UNTIL PC-LG-EOF
047100         CLOSE RUN-LOG-FILE
047200     END-IF.
047300     EVALUATE TRUE
047400         WHEN NOT PC-FOUND
047500             MOVE "MISSING   " TO PC-HOLD-REASON
047600         WHEN PC-LOG-DATE < PC-NIGHT-DATE
047700             MOVE "STALE     " TO PC-HOLD-REASON
047800         WHEN PC-LOG-HELD
047900             MOVE "HELD      " TO PC-HOLD-REASON
048000         WHEN PC-LOG-EXC > ZERO
048100             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
048200         WHEN OTHER
048300             GO TO 9020-EXIT
048400     END-EVALUATE.
048500     SET PC-HOLD-RUN TO TRUE.
048600 9020-EXIT.
048700     EXIT.
048800
048900 9030-READ-RUN-LOG.
049000     READ RUN-LOG-FILE INTO PC-LOG-IN
049100         AT END
049200             SET PC-LG-EOF TO TRUE
049300     END-READ.
049400     IF NOT PC-LG-EOF
049500             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
049600             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
049700         SET PC-FOUND TO TRUE
049800         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
049810         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
049820             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
049830                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
049840         END-IF
049900         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
050000         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
050100     END-IF.
050200 9030-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------------*
050600* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
050700*                        FLAG, AND THE PREDECESSOR WAITED ON.
050800*----------------------------------------------------------------*
050900 9100-WRITE-HELD-LOG.
051000     OPEN EXTEND RUN-LOG-FILE.
051100     IF WS-RUNLOG-STATUS = "35"
051200         OPEN OUTPUT RUN-LOG-FILE
051300     END-IF.
051400     MOVE CC-JOB-ID          TO LG-JOB-ID.
051500     MOVE "CBL0008 "         TO LG-PROGRAM-ID.
051600     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
051700     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
051800     MOVE ZERO               TO LG-READ-COUNT
051900                                LG-WRITE-COUNT
052000                                LG-EXC-COUNT.
052100     SET LG-RESTART-NO       TO TRUE.
052200     SET LG-RUN-HELD         TO TRUE.
052300     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
052400     MOVE LG-RECORD          TO RUN-LOG-RECORD.
052500     WRITE RUN-LOG-RECORD.
052600     CLOSE RUN-LOG-FILE.
052700 9100-EXIT.
052800     EXIT.
