000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   A LAPSE CORRECTION CARRIES THIS PROGRAM'S ID
000802*                  IN THE NEW GRDCORR OPERATOR-ID FIELD, SO THE
000803*                  RECORD SHOWS WHAT FILED IT.
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   NEW PROGRAM.  INCOMPLETE-GRADE AGING.  READS
001000*                  THE FOLLOW-UP FILE CBL0002 WRITES FOR EVERY
001100*                  STUDENT GRADED I, KEEPS THE LATEST LINE PER
005400     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RUNLOG-STATUS.
005610
005620     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
005630         ORGANIZATION IS LINE SEQUENTIAL
005640         FILE STATUS IS PC-EXPJOBS-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
009300 FD  RUN-LOG-FILE
009400     RECORDING MODE IS F.
009500 01  RUN-LOG-RECORD               PIC X(60).
009510
009520 FD  EXPECTED-JOB-FILE
009530     RECORDING MODE IS F.
009540 01  EXPECTED-JOB-RECORD         PIC X(100).
009600
009700 WORKING-STORAGE SECTION.
009800*
016500 COPY GRDCORR.
016600 COPY INCAGRPT.
016700     COPY RUNLOG.
016710     COPY EXPJREC.
016720     COPY PREDCHK.
016800
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
018900     CLOSE CONTROL-FILE.
019000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019100     ACCEPT WS-RUN-TIME-FULL FROM TIME.
019110     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
019200     IF CC-DEADLINE-DATE NUMERIC
019300             AND WS-RUN-DATE >= CC-DEADLINE-DATE
019400         SET WS-LAPSE-DUE TO TRUE
036800     MOVE IL-TERM-CODE   TO GC-TERM-CODE.
036900     MOVE ZERO           TO GC-NEW-GRADE.
037000     MOVE WS-RUN-DATE    TO GC-CORR-DATE.
037050     MOVE "CBL0013 "     TO GC-OPERATOR-ID.
037100     MOVE GC-RECORD      TO CORRECTION-RECORD.
037200     WRITE CORRECTION-RECORD.
037300     CLOSE CORRECTION-FILE.
044100     END-IF.
044200 8000-EXIT.
044300     EXIT.
044400
044500*----------------------------------------------------------------*
044600* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
044700*                            FILE AND CHECK THE RUN LOG FOR A
044800*                            CLEAN RECORD DATED TONIGHT FROM EACH
044900*                            PREDECESSOR IT NAMES.  ANY FAILURE
045000*                            HOLDS THE STEP BEFORE AN INPUT IS
045100*                            OPENED: A HELD RUN-LOG RECORD FOR
045200*                            CBL0010 AND RETURN CODE 16.
045210*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
045220*                            A STEP STARTED AFTER MIDNIGHT BUT
045230*                            BEFORE THE PC-NIGHT-CUTOFF TIME
045240*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
045300*----------------------------------------------------------------*
045400 9000-CHECK-PREDECESSORS.
045500     OPEN INPUT EXPECTED-JOB-FILE.
045600     IF PC-EXPJOBS-STATUS = "35"
045700         GO TO 9000-EXIT
045800     END-IF.
045900     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
046000         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
046100     CLOSE EXPECTED-JOB-FILE.
046200     IF NOT PC-SCHEDULED
046300         GO TO 9000-EXIT
046400     END-IF.
046410     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
046420     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
046430         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
046440             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
046450     END-IF.
046500     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
046600         VARYING PC-SUB FROM 1 BY 1
046700         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
046800     IF PC-HOLD-RUN
046900         DISPLAY "CBL0013 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
047000             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
047100         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
047200         MOVE 16 TO RETURN-CODE
047300         STOP RUN
047400     END-IF.
047500 9000-EXIT.
047600     EXIT.
047700
047800 9010-FIND-SCHEDULE.
047900     READ EXPECTED-JOB-FILE INTO EJ-RECORD
048000         AT END
048100             SET PC-EJ-EOF TO TRUE
048200     END-READ.
048300     IF NOT PC-EJ-EOF
048400             AND EJ-PROGRAM-ID = "CBL0013 "
048500             AND EJ-JOB-ID = CC-JOB-ID
048600         SET PC-SCHEDULED TO TRUE
048700     END-IF.
048800 9010-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------*
049200* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
049300*                               PREDECESSOR (A RERUN SUPERSEDES
049400*                               THE EARLIER ATTEMPT) MUST BE
049500*                               DATED TONIGHT, NOT HELD, AND
049600*                               FREE OF EXCEPTIONS.
049700*----------------------------------------------------------------*
049800 9020-CHECK-ONE-PREDECESSOR.
049900     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
050000         GO TO 9020-EXIT
050100     END-IF.
050200     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
050300     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
050400     IF PC-PRED-JOB-ID = SPACES
050500         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
050600     END-IF.
050700     MOVE 'N' TO PC-FOUND-SW.
050800     MOVE 'N' TO PC-LG-EOF-SW.
050900     OPEN INPUT RUN-LOG-FILE.
051000     IF WS-RUNLOG-STATUS NOT = "35"
051100         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
051200             UNTIL PC-LG-EOF
051300         CLOSE RUN-LOG-FILE
051400     END-IF.
051500     EVALUATE TRUE
051600         WHEN NOT PC-FOUND
051700             MOVE "MISSING   " TO PC-HOLD-REASON
051800         WHEN PC-LOG-DATE < PC-NIGHT-DATE
051900             MOVE "STALE     " TO PC-HOLD-REASON
052000         WHEN PC-LOG-HELD
052100             MOVE "HELD      " TO PC-HOLD-REASON
052200         WHEN PC-LOG-EXC > ZERO
052300             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
052400         WHEN OTHER
052500             GO TO 9020-EXIT
052600     END-EVALUATE.
052700     SET PC-HOLD-RUN TO TRUE.
052800 9020-EXIT.
052900     EXIT.
053000
053100 9030-READ-RUN-LOG.
053200     READ RUN-LOG-FILE INTO PC-LOG-IN
053300         AT END
053400             SET PC-LG-EOF TO TRUE
053500     END-READ.
053600     IF NOT PC-LG-EOF
053700             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
053800             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
053900         SET PC-FOUND TO TRUE
054000         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
054010         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
054020             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
054030                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
054040         END-IF
054100         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
054200         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
054300     END-IF.
054400 9030-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------------*
054800* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
054900*                        FLAG, AND THE PREDECESSOR WAITED ON.
055000*----------------------------------------------------------------*
055100 9100-WRITE-HELD-LOG.
055200     OPEN EXTEND RUN-LOG-FILE.
055300     IF WS-RUNLOG-STATUS = "35"
055400         OPEN OUTPUT RUN-LOG-FILE
055500     END-IF.
055600     MOVE CC-JOB-ID          TO LG-JOB-ID.
055700     MOVE "CBL0013 "         TO LG-PROGRAM-ID.
055800     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
055900     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
056000     MOVE ZERO               TO LG-READ-COUNT
056100                                LG-WRITE-COUNT
056200                                LG-EXC-COUNT.
056300     SET LG-RESTART-NO       TO TRUE.
056400     SET LG-RUN-HELD         TO TRUE.
056500     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
056600     MOVE LG-RECORD          TO RUN-LOG-RECORD.
056700     WRITE RUN-LOG-RECORD.
056800     CLOSE RUN-LOG-FILE.
056900 9100-EXIT.
057000     EXIT.
