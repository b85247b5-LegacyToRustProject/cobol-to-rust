000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000803* 10/15/2026 DPD   TRANSFER AND EXAM CREDIT ROWS (LETTER 'T')
000806*                  POSTED INTO THE TERM BY CBL0027 ARE NOT GRADE
000809*                  APPENDS AND ARE LEFT OUT OF THE HISTORY COUNT.
000812* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000815*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000818*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000821*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000824*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000827*                  RETURN CODE 16.
000830* 09/02/2026 DPD   FOLLOW THE WHOLE-TERM ROSTER CBL0002 NOW
000833*                  WRITES: COURSE HEADING LINES ARE READ PAST,
000836*                  THE DISTRIBUTION TOTAL ACCUMULATES ACROSS
000839*                  EVERY COURSE'S TRAILER, AND A BLANK COURSE
000842*                  CODE ON THE CONTROL CARD RECONCILES THE WHOLE
000845*                  TERM INSTEAD OF ONE COURSE.
000848* 08/22/2026 DPD   APPEND THE STANDARD RUN-LOG RECORD AT END OF
000851*                  JOB, WITH EACH OUT-OF-BALANCE SOURCE COUNTED
000854*                  IN THE EXCEPTION COLUMN, SO THE MORNING
000857*                  SUMMARY (CBL0010) FLAGS A BAD NIGHT WITHOUT
000860*                  THE OPERATOR OPENING THE RECONCILIATION
000863*                  REPORT ITSELF.
000866* 08/22/2026 DPD   W AND I COLUMNS ADDED TO THE ROSTER TRAILER
000869*                  PARSE SO WITHDRAWN/INCOMPLETE STUDENTS STILL
000872*                  BALANCE AGAINST THE DETAIL-LINE AND FILE
000875*                  COUNTS.
000900* 08/22/2026 DPD   NEW PROGRAM.  END-OF-NIGHT RECONCILIATION OF
001000*                  THE CBL0002 OUTPUT SET.  FOR THE JOB ID, RUN
001100*                  DATE AND COURSE/TERM ON THE CONTROL CARD IT
004920     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
004930         ORGANIZATION IS LINE SEQUENTIAL
004940         FILE STATUS IS WS-RUNLOG-STATUS.
004950
004960     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
004970         ORGANIZATION IS LINE SEQUENTIAL
004980         FILE STATUS IS PC-EXPJOBS-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
007520 FD  RUN-LOG-FILE
007530     RECORDING MODE IS F.
007540 01  RUN-LOG-RECORD              PIC X(60).
007550
007560 FD  EXPECTED-JOB-FILE
007570     RECORDING MODE IS F.
007580 01  EXPECTED-JOB-RECORD         PIC X(100).
007600
007700 WORKING-STORAGE SECTION.
007800*
014000 COPY GRADHIST.
014100 COPY RECONREC.
014110     COPY RUNLOG.
014120     COPY EXPJREC.
014130     COPY PREDCHK.
014200
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
016200     CLOSE CONTROL-FILE.
016210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016220     ACCEPT WS-RUN-TIME-FULL FROM TIME.
016230     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
016300     OPEN OUTPUT REPORT-FILE.
016400     MOVE CC-JOB-ID      TO RH-JOB-ID.
016500     MOVE CC-COURSE-CODE TO RH-COURSE-CODE.
030500*                       COURSE/TERM BEING RECONCILED.  THE FILE
030600*                       ACCUMULATES ACROSS EVERY TERM, SO ONLY
030700*                       THIS COURSE/TERM'S RECORDS ARE COUNTED.
030710*                       TRANSFER CREDIT POSTED INTO THE TERM IS
030720*                       NOT A GRADE AND IS NOT COUNTED.
030800*----------------------------------------------------------------*
030900 2600-COUNT-HISTORY.
031000     OPEN INPUT GRADE-HISTORY-FILE.
032900     IF (CC-COURSE-CODE = SPACES
032910             OR GH-COURSE-CODE = CC-COURSE-CODE)
033000             AND GH-TERM-CODE = CC-TERM-CODE
033050             AND NOT GH-TRANSFER-CREDIT
033100         ADD 1 TO WS-GRADHIST-COUNT
033200     END-IF.
033300 2700-EXIT.
041000     CLOSE RUN-LOG-FILE.
041100 3200-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------*
041500* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
041600*                            FILE AND CHECK THE RUN LOG FOR A
041700*                            CLEAN RECORD DATED TONIGHT FROM EACH
041800*                            PREDECESSOR IT NAMES.  ANY FAILURE
041900*                            HOLDS THE STEP BEFORE AN INPUT IS
042000*                            OPENED: A HELD RUN-LOG RECORD FOR
042100*                            CBL0010 AND RETURN CODE 16.
042110*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
042120*                            A STEP STARTED AFTER MIDNIGHT BUT
042130*                            BEFORE THE PC-NIGHT-CUTOFF TIME
042140*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
042200*----------------------------------------------------------------*
042300 9000-CHECK-PREDECESSORS.
042400     OPEN INPUT EXPECTED-JOB-FILE.
042500     IF PC-EXPJOBS-STATUS = "35"
042600         GO TO 9000-EXIT
042700     END-IF.
042800     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
042900         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
043000     CLOSE EXPECTED-JOB-FILE.
043100     IF NOT PC-SCHEDULED
043200         GO TO 9000-EXIT
043300     END-IF.
043310     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
043320     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
043330         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
043340             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
043350     END-IF.
043400     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
043500         VARYING PC-SUB FROM 1 BY 1
043600         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
043700     IF PC-HOLD-RUN
043800         DISPLAY "CBL0006 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
043900             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
044000         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
044100         MOVE 16 TO RETURN-CODE
044200         STOP RUN
044300     END-IF.
044400 9000-EXIT.
044500     EXIT.
044600
044700 9010-FIND-SCHEDULE.
044800     READ EXPECTED-JOB-FILE INTO EJ-RECORD
044900         AT END
045000             SET PC-EJ-EOF TO TRUE
045100     END-READ.
045200     IF NOT PC-EJ-EOF
045300             AND EJ-PROGRAM-ID = "CBL0006 "
045400             AND EJ-JOB-ID = CC-JOB-ID
045500         SET PC-SCHEDULED TO TRUE
045600     END-IF.
045700 9010-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------*
046100* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
046200*                               PREDECESSOR (A RERUN SUPERSEDES
046300*                               THE EARLIER ATTEMPT) MUST BE
046400*                               DATED TONIGHT, NOT HELD, AND
046500*                               FREE OF EXCEPTIONS.
046600*----------------------------------------------------------------*
046700 9020-CHECK-ONE-PREDECESSOR.
046800     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
046900         GO TO 9020-EXIT
047000     END-IF.
047100     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
047200     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
047300     IF PC-PRED-JOB-ID = SPACES
047400         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
047500     END-IF.
047600     MOVE 'N' TO PC-FOUND-SW.
047700     MOVE 'N' TO PC-LG-EOF-SW.
047800     OPEN INPUT RUN-LOG-FILE.
047900     IF WS-RUNLOG-STATUS NOT = "35"
048000         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
048100             UNTIL PC-LG-EOF
048200         CLOSE RUN-LOG-FILE
048300     END-IF.
048400     EVALUATE TRUE
048500         WHEN NOT PC-FOUND
048600             MOVE "MISSING   " TO PC-HOLD-REASON
048700         WHEN PC-LOG-DATE < PC-NIGHT-DATE
048800             MOVE "STALE     " TO PC-HOLD-REASON
048900         WHEN PC-LOG-HELD
049000             MOVE "HELD      " TO PC-HOLD-REASON
049100         WHEN PC-LOG-EXC > ZERO
049200             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
049300         WHEN OTHER
049400             GO TO 9020-EXIT
049500     END-EVALUATE.
049600     SET PC-HOLD-RUN TO TRUE.
049700 9020-EXIT.
049800     EXIT.
049900
050000 9030-READ-RUN-LOG.
050100     READ RUN-LOG-FILE INTO PC-LOG-IN
050200         AT END
050300             SET PC-LG-EOF TO TRUE
050400     END-READ.
050500     IF NOT PC-LG-EOF
050600             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
050700             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
050800         SET PC-FOUND TO TRUE
050900         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
050910         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
050920             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
050930                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
050940         END-IF
051000         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
051100         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
051200     END-IF.
051300 9030-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------------*
051700* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
051800*                        FLAG, AND THE PREDECESSOR WAITED ON.
051900*----------------------------------------------------------------*
052000 9100-WRITE-HELD-LOG.
052100     OPEN EXTEND RUN-LOG-FILE.
052200     IF WS-RUNLOG-STATUS = "35"
052300         OPEN OUTPUT RUN-LOG-FILE
052400     END-IF.
052500     MOVE CC-JOB-ID          TO LG-JOB-ID.
052600     MOVE "CBL0006 "         TO LG-PROGRAM-ID.
052700     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
052800     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
052900     MOVE ZERO               TO LG-READ-COUNT
053000                                LG-WRITE-COUNT
053100                                LG-EXC-COUNT.
053200     SET LG-RESTART-NO       TO TRUE.
053300     SET LG-RUN-HELD         TO TRUE.
053400     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
053500     MOVE LG-RECORD          TO RUN-LOG-RECORD.
053600     WRITE RUN-LOG-RECORD.
053700     CLOSE RUN-LOG-FILE.
053800 9100-EXIT.
053900     EXIT.
