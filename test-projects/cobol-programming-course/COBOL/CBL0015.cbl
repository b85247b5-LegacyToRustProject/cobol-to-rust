000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   TRANSFER AND EXAM CREDIT (LETTER 'T') IS
000802*                  RECOMPUTED AS THE ROLLUP NOW CARRIES IT: HOURS
000803*                  INTO CUMULATIVE CREDITS AND THE TRANSFER
000804*                  FIGURE, NO QUALITY POINTS, AND OUT OF THE GPA
000805*                  DIVISOR.  A TRANSFER ROW IS AN ATTEMPT FOR THE
000806*                  GRADE-REPLACEMENT RULE EXCEPT THE ELECTIVE
000807*                  PLACEHOLDER, WHOSE ROWS ALL COUNT.  THE MASTER
000808*                  RECORD'S TRANSFER FIGURE IS VERIFIED WITH ITS
000809*                  CREDITS AND POINTS AND SHOWN ON THE AUDIT LINE.
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 09/02/2026 DPD   NEW PROGRAM.  GPA-MASTER VERIFICATION.
001000*                  RECOMPUTES EACH STUDENT'S CUMULATIVE CREDITS
001100*                  AND QUALITY POINTS FROM SCRATCH OUT OF THE
006500     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RUNLOG-STATUS.
006710
006720     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
006730         ORGANIZATION IS LINE SEQUENTIAL
006740         FILE STATUS IS PC-EXPJOBS-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
011100 FD  RUN-LOG-FILE
011200     RECORDING MODE IS F.
011300 01  RUN-LOG-RECORD               PIC X(60).
011310
011320 FD  EXPECTED-JOB-FILE
011330     RECORDING MODE IS F.
011340 01  EXPECTED-JOB-RECORD         PIC X(100).
011400
011500 WORKING-STORAGE SECTION.
011600*
015100* COURSE-GROUP TRACKING FOR THE GRADE-REPLACEMENT RULE.  WITHIN A
015200* STUDENT THE SORTED HISTORY GROUPS EACH COURSE'S ATTEMPTS IN
015300* TERM ORDER, SO THE LAST REAL LETTER SEEN IN THE GROUP IS THE
015400* ONE THAT COUNTS; W AND I NEVER HOLD.  A HELD TRANSFER ROW
015410* ('T') KEEPS THE HOURS IT WAS POSTED WITH.
015500*
015600 01  WS-GRP-COURSE-CODE          PIC X(06) VALUE SPACES.
015700 01  WS-HELD-LETTER              PIC X(01) VALUE SPACE.
015710 01  WS-HELD-HOURS               PIC 99V9 VALUE ZERO.
015800
015900 77  WS-RCM-CREDITS              PIC 9(04)V9 VALUE ZERO.
016000 77  WS-RCM-POINTS               PIC 9(06)V9 VALUE ZERO.
016100 77  WS-RCM-GPA                  PIC 9V99 VALUE ZERO.
016110 77  WS-RCM-XFER                 PIC 9(04)V9 VALUE ZERO.
016200 77  WS-CREDIT-HOURS             PIC 9V9 VALUE ZERO.
016300 77  WS-GRADE-POINTS             PIC 9V99 VALUE ZERO.
016400 77  WS-DIFF-CREDITS             PIC 9(04)V9 VALUE ZERO.
016500 77  WS-DIFF-POINTS              PIC 9(06)V9 VALUE ZERO.
016510 77  WS-DIFF-XFER                PIC 9(04)V9 VALUE ZERO.
016520 77  WS-MST-XFER                 PIC 9(04)V9 VALUE ZERO.
016600 01  WS-CREDIT-FOUND-SW          PIC X(01) VALUE 'N'.
016700     88  WS-CREDIT-FOUND             VALUE 'Y'.
016800
019500     05  WS-GM-CUM-CREDITS       PIC 9(04)V9(01).
019600     05  WS-GM-CUM-QUALITY-PTS   PIC 9(06)V9(01).
019700     05  WS-GM-CUM-GPA           PIC 9(01)V9(02).
019750     05  WS-GM-CUM-XFER-CREDITS  PIC 9(04)V9(01).
019800     05  FILLER                  PIC X(12).
019900
020000 COPY CB15CTL.
020100 COPY GRADHIST.
020300 COPY GPAMSTR.
020400 COPY GPAAUDRP.
020500     COPY RUNLOG.
020510     COPY EXPJREC.
020520     COPY PREDCHK.
020600
020700 PROCEDURE DIVISION.
020800 0000-MAINLINE.
023000     END-IF.
023100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023200     ACCEPT WS-RUN-TIME-FULL FROM TIME.
023210     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
023300     SORT SORT-WORK-FILE
023400         ON ASCENDING KEY SW-STU-ID
023500                          SW-COURSE-CODE
034400*----------------------------------------------------------------*
034500 2000-AUDIT-ONE-STUDENT.
034600     PERFORM 2010-DETERMINE-DRIVING-KEY THRU 2010-EXIT.
034700     MOVE ZERO TO WS-RCM-CREDITS WS-RCM-POINTS WS-RCM-XFER.
034800     MOVE SPACES TO WS-GRP-COURSE-CODE.
034900     MOVE SPACE TO WS-HELD-LETTER.
035000     IF WS-CUR-STU-ID = WS-SD-KEY
039100*                         ATTEMPT OVERWRITES THE HELD ONE, WHICH
039200*                         IS THE GRADE-REPLACEMENT RULE; W AND I
039300*                         NEITHER HOLD NOR DISTURB THE HOLD.
039310*                         EVERY ELECTIVE-PLACEHOLDER TRANSFER
039320*                         ROW COUNTS AS IT GOES BY.
039400*----------------------------------------------------------------*
039500 2100-FOLD-ONE-COURSE.
039600     IF GH-COURSE-CODE NOT = WS-GRP-COURSE-CODE
039700         PERFORM 2150-CLOSE-COURSE-GROUP THRU 2150-EXIT
039800         MOVE GH-COURSE-CODE TO WS-GRP-COURSE-CODE
039900     END-IF.
039910     IF GH-TRANSFER-CREDIT AND GH-ELECTIVE-PLACEHOLDER
039920         IF GH-TRANSFER-HOURS IS NUMERIC
039930             ADD GH-TRANSFER-HOURS TO WS-RCM-CREDITS WS-RCM-XFER
039940         END-IF
039950         PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT
039960         GO TO 2100-EXIT
039970     END-IF.
040000     IF GH-LETTER NOT = 'W' AND GH-LETTER NOT = 'I'
040100         MOVE GH-LETTER TO WS-HELD-LETTER
040110         MOVE ZERO TO WS-HELD-HOURS
040120         IF GH-TRANSFER-CREDIT AND GH-TRANSFER-HOURS IS NUMERIC
040130             MOVE GH-TRANSFER-HOURS TO WS-HELD-HOURS
040140         END-IF
040200     END-IF.
040300     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
040400 2100-EXIT.
041000*                            CODE MISSING FROM THE CATALOG
041100*                            CONTRIBUTES NOTHING, MATCHING THE
041200*                            ROLLUP SINCE THE CATALOG VALIDATION
041300*                            WENT IN.  HELD TRANSFER CREDIT
041310*                            ADDS ITS OWN HOURS, WITH NO POINTS.
041400*----------------------------------------------------------------*
041500 2150-CLOSE-COURSE-GROUP.
041600     IF WS-HELD-LETTER = SPACE
041700             OR WS-GRP-COURSE-CODE = SPACES
041800         GO TO 2150-RESET
041900     END-IF.
041910     IF WS-HELD-LETTER = 'T'
041920         ADD WS-HELD-HOURS TO WS-RCM-CREDITS WS-RCM-XFER
041930         GO TO 2150-RESET
041940     END-IF.
042000     PERFORM 2160-LOOKUP-CREDIT-HOURS THRU 2160-EXIT.
042100     IF NOT WS-CREDIT-FOUND
042200         ADD 1 TO WS-CRSEXC-COUNT
046500* 2200-COMPARE-TO-MASTER - JUDGE THE RECOMPUTED FIGURES AGAINST
046600*                           THE MASTER RECORD.  A STUDENT MISSING
046700*                           FROM EITHER SIDE, OR DIFFERING BEYOND
046800*                           THE TOLERANCE ON CREDITS, POINTS OR
046900*                           TRANSFER CREDITS, GOES ON THE
046910*                           REPORT.  A MASTER WRITTEN BEFORE
046920*                           TRANSFER CREDIT WAS CARRIED HAS NO
046930*                           FIGURE THERE AND IS TAKEN AS ZERO.
047000*----------------------------------------------------------------*
047100 2200-COMPARE-TO-MASTER.
047200     MOVE 'N' TO WS-MISMATCH-SW.
047300     IF WS-CUR-STU-ID NOT = WS-GM-KEY
047400         SET WS-MISMATCH TO TRUE
047500         MOVE ZERO TO AU-MST-CREDITS AU-MST-POINTS AU-MST-XFER
047600         MOVE "NOT ON MASTER " TO AU-NOTE
047700         PERFORM 2300-WRITE-AUDIT-LINE THRU 2300-EXIT
047800         GO TO 2200-EXIT
049100         COMPUTE WS-DIFF-POINTS =
049200             WS-RCM-POINTS - WS-GM-CUM-QUALITY-PTS
049300     END-IF.
049310     IF WS-GM-CUM-XFER-CREDITS IS NUMERIC
049320         MOVE WS-GM-CUM-XFER-CREDITS TO WS-MST-XFER
049330     ELSE
049340         MOVE ZERO TO WS-MST-XFER
049350     END-IF.
049360     IF WS-MST-XFER > WS-RCM-XFER
049370         COMPUTE WS-DIFF-XFER = WS-MST-XFER - WS-RCM-XFER
049380     ELSE
049390         COMPUTE WS-DIFF-XFER = WS-RCM-XFER - WS-MST-XFER
049395     END-IF.
049400     IF WS-DIFF-CREDITS > CC-TOLERANCE
049500             OR WS-DIFF-POINTS > CC-TOLERANCE
049550             OR WS-DIFF-XFER > CC-TOLERANCE
049600         SET WS-MISMATCH TO TRUE
049700         MOVE WS-GM-CUM-CREDITS     TO AU-MST-CREDITS
049800         MOVE WS-GM-CUM-QUALITY-PTS TO AU-MST-POINTS
049810         MOVE WS-MST-XFER           TO AU-MST-XFER
049900         MOVE "DISAGREES     " TO AU-NOTE
050000         PERFORM 2300-WRITE-AUDIT-LINE THRU 2300-EXIT
050100     END-IF.
051800*                         MASTER RECORD AS IT STANDS; A MISMATCH
051900*                         CARRIES THE RECOMPUTED CUMULATIVE
052000*                         FIGURES WITH THE MASTER'S TERM FIGURES
052100*                         UNCHANGED.  THE GPA DIVISOR LEAVES
052110*                         OUT TRANSFER CREDIT, AS THE ROLLUP'S
052120*                         DOES.
052200*----------------------------------------------------------------*
052300 2400-WRITE-CORRECTED.
052400     MOVE WS-CUR-STU-ID TO GM-STU-ID.
053500     IF WS-MISMATCH OR WS-CUR-STU-ID NOT = WS-GM-KEY
053600         MOVE WS-RCM-CREDITS TO GM-CUM-CREDITS
053700         MOVE WS-RCM-POINTS  TO GM-CUM-QUALITY-PTS
053750         MOVE WS-RCM-XFER    TO GM-CUM-XFER-CREDITS
053800         IF WS-RCM-CREDITS > WS-RCM-XFER
053900             COMPUTE WS-RCM-GPA ROUNDED =
054000                 WS-RCM-POINTS / (WS-RCM-CREDITS - WS-RCM-XFER)
054100         ELSE
054200             MOVE ZERO TO WS-RCM-GPA
054300         END-IF
054600         MOVE WS-GM-CUM-CREDITS     TO GM-CUM-CREDITS
054700         MOVE WS-GM-CUM-QUALITY-PTS TO GM-CUM-QUALITY-PTS
054800         MOVE WS-GM-CUM-GPA         TO GM-CUM-GPA
054810         MOVE WS-MST-XFER           TO GM-CUM-XFER-CREDITS
054900     END-IF.
055000     MOVE GM-RECORD TO CORRECTED-GPA-RECORD.
055100     WRITE CORRECTED-GPA-RECORD.
062700     END-READ.
062800 8100-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------*
063200* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
063300*                            FILE AND CHECK THE RUN LOG FOR A
063400*                            CLEAN RECORD DATED TONIGHT FROM EACH
063500*                            PREDECESSOR IT NAMES.  ANY FAILURE
063600*                            HOLDS THE STEP BEFORE AN INPUT IS
063700*                            OPENED: A HELD RUN-LOG RECORD FOR
063800*                            CBL0010 AND RETURN CODE 16.
063810*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
063820*                            A STEP STARTED AFTER MIDNIGHT BUT
063830*                            BEFORE THE PC-NIGHT-CUTOFF TIME
063840*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
063900*----------------------------------------------------------------*
064000 9000-CHECK-PREDECESSORS.
064100     OPEN INPUT EXPECTED-JOB-FILE.
064200     IF PC-EXPJOBS-STATUS = "35"
064300         GO TO 9000-EXIT
064400     END-IF.
064500     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
064600         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
064700     CLOSE EXPECTED-JOB-FILE.
064800     IF NOT PC-SCHEDULED
064900         GO TO 9000-EXIT
065000     END-IF.
065010     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
065020     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
065030         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
065040             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
065050     END-IF.
065100     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
065200         VARYING PC-SUB FROM 1 BY 1
065300         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
065400     IF PC-HOLD-RUN
065500         DISPLAY "CBL0015 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
065600             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
065700         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
065800         MOVE 16 TO RETURN-CODE
065900         STOP RUN
066000     END-IF.
066100 9000-EXIT.
066200     EXIT.
066300
066400 9010-FIND-SCHEDULE.
066500     READ EXPECTED-JOB-FILE INTO EJ-RECORD
066600         AT END
066700             SET PC-EJ-EOF TO TRUE
066800     END-READ.
066900     IF NOT PC-EJ-EOF
067000             AND EJ-PROGRAM-ID = "CBL0015 "
067100             AND EJ-JOB-ID = CC-JOB-ID
067200         SET PC-SCHEDULED TO TRUE
067300     END-IF.
067400 9010-EXIT.
067500     EXIT.
067600
067700*----------------------------------------------------------------*
067800* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
067900*                               PREDECESSOR (A RERUN SUPERSEDES
068000*                               THE EARLIER ATTEMPT) MUST BE
068100*                               DATED TONIGHT, NOT HELD, AND
068200*                               FREE OF EXCEPTIONS.
068300*----------------------------------------------------------------*
068400 9020-CHECK-ONE-PREDECESSOR.
068500     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
068600         GO TO 9020-EXIT
068700     END-IF.
068800     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
068900     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
069000     IF PC-PRED-JOB-ID = SPACES
069100         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
069200     END-IF.
069300     MOVE 'N' TO PC-FOUND-SW.
069400     MOVE 'N' TO PC-LG-EOF-SW.
069500     OPEN INPUT RUN-LOG-FILE.
069600     IF WS-RUNLOG-STATUS NOT = "35"
069700         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
069800             UNTIL PC-LG-EOF
069900         CLOSE RUN-LOG-FILE
070000     END-IF.
070100     EVALUATE TRUE
070200         WHEN NOT PC-FOUND
070300             MOVE "MISSING   " TO PC-HOLD-REASON
070400         WHEN PC-LOG-DATE < PC-NIGHT-DATE
070500             MOVE "STALE     " TO PC-HOLD-REASON
070600         WHEN PC-LOG-HELD
070700             MOVE "HELD      " TO PC-HOLD-REASON
070800         WHEN PC-LOG-EXC > ZERO
070900             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
071000         WHEN OTHER
071100             GO TO 9020-EXIT
071200     END-EVALUATE.
071300     SET PC-HOLD-RUN TO TRUE.
071400 9020-EXIT.
071500     EXIT.
071600
071700 9030-READ-RUN-LOG.
071800     READ RUN-LOG-FILE INTO PC-LOG-IN
071900         AT END
072000             SET PC-LG-EOF TO TRUE
072100     END-READ.
072200     IF NOT PC-LG-EOF
072300             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
072400             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
072500         SET PC-FOUND TO TRUE
072600         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
072610         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
072620             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
072630                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
072640         END-IF
072700         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
072800         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
072900     END-IF.
073000 9030-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------------*
073400* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
073500*                        FLAG, AND THE PREDECESSOR WAITED ON.
073600*----------------------------------------------------------------*
073700 9100-WRITE-HELD-LOG.
073800     OPEN EXTEND RUN-LOG-FILE.
073900     IF WS-RUNLOG-STATUS = "35"
074000         OPEN OUTPUT RUN-LOG-FILE
074100     END-IF.
074200     MOVE CC-JOB-ID          TO LG-JOB-ID.
074300     MOVE "CBL0015 "         TO LG-PROGRAM-ID.
074400     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
074500     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
074600     MOVE ZERO               TO LG-READ-COUNT
074700                                LG-WRITE-COUNT
074800                                LG-EXC-COUNT.
074900     SET LG-RESTART-NO       TO TRUE.
075000     SET LG-RUN-HELD         TO TRUE.
075100     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
075200     MOVE LG-RECORD          TO RUN-LOG-RECORD.
075300     WRITE RUN-LOG-RECORD.
075400     CLOSE RUN-LOG-FILE.
075500 9100-EXIT.
075600     EXIT.
