000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000802*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000803*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000804*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000805*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000806*                  RETURN CODE 16.
000807*                  RESEND LINES NOT ON THE FEED (A GRADE CHANGE
000808*                  QUEUED AFTER CBL0018 RAN) ARE KEPT, UNCHANGED,
000809*                  FOR THE NEXT FEED INSTEAD OF BEING DROPPED.
000810* 09/02/2026 DPD   RESEND LOOP CLOSED.  THE MATCH NOW RUNS
000811*                  AGAINST THE SISFEED FILE CBL0018 BUILDS
000812*                  (TONIGHT'S EXTRACT PLUS PENDING RESENDS),
005120     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS WS-RUNLOG-STATUS.
005150
005160     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
005170         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS PC-EXPJOBS-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
008720 FD  RUN-LOG-FILE
008730     RECORDING MODE IS F.
008740 01  RUN-LOG-RECORD              PIC X(60).
008750
008760 FD  EXPECTED-JOB-FILE
008770     RECORDING MODE IS F.
008780 01  EXPECTED-JOB-RECORD         PIC X(100).
008800
008900 WORKING-STORAGE SECTION.
009000*
011400 77  WS-UNMATCHED-COUNT          PIC 9(06) VALUE ZERO COMP.
011410 77  WS-RESEND-COUNT             PIC 9(06) VALUE ZERO COMP.
011420 77  WS-STALE-COUNT              PIC 9(06) VALUE ZERO COMP.
011430 77  WS-KEPT-COUNT               PIC 9(06) VALUE ZERO COMP.
011500 77  WS-CT-COUNT                 PIC 9(03) VALUE ZERO COMP.
011510
011520*
011583* COLUMN, BECAUSE A DROPPED ENTRY WOULD SILENTLY RESTART THAT
011584* LINE'S THREE-STRIKE CLOCK - THE EXACT INVISIBLE LOOP THIS
011585* TRACKING EXISTS TO KILL.
011586* A PENDING LINE WHOSE KEY IS NOT ON THE FEED AT ALL NEVER WENT
011587* OUT (A GRADE CHANGE CBL0021 QUEUED AFTER CBL0018 BUILT THE
011588* FEED) AND IS WRITTEN BACK UNCHANGED FOR THE NEXT ONE.
011590*
011591 01  WS-PD-EOF-SW                PIC X(01) VALUE 'N'.
011592     88  WS-PD-EOF                   VALUE 'Y'.
011603             15  WS-PD-COURSE     PIC X(06).
011604         10  WS-PD-ATTEMPTS       PIC 9(02).
011605         10  WS-PD-FIRST-DATE     PIC 9(08).
011606         10  WS-PD-LETTER         PIC X(01).
011607         10  WS-PD-REASON         PIC X(20).
011608         10  WS-PD-FEED-SW        PIC X(01).
011609             88  WS-PD-ON-FEED        VALUE 'Y'.
011610
011700*
011800* PER-COURSE/TERM TALLY FOR THE RECONCILIATION REPORT, BUILT AS
013210 COPY RESENDRC.
013220 COPY STALERPT.
013230     COPY RUNLOG.
013240     COPY EXPJREC.
013250     COPY PREDCHK.
013300
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
014660     CLOSE CONTROL-FILE.
014670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014680     ACCEPT WS-RUN-TIME-FULL FROM TIME.
014690     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
014700     SORT EXTRACT-SORT-FILE
014800         ON ASCENDING KEY XS-MATCH-KEY
014900         USING TRANSCRIPT-FILE
018218     ELSE
018219         MOVE WS-RUN-DATE TO WS-PD-FIRST-DATE(WS-PD-IDX)
018220     END-IF.
018221     MOVE RS-LETTER      TO WS-PD-LETTER(WS-PD-IDX).
018222     MOVE RS-REASON      TO WS-PD-REASON(WS-PD-IDX).
018223     MOVE 'N'            TO WS-PD-FEED-SW(WS-PD-IDX).
018224 1210-EXIT.
018225     EXIT.
018226
018300*----------------------------------------------------------------*
018310* 2000-MATCH-ONE-KEY - CLASSIC TWO-FILE MATCH.  AN EXTRACT LINE
018400*                       WITH NO ACK IS MISSING, AND ONLY AN
019600     EVALUATE TRUE
019700         WHEN WS-TX-KEY < WS-AK-KEY
019800             PERFORM 2100-TALLY-EXTRACT THRU 2100-EXIT
019850             PERFORM 2200-MARK-PENDING THRU 2200-EXIT
019900             ADD 1 TO WS-MISS-COUNT
020000             ADD 1 TO WS-CT-MISS(WS-CT-IDX)
020010             MOVE "NO ACK RECEIVED     " TO WS-FAIL-REASON
020200             PERFORM 8000-READ-EXTRACT THRU 8000-EXIT
020300         WHEN WS-TX-KEY = WS-AK-KEY
020400             PERFORM 2100-TALLY-EXTRACT THRU 2100-EXIT
020450             PERFORM 2200-MARK-PENDING THRU 2200-EXIT
020500             IF SA-ACCEPTED
020600                 ADD 1 TO WS-ACC-COUNT
020700                 ADD 1 TO WS-CT-ACC(WS-CT-IDX)
024500 2100-EXIT.
024600     EXIT.
024700
024702*----------------------------------------------------------------*
024704* 2200-MARK-PENDING - EVERY PENDING ENTRY FOR THE KEY OF THE
024706*                      EXTRACT LINE JUST TALLIED WENT OUT ON
024708*                      THIS FEED AND IS SETTLED BY THIS MATCH.
024710*----------------------------------------------------------------*
024712 2200-MARK-PENDING.
024714     IF WS-PD-COUNT = ZERO
024716         GO TO 2200-EXIT
024718     END-IF.
024720     PERFORM 2210-MARK-ONE-PENDING THRU 2210-EXIT
024722         VARYING WS-PD-IDX FROM 1 BY 1
024724         UNTIL WS-PD-IDX > WS-PD-COUNT.
024726 2200-EXIT.
024728     EXIT.
024730
024732 2210-MARK-ONE-PENDING.
024734     IF WS-PD-KEY(WS-PD-IDX) = WS-TX-KEY
024736         SET WS-PD-ON-FEED(WS-PD-IDX) TO TRUE
024738     END-IF.
024740 2210-EXIT.
024742     EXIT.
024744
024800*----------------------------------------------------------------*
024900* 2400-JUDGE-FAILED-LINE - ONE EXTRACT LINE THAT FAILED TO
025000*                           POST.  THE ATTEMPT COUNT AND FIRST-
027900         MOVE WS-RECON-NOTE-LINE TO REPORT-RECORD
028000         WRITE REPORT-RECORD
028100     END-IF.
028101     PERFORM 3300-KEEP-UNSENT-LINES THRU 3300-EXIT.
028102     IF WS-KEPT-COUNT > ZERO
028103         MOVE "NOTE: UNSENT RESEND LINES KEPT" TO SV-VERDICT
028104         MOVE WS-RECON-VERDICT-LINE TO REPORT-RECORD
028105         WRITE REPORT-RECORD
028106     END-IF.
028110     IF WS-PD-OVFL-COUNT > ZERO
028120         MOVE "WARNING: PENDING TABLE OVERFLOWED "
028130             TO SV-VERDICT
031080 3200-EXIT.
031090     EXIT.
031100
031101*----------------------------------------------------------------*
031102* 3300-KEEP-UNSENT-LINES - A PENDING LINE NO EXTRACT LINE MARKED
031103*                           NEVER WENT OUT ON THIS FEED.  IT GOES
031104*                           BACK ON THE PENDING FILE AS IT CAME,
031105*                           ATTEMPT COUNT UNTOUCHED, FOR CBL0018
031106*                           TO MERGE ONTO THE NEXT FEED.
031107*----------------------------------------------------------------*
031108 3300-KEEP-UNSENT-LINES.
031109     IF WS-PD-COUNT = ZERO
031110         GO TO 3300-EXIT
031111     END-IF.
031112     PERFORM 3310-KEEP-ONE-LINE THRU 3310-EXIT
031113         VARYING WS-PD-IDX FROM 1 BY 1
031114         UNTIL WS-PD-IDX > WS-PD-COUNT.
031115 3300-EXIT.
031116     EXIT.
031117
031118 3310-KEEP-ONE-LINE.
031119     IF WS-PD-ON-FEED(WS-PD-IDX)
031120         GO TO 3310-EXIT
031121     END-IF.
031122     MOVE SPACES                      TO RS-RECORD.
031123     MOVE WS-PD-STU-ID(WS-PD-IDX)     TO RS-STU-ID.
031124     MOVE WS-PD-TERM(WS-PD-IDX)       TO RS-TERM-CODE.
031125     MOVE WS-PD-COURSE(WS-PD-IDX)     TO RS-COURSE-CODE.
031126     MOVE WS-PD-LETTER(WS-PD-IDX)     TO RS-LETTER.
031127     MOVE WS-PD-ATTEMPTS(WS-PD-IDX)   TO RS-ATTEMPTS.
031128     MOVE WS-PD-FIRST-DATE(WS-PD-IDX) TO RS-FIRST-DATE.
031129     MOVE WS-PD-REASON(WS-PD-IDX)     TO RS-REASON.
031130     MOVE RS-RECORD TO RESEND-RECORD.
031131     WRITE RESEND-RECORD.
031132     ADD 1 TO WS-RESEND-COUNT.
031133     ADD 1 TO WS-KEPT-COUNT.
031134 3310-EXIT.
031135     EXIT.
031136
031150*----------------------------------------------------------------*
031200* 8000-READ-EXTRACT - READ-AHEAD ON THE SORTED EXTRACT.  THE
031250*                      MATCH KEY IS THE LEADING STUDENT/TERM/
032650     END-IF.
032700 8100-EXIT.
032750     EXIT.
032850
032950*----------------------------------------------------------------*
033050* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
033150*                            FILE AND CHECK THE RUN LOG FOR A
033250*                            CLEAN RECORD DATED TONIGHT FROM EACH
033350*                            PREDECESSOR IT NAMES.  ANY FAILURE
033450*                            HOLDS THE STEP BEFORE AN INPUT IS
033550*                            OPENED: A HELD RUN-LOG RECORD FOR
033650*                            CBL0010 AND RETURN CODE 16.
033660*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
033670*                            A STEP STARTED AFTER MIDNIGHT BUT
033680*                            BEFORE THE PC-NIGHT-CUTOFF TIME
033690*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
033750*----------------------------------------------------------------*
033850 9000-CHECK-PREDECESSORS.
033950     OPEN INPUT EXPECTED-JOB-FILE.
034050     IF PC-EXPJOBS-STATUS = "35"
034150         GO TO 9000-EXIT
034250     END-IF.
034350     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
034450         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
034550     CLOSE EXPECTED-JOB-FILE.
034650     IF NOT PC-SCHEDULED
034750         GO TO 9000-EXIT
034850     END-IF.
034860     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
034870     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
034880         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
034890             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
034900     END-IF.
034950     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
035050         VARYING PC-SUB FROM 1 BY 1
035150         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
035250     IF PC-HOLD-RUN
035350         DISPLAY "CBL0011 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
035450             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
035550         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
035650         MOVE 16 TO RETURN-CODE
035750         STOP RUN
035850     END-IF.
035950 9000-EXIT.
036050     EXIT.
036150
036250 9010-FIND-SCHEDULE.
036350     READ EXPECTED-JOB-FILE INTO EJ-RECORD
036450         AT END
036550             SET PC-EJ-EOF TO TRUE
036650     END-READ.
036750     IF NOT PC-EJ-EOF
036850             AND EJ-PROGRAM-ID = "CBL0011 "
036950             AND EJ-JOB-ID = CC-JOB-ID
037050         SET PC-SCHEDULED TO TRUE
037150     END-IF.
037250 9010-EXIT.
037350     EXIT.
037450
037550*----------------------------------------------------------------*
037650* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
037750*                               PREDECESSOR (A RERUN SUPERSEDES
037850*                               THE EARLIER ATTEMPT) MUST BE
037950*                               DATED TONIGHT, NOT HELD, AND
038050*                               FREE OF EXCEPTIONS.
038150*----------------------------------------------------------------*
038250 9020-CHECK-ONE-PREDECESSOR.
038350     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
038450         GO TO 9020-EXIT
038550     END-IF.
038650     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
038750     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
038850     IF PC-PRED-JOB-ID = SPACES
038950         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
039050     END-IF.
039150     MOVE 'N' TO PC-FOUND-SW.
039250     MOVE 'N' TO PC-LG-EOF-SW.
039350     OPEN INPUT RUN-LOG-FILE.
039450     IF WS-RUNLOG-STATUS NOT = "35"
039550         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
039650             UNTIL PC-LG-EOF
039750         CLOSE RUN-LOG-FILE
039850     END-IF.
039950     EVALUATE TRUE
040050         WHEN NOT PC-FOUND
040150             MOVE "MISSING   " TO PC-HOLD-REASON
040250         WHEN PC-LOG-DATE < PC-NIGHT-DATE
040350             MOVE "STALE     " TO PC-HOLD-REASON
040450         WHEN PC-LOG-HELD
040550             MOVE "HELD      " TO PC-HOLD-REASON
040650         WHEN PC-LOG-EXC > ZERO
040750             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
040850         WHEN OTHER
040950             GO TO 9020-EXIT
041050     END-EVALUATE.
041150     SET PC-HOLD-RUN TO TRUE.
041250 9020-EXIT.
041350     EXIT.
041450
041550 9030-READ-RUN-LOG.
041650     READ RUN-LOG-FILE INTO PC-LOG-IN
041750         AT END
041850             SET PC-LG-EOF TO TRUE
041950     END-READ.
042050     IF NOT PC-LG-EOF
042150             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
042250             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
042350         SET PC-FOUND TO TRUE
042450         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
042460         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
042470             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
042480                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
042490         END-IF
042550         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
042650         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
042750     END-IF.
042850 9030-EXIT.
042950     EXIT.
043050
043150*----------------------------------------------------------------*
043250* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
043350*                        FLAG, AND THE PREDECESSOR WAITED ON.
043450*----------------------------------------------------------------*
043550 9100-WRITE-HELD-LOG.
043650     OPEN EXTEND RUN-LOG-FILE.
043750     IF WS-RUNLOG-STATUS = "35"
043850         OPEN OUTPUT RUN-LOG-FILE
043950     END-IF.
044050     MOVE CC-JOB-ID          TO LG-JOB-ID.
044150     MOVE "CBL0011 "         TO LG-PROGRAM-ID.
044250     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
044350     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
044450     MOVE ZERO               TO LG-READ-COUNT
044550                                LG-WRITE-COUNT
044650                                LG-EXC-COUNT.
044750     SET LG-RESTART-NO       TO TRUE.
044850     SET LG-RUN-HELD         TO TRUE.
044950     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
045050     MOVE LG-RECORD          TO RUN-LOG-RECORD.
045150     WRITE RUN-LOG-RECORD.
045250     CLOSE RUN-LOG-FILE.
045350 9100-EXIT.
045450     EXIT.
