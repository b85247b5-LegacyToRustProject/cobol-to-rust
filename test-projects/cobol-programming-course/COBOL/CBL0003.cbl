000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   TRANSFER AND EXAM CREDIT (LETTER 'T' RECORDS
000802*                  POSTED BY CBL0027) COUNTS TOWARD CUMULATIVE
000803*                  CREDITS, AND IS CARRIED ON ITS OWN IN
000804*                  GM-CUM-XFER-CREDITS, BUT NEVER TOWARD QUALITY
000805*                  POINTS, TERM FIGURES OR EITHER GPA.  TRANSFER
000806*                  CREDIT FOR A COURSE IS AN ATTEMPT FOR GRADE
000807*                  REPLACEMENT LIKE A LOCAL ONE: IT CAN SUPERSEDE
000808*                  A PRIOR LOCAL ATTEMPT OR BE SUPERSEDED BY A
000809*                  LATER ONE.  THE ELECTIVE PLACEHOLDER NEVER
000810*                  REPLACES ANYTHING.
000811* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000812*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000813*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000814*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000815*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000816*                  RETURN CODE 16.
000817* 09/02/2026 DPD   A COURSE CODE NOT FOUND ON THE COURSE
000818*                  CATALOG NO LONGER DEFAULTS TO 1.0 CREDIT
000819*                  HOURS; THE COURSE IS LEFT OUT OF THE GPA
000820*                  FIGURES AND WRITTEN TO A CATALOG-EXCEPTION
000821*                  REPORT SO A CATALOG TYPO LEAVES A TRACE
000822*                  INSTEAD OF A QUIETLY WRONG GPA.
000823* 08/22/2026 DPD   A REPEAT-CANDIDATE TABLE ENTRY IS CONSUMED ON
000824*                  FIRST USE SO A COURSE CARRIED TWICE IN THE
000825*                  CURRENT TERM CANNOT BACK THE SAME PRIOR
000826*                  ATTEMPT OUT TWICE, AND A STUDENT WHOSE TERM
000827*                  IS ALL W/I STILL GETS THE TERM CODE ON THE
000828*                  NEW MASTER RECORD.
000829* 08/22/2026 DPD  APPEND THE STANDARD RUN-LOG RECORD AT END OF
000830*                 JOB SO THE MORNING SUMMARY (CBL0010) HAS ONE
000831*                 PLACE TO LOOK FOR LAST NIGHT'S COUNTS.
000832* 08/22/2026 DPD   W AND I LETTERS ON THE GRADE HISTORY ARE
000833*                  EXCLUDED FROM CREDITS AND QUALITY POINTS
000834*                  INSTEAD OF COUNTING AS ZERO-POINT ATTEMPTS,
000835*                  AND NEITHER TRIGGER NOR SUFFER GRADE
000836*                  REPLACEMENT.
000837* 08/22/2026 DPD   OLD-MASTER READ-AHEAD GIVEN ITS OWN RECORD
000838*                  AREA.  IT SHARED GM-RECORD WITH THE NEW-
000839*                  MASTER BUILD, SO WRITING A STUDENT'S NEW
000840*                  RECORD CLOBBERED THE RECORD WAITING FROM THE
000841*                  OLD FILE AND THE MERGE RE-KEYED ON THE
000842*                  STUDENT JUST WRITTEN.
000843* 08/22/2026 DPD   GRADE-REPLACEMENT PROCESSING FOR REPEATED
000844*                  COURSES.  THE REPEAT-CANDIDATE FILE CBL0008
000845*                  WRITES (LATEST PRIOR ATTEMPT OF EACH COURSE
000846*                  REPEATED THIS TERM) IS LOADED AT STARTUP; THE
000847*                  SUPERSEDED ATTEMPT'S CREDITS AND QUALITY
000848*                  POINTS ARE BACKED OUT OF THE CUMULATIVE
000849*                  FIGURES AND EACH REPLACEMENT IS REPORTED ON
000850*                  THE REPEAT-PROCESSING REGISTER.
000851* 08/22/2026 DPD   SORT INPUT CHANGED FROM THE FULL GRADE-HISTORY
000852*                  FILE TO THE CURRENT-TERM WORK FILE THAT
000853*                  CBL0008 SPLITS OFF AT TERM END, SO THE SORT
000854*                  STEP STOPS GROWING WITH THE LIFE OF THE
000855*                  SCHOOL.  PRIOR TERMS ARE ON THE ARCHIVE AND IN
000856*                  THE OLD MASTER'S CUMULATIVE FIGURES.
000900* 08/08/2026 DPD   NEW PROGRAM.  ROLLS UP THE GRADE HISTORY THAT
001000*                  CBL0002 APPENDS EACH TERM INTO A PER-STUDENT
001100*                  GPA-MASTER RECORD, CARRYING BOTH THE JUST-
004590     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
004591         ORGANIZATION IS LINE SEQUENTIAL
004592         FILE STATUS IS WS-RUNLOG-STATUS.
004593
004594     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
004595         ORGANIZATION IS LINE SEQUENTIAL
004596         FILE STATUS IS PC-EXPJOBS-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
007991 FD  RUN-LOG-FILE
007992     RECORDING MODE IS F.
007993 01  RUN-LOG-RECORD               PIC X(60).
007994
007995 FD  EXPECTED-JOB-FILE
007996     RECORDING MODE IS F.
007997 01  EXPECTED-JOB-RECORD         PIC X(100).
008000
008100 WORKING-STORAGE SECTION.
008200*
010392     05  FILLER                  PIC X(19).
010393     05  WS-OM-CUM-CREDITS       PIC 9(04)V9(01).
010394     05  WS-OM-CUM-QUALITY-PTS   PIC 9(06)V9(01).
010395     05  FILLER                  PIC X(03).
010396     05  WS-OM-CUM-XFER-CREDITS  PIC 9(04)V9(01).
010397     05  FILLER                  PIC X(12).
010400
010500 77  WS-TERM-CREDITS             PIC 9(03)V9 VALUE ZERO.
010600 77  WS-TERM-QUALITY-POINTS      PIC 9(05)V9 VALUE ZERO.
010800 77  WS-CUM-CREDITS              PIC 9(04)V9 VALUE ZERO.
010900 77  WS-CUM-QUALITY-POINTS       PIC 9(06)V9 VALUE ZERO.
011000 77  WS-CUM-GPA                  PIC 9V99 VALUE ZERO.
011010 77  WS-TERM-XFER-CREDITS        PIC 9(03)V9 VALUE ZERO.
011020 77  WS-CUM-XFER-CREDITS         PIC 9(04)V9 VALUE ZERO.
011100 77  WS-GRADE-POINTS             PIC 9V99 VALUE ZERO.
011200 77  WS-CREDIT-HOURS             PIC 9V9 VALUE ZERO.
011300 77  WS-CR-COUNT                 PIC 9(03) VALUE ZERO COMP.
012398 77  WS-BACKOUT-POINTS           PIC 9(05)V9 VALUE ZERO.
012399 77  WS-PRIOR-POINTS             PIC 9V99 VALUE ZERO.
012400 01  WS-PRIOR-LETTER             PIC X(01) VALUE SPACE.
012401 77  WS-PRIOR-HOURS              PIC 99V9 VALUE ZERO.
012402 77  WS-BACKOUT-XFER             PIC 9(03)V9 VALUE ZERO.
012410 01  WS-REPEAT-TABLE.
012420     05  WS-REPEAT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-RP-IDX.
012430         10  WS-RP-ID             PIC X(09).
012440         10  WS-RP-COURSE         PIC X(06).
012450         10  WS-RP-TERM           PIC X(06).
012460         10  WS-RP-LETTER         PIC X(01).
012463         10  WS-RP-XFER-INFO      PIC X(08).
012465         10  WS-RP-XFER-DETAIL REDEFINES WS-RP-XFER-INFO.
012467             15  WS-RP-HOURS      PIC 99V9.
012468             15  FILLER           PIC X(05).
012470
012511 COPY CB3CTL.
012552 COPY GRADHIST.
012675     COPY REPEATRG.
012680     COPY CRSEXC.
012716     COPY RUNLOG.
012726     COPY EXPJREC.
012736     COPY PREDCHK.
012757
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
014210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014220     ACCEPT WS-RUN-TIME-FULL FROM TIME.
014300     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
014310     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
014400     PERFORM 1100-SORT-GRADE-HISTORY THRU 1100-EXIT.
014500     PERFORM 1200-LOAD-CREDIT-TABLE THRU 1200-EXIT.
014510     PERFORM 1300-LOAD-REPEAT-TABLE THRU 1300-EXIT.
021792     MOVE GH-COURSE-CODE TO WS-RP-COURSE(WS-RP-IDX).
021793     MOVE GH-TERM-CODE   TO WS-RP-TERM(WS-RP-IDX).
021794     MOVE GH-LETTER      TO WS-RP-LETTER(WS-RP-IDX).
021795     MOVE GH-TRANSFER-INFO TO WS-RP-XFER-INFO(WS-RP-IDX).
021796 1310-EXIT.
021797     EXIT.
021798
021800*----------------------------------------------------------------*
021900* 2000-PROCESS-ONE-STUDENT - CLASSIC OLD-MASTER/NEW-MASTER MATCH-
022000*                             MERGE.  EVERY STUDENT APPEARING IN
022600     PERFORM 2010-DETERMINE-DRIVING-KEY THRU 2010-EXIT.
022700     MOVE ZERO   TO WS-TERM-CREDITS WS-TERM-QUALITY-POINTS
022800                    WS-TERM-GPA
022810                    WS-BACKOUT-CREDITS WS-BACKOUT-POINTS
022820                    WS-TERM-XFER-CREDITS WS-BACKOUT-XFER.
022900     MOVE SPACES TO WS-TERM-CODE.
023000     IF WS-CUR-STU-ID = WS-GH-KEY
023100         PERFORM 2100-ACCUMULATE-COURSE THRU 2100-EXIT
023400     IF WS-CUR-STU-ID = WS-OLD-KEY
023500         MOVE WS-OM-CUM-CREDITS     TO WS-CUM-CREDITS
023600         MOVE WS-OM-CUM-QUALITY-PTS TO WS-CUM-QUALITY-POINTS
023602         IF WS-OM-CUM-XFER-CREDITS IS NUMERIC
023604             MOVE WS-OM-CUM-XFER-CREDITS TO WS-CUM-XFER-CREDITS
023606         ELSE
023608             MOVE ZERO TO WS-CUM-XFER-CREDITS
023609         END-IF
023610         PERFORM 2030-BACK-OUT-REPEATS THRU 2030-EXIT
023700         PERFORM 8100-READ-OLD-MASTER THRU 8100-EXIT
023800     ELSE
023900         MOVE ZERO TO WS-CUM-CREDITS WS-CUM-QUALITY-POINTS
023950                      WS-CUM-XFER-CREDITS
024000     END-IF.
024100     ADD WS-TERM-CREDITS        TO WS-CUM-CREDITS.
024200     ADD WS-TERM-QUALITY-POINTS TO WS-CUM-QUALITY-POINTS.
024210     ADD WS-TERM-XFER-CREDITS   TO WS-CUM-CREDITS
024220                                   WS-CUM-XFER-CREDITS.
024300     PERFORM 2200-COMPUTE-GPAS THRU 2200-EXIT.
024400     PERFORM 2400-WRITE-NEW-MASTER THRU 2400-EXIT.
024500 2000-EXIT.
027600*                           EARLIER TERMS ARE READ PAST SINCE THEY
027700*                           ARE ALREADY IN THE CUMULATIVE FIGURES
027800*                           CARRIED ON THE OLD GPA-MASTER FILE.
027810*                           TRANSFER CREDIT IS FOLDED IN BY
027820*                           2105 AND NEVER REACHES THE TERM
027830*                           FIGURES.
027900*----------------------------------------------------------------*
028000 2100-ACCUMULATE-COURSE.
028010     IF GH-TRANSFER-CREDIT
028020         IF GH-TERM-CODE = CC-TERM-CODE
028030             PERFORM 2105-ACCUMULATE-TRANSFER THRU 2105-EXIT
028040         END-IF
028050         PERFORM 8000-READ-SORTED-GRADE THRU 8000-EXIT
028060         GO TO 2100-EXIT
028070     END-IF.
028100     IF GH-TERM-CODE = CC-TERM-CODE
028200         MOVE GH-TERM-CODE TO WS-TERM-CODE
028210*
029000 2100-EXIT.
029100     EXIT.
029200
029204*----------------------------------------------------------------*
029208* 2105-ACCUMULATE-TRANSFER - TRANSFER OR EXAM CREDIT POSTED THIS
029212*                             TERM.  THE HOURS GO TO THE TRANSFER
029216*                             FIGURE ONLY, NEVER TO THE TERM
029220*                             CREDITS OR QUALITY POINTS.  CREDIT
029224*                             FOR A CATALOG COURSE SUPERSEDES A
029228*                             PRIOR LOCAL ATTEMPT LIKE A REPEAT;
029232*                             THE ELECTIVE PLACEHOLDER DOES NOT.
029236*----------------------------------------------------------------*
029240 2105-ACCUMULATE-TRANSFER.
029244     IF GH-TRANSFER-HOURS IS NOT NUMERIC
029248         GO TO 2105-EXIT
029252     END-IF.
029256     ADD GH-TRANSFER-HOURS TO WS-TERM-XFER-CREDITS.
029260     IF GH-ELECTIVE-PLACEHOLDER
029264         GO TO 2105-EXIT
029268     END-IF.
029272     PERFORM 2110-LOOKUP-CREDIT-HOURS THRU 2110-EXIT.
029276     IF WS-CREDIT-FOUND
029280         PERFORM 2150-CHECK-REPEAT THRU 2150-EXIT
029284     END-IF.
029288 2105-EXIT.
029292     EXIT.
029296
029300 2110-LOOKUP-CREDIT-HOURS.
029400     MOVE 'N' TO WS-CREDIT-FOUND-SW.
029410     MOVE ZERO TO WS-CREDIT-HOURS.
031941*                      THE CUMULATIVE FIGURES AND THE REPLACEMENT
031942*                      IS REPORTED ON THE REGISTER.  THE PRIOR
031943*                      ATTEMPT IS THE SAME COURSE, SO THE CREDIT
031944*                      HOURS APPLY, BUT A 'T' BACKS OUT ITS OWN.
031945*----------------------------------------------------------------*
031946 2150-CHECK-REPEAT.
031947     IF WS-RP-COUNT = ZERO
031960     IF WS-PRIOR-LETTER = 'W' OR WS-PRIOR-LETTER = 'I'
031963         GO TO 2150-EXIT
031966     END-IF.
031967     IF WS-PRIOR-LETTER = 'T'
031968         MOVE WS-RP-HOURS(WS-RP-IDX) TO WS-PRIOR-HOURS
031969         ADD WS-PRIOR-HOURS TO WS-BACKOUT-XFER
031970     ELSE
031971         MOVE WS-CREDIT-HOURS TO WS-PRIOR-HOURS
031972     END-IF.
031973     PERFORM 2130-PRIOR-GRADE-POINTS THRU 2130-EXIT.
031974     ADD WS-PRIOR-HOURS TO WS-BACKOUT-CREDITS.
031975     COMPUTE WS-BACKOUT-POINTS = WS-BACKOUT-POINTS +
031976         (WS-PRIOR-HOURS * WS-PRIOR-POINTS).
031981     MOVE GH-STU-ID               TO RP-STU-ID.
031984     MOVE GH-COURSE-CODE          TO RP-COURSE-CODE.
031987     MOVE WS-RP-TERM(WS-RP-IDX)   TO RP-OLD-TERM.
031990     MOVE WS-PRIOR-LETTER         TO RP-OLD-LETTER.
031993     MOVE GH-LETTER               TO RP-NEW-LETTER.
031996     MOVE WS-PRIOR-HOURS          TO RP-CREDITS.
031999     COMPUTE RP-POINTS = WS-PRIOR-HOURS * WS-PRIOR-POINTS.
032002     MOVE WS-REPEAT-LINE          TO REGISTER-RECORD.
032005     WRITE REGISTER-RECORD.
032008     ADD 1 TO WS-REPLACE-COUNT.
032074     END-IF.
032077     SUBTRACT WS-BACKOUT-CREDITS FROM WS-CUM-CREDITS.
032080     SUBTRACT WS-BACKOUT-POINTS  FROM WS-CUM-QUALITY-POINTS.
032081     IF WS-BACKOUT-XFER > WS-CUM-XFER-CREDITS
032082         MOVE WS-CUM-XFER-CREDITS TO WS-BACKOUT-XFER
032083     END-IF.
032084     SUBTRACT WS-BACKOUT-XFER    FROM WS-CUM-XFER-CREDITS.
032085 2030-EXIT.
032086     EXIT.
032089
032100*----------------------------------------------------------------*
032200* 2200-COMPUTE-GPAS - TERM GPA FROM THIS TERM'S CREDITS/POINTS,
032300*                      CUMULATIVE GPA FROM THE RUNNING TOTALS.
032310*                      TRANSFER CREDIT CARRIES NO POINTS, SO IT
032320*                      IS TAKEN OUT OF THE CUMULATIVE DIVISOR.
032400*----------------------------------------------------------------*
032500 2200-COMPUTE-GPAS.
032600     IF WS-TERM-CREDITS > ZERO
032900     ELSE
033000         MOVE ZERO TO WS-TERM-GPA
033100     END-IF.
033200     IF WS-CUM-CREDITS > WS-CUM-XFER-CREDITS
033300         COMPUTE WS-CUM-GPA ROUNDED =
033400             WS-CUM-QUALITY-POINTS /
033450             (WS-CUM-CREDITS - WS-CUM-XFER-CREDITS)
033500     ELSE
033600         MOVE ZERO TO WS-CUM-GPA
033700     END-IF.
035000     MOVE WS-CUM-CREDITS         TO GM-CUM-CREDITS.
035100     MOVE WS-CUM-QUALITY-POINTS  TO GM-CUM-QUALITY-PTS.
035200     MOVE WS-CUM-GPA             TO GM-CUM-GPA.
035250     MOVE WS-CUM-XFER-CREDITS    TO GM-CUM-XFER-CREDITS.
035300     MOVE GM-RECORD              TO NEW-GPA-RECORD.
035400     WRITE NEW-GPA-RECORD.
035410     ADD 1 TO WS-WRITE-COUNT.
039400     END-READ.
039500 8100-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------*
039900* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
040000*                            FILE AND CHECK THE RUN LOG FOR A
040100*                            CLEAN RECORD DATED TONIGHT FROM EACH
040200*                            PREDECESSOR IT NAMES.  ANY FAILURE
040300*                            HOLDS THE STEP BEFORE AN INPUT IS
040400*                            OPENED: A HELD RUN-LOG RECORD FOR
040500*                            CBL0010 AND RETURN CODE 16.
040510*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
040520*                            A STEP STARTED AFTER MIDNIGHT BUT
040530*                            BEFORE THE PC-NIGHT-CUTOFF TIME
040540*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
040600*----------------------------------------------------------------*
040700 9000-CHECK-PREDECESSORS.
040800     OPEN INPUT EXPECTED-JOB-FILE.
040900     IF PC-EXPJOBS-STATUS = "35"
041000         GO TO 9000-EXIT
041100     END-IF.
041200     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
041300         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
041400     CLOSE EXPECTED-JOB-FILE.
041500     IF NOT PC-SCHEDULED
041600         GO TO 9000-EXIT
041700     END-IF.
041710     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
041720     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
041730         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
041740             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
041750     END-IF.
041800     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
041900         VARYING PC-SUB FROM 1 BY 1
042000         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
042100     IF PC-HOLD-RUN
042200         DISPLAY "CBL0003 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
042300             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
042400         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
042500         MOVE 16 TO RETURN-CODE
042600         STOP RUN
042700     END-IF.
042800 9000-EXIT.
042900     EXIT.
043000
043100 9010-FIND-SCHEDULE.
043200     READ EXPECTED-JOB-FILE INTO EJ-RECORD
043300         AT END
043400             SET PC-EJ-EOF TO TRUE
043500     END-READ.
043600     IF NOT PC-EJ-EOF
043700             AND EJ-PROGRAM-ID = "CBL0003 "
043800             AND EJ-JOB-ID = CC-JOB-ID
043900         SET PC-SCHEDULED TO TRUE
044000     END-IF.
044100 9010-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------------*
044500* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
044600*                               PREDECESSOR (A RERUN SUPERSEDES
044700*                               THE EARLIER ATTEMPT) MUST BE
044800*                               DATED TONIGHT, NOT HELD, AND
044900*                               FREE OF EXCEPTIONS.
045000*----------------------------------------------------------------*
045100 9020-CHECK-ONE-PREDECESSOR.
045200     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
045300         GO TO 9020-EXIT
045400     END-IF.
045500     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
045600     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
045700     IF PC-PRED-JOB-ID = SPACES
045800         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
045900     END-IF.
046000     MOVE 'N' TO PC-FOUND-SW.
046100     MOVE 'N' TO PC-LG-EOF-SW.
046200     OPEN INPUT RUN-LOG-FILE.
046300     IF WS-RUNLOG-STATUS NOT = "35"
046400         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
046500             UNTIL PC-LG-EOF
046600         CLOSE RUN-LOG-FILE
046700     END-IF.
046800     EVALUATE TRUE
046900         WHEN NOT PC-FOUND
047000             MOVE "MISSING   " TO PC-HOLD-REASON
047100         WHEN PC-LOG-DATE < PC-NIGHT-DATE
047200             MOVE "STALE     " TO PC-HOLD-REASON
047300         WHEN PC-LOG-HELD
047400             MOVE "HELD      " TO PC-HOLD-REASON
047500         WHEN PC-LOG-EXC > ZERO
047600             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
047700         WHEN OTHER
047800             GO TO 9020-EXIT
047900     END-EVALUATE.
048000     SET PC-HOLD-RUN TO TRUE.
048100 9020-EXIT.
048200     EXIT.
048300
048400 9030-READ-RUN-LOG.
048500     READ RUN-LOG-FILE INTO PC-LOG-IN
048600         AT END
048700             SET PC-LG-EOF TO TRUE
048800     END-READ.
048900     IF NOT PC-LG-EOF
049000             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
049100             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
049200         SET PC-FOUND TO TRUE
049300         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
049310         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
049320             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
049330                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
049340         END-IF
049400         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
049500         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
049600     END-IF.
049700 9030-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------------*
050100* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
050200*                        FLAG, AND THE PREDECESSOR WAITED ON.
050300*----------------------------------------------------------------*
050400 9100-WRITE-HELD-LOG.
050500     OPEN EXTEND RUN-LOG-FILE.
050600     IF WS-RUNLOG-STATUS = "35"
050700         OPEN OUTPUT RUN-LOG-FILE
050800     END-IF.
050900     MOVE CC-JOB-ID          TO LG-JOB-ID.
051000     MOVE "CBL0003 "         TO LG-PROGRAM-ID.
051100     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
051200     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
051300     MOVE ZERO               TO LG-READ-COUNT
051400                                LG-WRITE-COUNT
051500                                LG-EXC-COUNT.
051600     SET LG-RESTART-NO       TO TRUE.
051700     SET LG-RUN-HELD         TO TRUE.
051800     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
051900     MOVE LG-RECORD          TO RUN-LOG-RECORD.
052000     WRITE RUN-LOG-RECORD.
052100     CLOSE RUN-LOG-FILE.
052200 9100-EXIT.
052300     EXIT.
