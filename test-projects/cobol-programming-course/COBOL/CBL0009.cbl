000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000803* 10/15/2026 DPD   TRANSFER AND EXAM CREDIT (LETTER 'T') PRINTS
000806*                  IN ITS OWN BLOCK AHEAD OF THE TERMS: COURSE,
000809*                  HOURS GRANTED, SOURCE INSTITUTION AND POSTING
000812*                  TERM, THEN A TRANSFER-CREDIT TOTAL.  THE SORT
000815*                  CARRIES A BLOCK BYTE TO PUT THOSE ROWS FIRST.
000818*                  TRANSFER ROWS ARE NOT CATALOG-CHECKED AND
000821*                  NEVER ENTER A TERM GPA.
000824* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000827*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000833*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000836*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000839*                  RETURN CODE 16.
000842* 09/02/2026 DPD   STUDENT NAMES COME FROM KEYED READS ON THE
000845*                  INDEXED STUDENT MASTER (STUMAST, REBUILT BY
000848*                  EVERY CBL0007 RUN) INSTEAD OF A PRELOADED
000851*                  1000-ENTRY TABLE THAT WOULD HAVE OVERFLOWED
000854*                  THE TERM ENROLLMENT CROSSED A THOUSAND.
000857* 09/02/2026 DPD   A COURSE CODE NOT FOUND ON THE COURSE
000860*                  CATALOG NO LONGER DEFAULTS TO 1.0 CREDIT
000863*                  HOURS; THE COURSE PRINTS WITH ZERO HOURS,
000866*                  STAYS OUT OF THE TERM GPA AND IS WRITTEN
000869*                  TO A CATALOG-EXCEPTION REPORT.
000872* 08/22/2026 DPD   APPEND THE STANDARD RUN-LOG RECORD AT END OF
000875*                  JOB SO THE MORNING SUMMARY (CBL0010) SEES THE
000878*                  TRANSCRIPT PRINT LIKE ANY OTHER JOB.
000900* 08/22/2026 DPD   NEW PROGRAM.  PRINTS A HUMAN-READABLE
001000*                  TRANSCRIPT PER STUDENT FROM THE COMBINED
001100*                  GRADE HISTORY (ACTIVE FILE PLUS ARCHIVE),
005920     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
005930         ORGANIZATION IS LINE SEQUENTIAL
005940         FILE STATUS IS WS-RUNLOG-STATUS.
005950
005960     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
005970         ORGANIZATION IS LINE SEQUENTIAL
005980         FILE STATUS IS PC-EXPJOBS-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
007900     05  SW-TERM-CODE             PIC X(06).
008000     05  SW-LETTER                PIC X(01).
008100     05  FILLER                   PIC X(08).
008150     05  SW-BLOCK                 PIC X(01).
008200
008300 FD  SORTED-HIST-FILE
008400     RECORDING MODE IS F.
008500 01  SORTED-HIST-RECORD           PIC X(31).
008600
008700 FD  STUDENT-FILE.
008800 COPY STUDREC.
010120 FD  RUN-LOG-FILE
010130     RECORDING MODE IS F.
010140 01  RUN-LOG-RECORD               PIC X(60).
010150
010160 FD  EXPECTED-JOB-FILE
010170     RECORDING MODE IS F.
010180 01  EXPECTED-JOB-RECORD         PIC X(100).
010200
010300 WORKING-STORAGE SECTION.
010400*
014003     88  WS-CREDIT-FOUND             VALUE 'Y'.
014010 77  WS-HIST-COUNT               PIC 9(06) VALUE ZERO COMP.
014020 77  WS-DOC-COUNT                PIC 9(06) VALUE ZERO COMP.
014030 77  WS-XFER-TOTAL               PIC 9(03)V9 VALUE ZERO.
014040*
014050* SORT STAGING: THE HISTORY RECORD PLUS A BLOCK BYTE THAT SORTS
014060* EACH STUDENT'S TRANSFER CREDIT AHEAD OF THE GRADED TERMS.
014070*
014080 01  WS-SW-STAGE.
014085     05  WS-SW-HIST              PIC X(30).
014090     05  WS-SW-BLOCK             PIC X(01).
014095         88  WS-SW-TRANSFER-BLOCK    VALUE '1'.
014097         88  WS-SW-TERM-BLOCK        VALUE '2'.
014100
014200*
014300* COURSE-CREDIT TABLE, AS IN CBL0003.
017600 COPY TRNSCDOC.
017601 COPY CRSEXC.
017610     COPY RUNLOG.
017620     COPY EXPJREC.
017630     COPY PREDCHK.
017700
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
019800     CLOSE CONTROL-FILE.
019810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019820     ACCEPT WS-RUN-TIME-FULL FROM TIME.
019830     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
019900     SORT SORT-WORK-FILE
020000         ON ASCENDING KEY SW-STU-ID
020050                          SW-BLOCK
020100                          SW-TERM-CODE
020200                          SW-COURSE-CODE
020300         INPUT PROCEDURE IS 1100-RELEASE-HISTORY
025400     IF WS-GH-EOF
025500         GO TO 1110-EXIT
025600     END-IF.
025700     PERFORM 1130-RELEASE-STAGED THRU 1130-EXIT.
025800 1110-EXIT.
025900     EXIT.
026000
026600     IF WS-AR-EOF
026700         GO TO 1120-EXIT
026800     END-IF.
026900     PERFORM 1130-RELEASE-STAGED THRU 1130-EXIT.
027000 1120-EXIT.
027100     EXIT.
027110
027120 1130-RELEASE-STAGED.
027130     MOVE GH-RECORD TO WS-SW-HIST.
027140     IF GH-TRANSFER-CREDIT
027150         SET WS-SW-TRANSFER-BLOCK TO TRUE
027160     ELSE
027170         SET WS-SW-TERM-BLOCK TO TRUE
027180     END-IF.
027190     RELEASE SW-RECORD FROM WS-SW-STAGE.
027192 1130-EXIT.
027194     EXIT.
027200
030400*----------------------------------------------------------------*
030500* 1300-LOAD-CREDIT-TABLE - LOAD THE COURSE-CREDIT REFERENCE FILE
033000
033100*----------------------------------------------------------------*
033200* 2000-PRINT-ONE-STUDENT - ONE TRANSCRIPT DOCUMENT: HEADING,
033300*                           THE SORTED-FIRST TRANSFER-CREDIT
033310*                           BLOCK, EVERY TERM GROUP, THEN THE
033400*                           CUMULATIVE FIGURES FROM THE GPA
033500*                           MASTER.  WHEN ONE STUDENT WAS
033600*                           REQUESTED, OTHER STUDENTS ARE READ
034600     IF WS-PRINT-THIS-ONE
034700         PERFORM 2100-WRITE-HEADING THRU 2100-EXIT
034800     END-IF.
034850     IF GH-TRANSFER-CREDIT
034860         PERFORM 2500-PRINT-TRANSFER THRU 2500-EXIT
034870     END-IF.
034900     PERFORM 2200-PRINT-ONE-TERM THRU 2200-EXIT
035000         UNTIL WS-SD-EOF OR GH-STU-ID NOT = WS-CUR-STU-ID.
035100     IF WS-PRINT-THIS-ONE
047500 2400-EXIT.
047600     EXIT.
047700
047702*----------------------------------------------------------------*
047704* 2500-PRINT-TRANSFER - THE TRANSFER AND EXAM CREDIT BLOCK: ONE
047706*                        LINE PER ROW WITH THE HOURS GRANTED, THE
047708*                        SOURCE INSTITUTION AND THE POSTING TERM,
047710*                        THEN THE BLOCK TOTAL.  NONE OF IT IS
047712*                        LOOKED UP ON THE CATALOG OR ENTERS A
047714*                        TERM GPA.
047716*----------------------------------------------------------------*
047718 2500-PRINT-TRANSFER.
047720     MOVE ZERO TO WS-XFER-TOTAL.
047722     IF WS-PRINT-THIS-ONE
047724         MOVE WS-DOC-XFER-HEADING TO DOCUMENT-RECORD
047726         WRITE DOCUMENT-RECORD
047728     END-IF.
047730     PERFORM 2510-PRINT-ONE-TRANSFER THRU 2510-EXIT
047732         UNTIL WS-SD-EOF
047734             OR GH-STU-ID NOT = WS-CUR-STU-ID
047736             OR NOT GH-TRANSFER-CREDIT.
047738     IF WS-PRINT-THIS-ONE
047740         MOVE WS-XFER-TOTAL TO TD-XFER-TOTAL
047742         MOVE WS-DOC-XFER-TOTAL TO DOCUMENT-RECORD
047744         WRITE DOCUMENT-RECORD
047746     END-IF.
047748 2500-EXIT.
047750     EXIT.
047752
047754 2510-PRINT-ONE-TRANSFER.
047756     IF GH-TRANSFER-HOURS IS NOT NUMERIC
047758         MOVE ZERO TO GH-TRANSFER-HOURS
047760     END-IF.
047762     ADD GH-TRANSFER-HOURS TO WS-XFER-TOTAL.
047764     IF WS-PRINT-THIS-ONE
047766         MOVE GH-COURSE-CODE    TO TD-XFER-COURSE
047768         MOVE GH-TRANSFER-HOURS TO TD-XFER-HOURS
047770         MOVE GH-SOURCE-INST    TO TD-XFER-INST
047772         MOVE GH-TERM-CODE      TO TD-XFER-TERM
047774         MOVE WS-DOC-XFER-LINE  TO DOCUMENT-RECORD
047776         WRITE DOCUMENT-RECORD
047778     END-IF.
047780     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
047782 2510-EXIT.
047784     EXIT.
047786
047800*----------------------------------------------------------------*
047900* 3000-FINALIZE - CLOSE UP.
048000*----------------------------------------------------------------*
050900     END-READ.
051000 8100-EXIT.
051100     EXIT.
051200
051300*----------------------------------------------------------------*
051400* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
051500*                            FILE AND CHECK THE RUN LOG FOR A
051600*                            CLEAN RECORD DATED TONIGHT FROM EACH
051700*                            PREDECESSOR IT NAMES.  ANY FAILURE
051800*                            HOLDS THE STEP BEFORE AN INPUT IS
051900*                            OPENED: A HELD RUN-LOG RECORD FOR
052000*                            CBL0010 AND RETURN CODE 16.
052010*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
052020*                            A STEP STARTED AFTER MIDNIGHT BUT
052030*                            BEFORE THE PC-NIGHT-CUTOFF TIME
052040*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
052100*----------------------------------------------------------------*
052200 9000-CHECK-PREDECESSORS.
052300     OPEN INPUT EXPECTED-JOB-FILE.
052400     IF PC-EXPJOBS-STATUS = "35"
052500         GO TO 9000-EXIT
052600     END-IF.
052700     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
052800         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
052900     CLOSE EXPECTED-JOB-FILE.
053000     IF NOT PC-SCHEDULED
053100         GO TO 9000-EXIT
053200     END-IF.
053210     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
053220     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
053230         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
053240             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
053250     END-IF.
053300     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
053400         VARYING PC-SUB FROM 1 BY 1
053500         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
053600     IF PC-HOLD-RUN
053700         DISPLAY "CBL0009 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
053800             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
053900         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
054000         MOVE 16 TO RETURN-CODE
054100         STOP RUN
054200     END-IF.
054300 9000-EXIT.
054400     EXIT.
054500
054600 9010-FIND-SCHEDULE.
054700     READ EXPECTED-JOB-FILE INTO EJ-RECORD
054800         AT END
054900             SET PC-EJ-EOF TO TRUE
055000     END-READ.
055100     IF NOT PC-EJ-EOF
055200             AND EJ-PROGRAM-ID = "CBL0009 "
055300             AND EJ-JOB-ID = CC-JOB-ID
055400         SET PC-SCHEDULED TO TRUE
055500     END-IF.
055600 9010-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------------*
056000* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
056100*                               PREDECESSOR (A RERUN SUPERSEDES
056200*                               THE EARLIER ATTEMPT) MUST BE
056300*                               DATED TONIGHT, NOT HELD, AND
056400*                               FREE OF EXCEPTIONS.
056500*----------------------------------------------------------------*
056600 9020-CHECK-ONE-PREDECESSOR.
056700     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
056800         GO TO 9020-EXIT
056900     END-IF.
057000     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
057100     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
057200     IF PC-PRED-JOB-ID = SPACES
057300         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
057400     END-IF.
057500     MOVE 'N' TO PC-FOUND-SW.
057600     MOVE 'N' TO PC-LG-EOF-SW.
057700     OPEN INPUT RUN-LOG-FILE.
057800     IF WS-RUNLOG-STATUS NOT = "35"
057900         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
058000             UNTIL PC-LG-EOF
058100         CLOSE RUN-LOG-FILE
058200     END-IF.
058300     EVALUATE TRUE
058400         WHEN NOT PC-FOUND
058500             MOVE "MISSING   " TO PC-HOLD-REASON
058600         WHEN PC-LOG-DATE < PC-NIGHT-DATE
058700             MOVE "STALE     " TO PC-HOLD-REASON
058800         WHEN PC-LOG-HELD
058900             MOVE "HELD      " TO PC-HOLD-REASON
059000         WHEN PC-LOG-EXC > ZERO
059100             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
059200         WHEN OTHER
059300             GO TO 9020-EXIT
059400     END-EVALUATE.
059500     SET PC-HOLD-RUN TO TRUE.
059600 9020-EXIT.
059700     EXIT.
059800
059900 9030-READ-RUN-LOG.
060000     READ RUN-LOG-FILE INTO PC-LOG-IN
060100         AT END
060200             SET PC-LG-EOF TO TRUE
060300     END-READ.
060400     IF NOT PC-LG-EOF
060500             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
060600             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
060700         SET PC-FOUND TO TRUE
060800         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
060810         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
060820             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
060830                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
060840         END-IF
060900         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
061000         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
061100     END-IF.
061200 9030-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------*
061600* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
061700*                        FLAG, AND THE PREDECESSOR WAITED ON.
061800*----------------------------------------------------------------*
061900 9100-WRITE-HELD-LOG.
062000     OPEN EXTEND RUN-LOG-FILE.
062100     IF WS-RUNLOG-STATUS = "35"
062200         OPEN OUTPUT RUN-LOG-FILE
062300     END-IF.
062400     MOVE CC-JOB-ID          TO LG-JOB-ID.
062500     MOVE "CBL0009 "         TO LG-PROGRAM-ID.
062600     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
062700     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
062800     MOVE ZERO               TO LG-READ-COUNT
062900                                LG-WRITE-COUNT
063000                                LG-EXC-COUNT.
063100     SET LG-RESTART-NO       TO TRUE.
063200     SET LG-RUN-HELD         TO TRUE.
063300     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
063400     MOVE LG-RECORD          TO RUN-LOG-RECORD.
063500     WRITE RUN-LOG-RECORD.
063600     CLOSE RUN-LOG-FILE.
063700 9100-EXIT.
063800     EXIT.
