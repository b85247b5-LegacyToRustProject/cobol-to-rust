000100*****************************************************************
000200* PROGRAM   -  CBL0027
000300* AUTHOR    -  DATA PROCESSING DEPT
000400* DATE      -  10/15/2026
000500*
000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000900* 10/15/2026 DPD   NEW PROGRAM.  TRANSFER AND EXAM CREDIT POSTING,
001000*                  REPLACING THE HAND-KEYED CUMULATIVE-CREDIT
001100*                  ADJUSTMENTS THE REGISTRAR USED TO SEND OVER
001200*                  FOR EVALUATED TRANSCRIPTS AND AP/CLEP SCORES.
001300*                  EACH ACCEPTED TRANSACTION (XFRTRAN) IS EDITED
001400*                  AGAINST THE STUDENT MASTER AND THE CATALOG,
001500*                  CHECKED AGAINST THE TRANSFER CREDIT ALREADY ON
001600*                  THE ACTIVE GRADE HISTORY AND THE ARCHIVE, AND
001700*                  APPENDED TO GRADHIST AS A LETTER 'T' RECORD
001800*                  IN THE CONTROL CARD'S OPEN TERM, CARRYING THE
001900*                  HOURS GRANTED AND THE SOURCE INSTITUTION.  THE
002000*                  TERM'S CBL0003 ROLLUP ADDS THE HOURS TO THE
002100*                  CUMULATIVE CREDITS BUT NEVER TO QUALITY POINTS
002200*                  OR THE GPA.  EVERY TRANSACTION, POSTED OR
002300*                  REFUSED, IS LISTED ON THE XFRREG REGISTER; A
002400*                  REFUSAL SETS RETURN CODE 8.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CBL0027.
002800 AUTHOR. DATA PROCESSING DEPT.
002900 INSTALLATION. DATA PROCESSING.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CONTROL-FILE ASSIGN TO "CB27CTL"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT TRANSFER-FILE ASSIGN TO "XFRTRAN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-XFRTRAN-STATUS.
004200
004300     SELECT STUDENT-FILE ASSIGN TO "STUMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS STU-ID
004700         FILE STATUS IS WS-STUDENT-STATUS.
004800
004900     SELECT COURSE-CREDIT-FILE ASSIGN TO "CRSCRED"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-GRADHIST-STATUS.
005500
005600     SELECT ARCHIVE-FILE ASSIGN TO "GHARCH"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GHARCH-STATUS.
005900
006000     SELECT REPORT-FILE ASSIGN TO "XFRREG"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RUNLOG-STATUS.
006600
006700     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS PC-EXPJOBS-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CONTROL-FILE
007400     RECORDING MODE IS F.
007500 01  CONTROL-RECORD              PIC X(40).
007600
007700 FD  TRANSFER-FILE
007800     RECORDING MODE IS F.
007900 01  TRANSFER-RECORD             PIC X(40).
008000
008100 FD  STUDENT-FILE.
008200 COPY STUDREC.
008300
008400 FD  COURSE-CREDIT-FILE
008500     RECORDING MODE IS F.
008600 01  COURSE-CREDIT-RECORD        PIC X(31).
008700
008800 FD  GRADE-HISTORY-FILE
008900     RECORDING MODE IS F.
009000 01  GRADE-HISTORY-RECORD        PIC X(30).
009100
009200 FD  ARCHIVE-FILE
009300     RECORDING MODE IS F.
009400 01  ARCHIVE-RECORD              PIC X(30).
009500
009600 FD  REPORT-FILE
009700     RECORDING MODE IS F.
009800 01  REPORT-RECORD               PIC X(80).
009900
010000 FD  RUN-LOG-FILE
010100     RECORDING MODE IS F.
010200 01  RUN-LOG-RECORD              PIC X(60).
010300
010400 FD  EXPECTED-JOB-FILE
010500     RECORDING MODE IS F.
010600 01  EXPECTED-JOB-RECORD         PIC X(100).
010700
010800 WORKING-STORAGE SECTION.
010900*
011000* EITHER HISTORY SOURCE MAY BE ABSENT, AS IN CBL0009; AN ABSENT
011100* TRANSACTION FILE IS AN EMPTY BATCH.  THE INDEXED STUDENT
011200* MASTER IS REQUIRED, AS IN CBL0020: WITHOUT IT NO TRANSACTION
011300* CAN BE EDITED.
011400*
011500 01  WS-XFRTRAN-STATUS           PIC X(02) VALUE ZERO.
011600 01  WS-STUDENT-STATUS           PIC X(02) VALUE ZERO.
011700 01  WS-GRADHIST-STATUS          PIC X(02) VALUE ZERO.
011800 01  WS-GHARCH-STATUS            PIC X(02) VALUE ZERO.
011900 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
012000
012100 01  WS-XT-EOF-SW                PIC X(01) VALUE 'N'.
012200     88  WS-XT-EOF                   VALUE 'Y'.
012300 01  WS-CR-EOF-SW                PIC X(01) VALUE 'N'.
012400     88  WS-CR-EOF                   VALUE 'Y'.
012500 01  WS-GH-EOF-SW                PIC X(01) VALUE 'N'.
012600     88  WS-GH-EOF                   VALUE 'Y'.
012700 01  WS-AR-EOF-SW                PIC X(01) VALUE 'N'.
012800     88  WS-AR-EOF                   VALUE 'Y'.
012900 01  WS-CREDIT-FOUND-SW          PIC X(01) VALUE 'N'.
013000     88  WS-CREDIT-FOUND             VALUE 'Y'.
013100
013200 01  WS-RUN-DATE                 PIC 9(08).
013300 01  WS-RUN-TIME-FULL.
013400     05  WS-RUN-TIME             PIC 9(06).
013500     05  FILLER                  PIC 9(02).
013600
013700 77  WS-CR-COUNT                 PIC 9(03) VALUE ZERO COMP.
013800 77  WS-XF-COUNT                 PIC 9(03) VALUE ZERO COMP.
013900 77  WS-READ-COUNT               PIC 9(06) VALUE ZERO COMP.
014000 77  WS-POSTED-COUNT             PIC 9(06) VALUE ZERO COMP.
014100 77  WS-REFUSED-COUNT            PIC 9(06) VALUE ZERO COMP.
014200 77  WS-POSTED-HOURS             PIC 9(05)V9 VALUE ZERO.
014300
014400*
014500* COURSE-CREDIT TABLE, AS IN CBL0003.  ONLY THE CODE MATTERS
014600* HERE; THE HOURS GRANTED COME ON THE TRANSACTION.
014700*
014800 01  WS-CREDIT-TABLE.
014900     05  WS-CREDIT-ENTRY OCCURS 200 TIMES INDEXED BY WS-CR-IDX.
015000         10  WS-CR-CODE           PIC X(06).
015100         10  WS-CR-HOURS          PIC 9V9.
015200
015300*
015400* THE NIGHT'S EDITED TRANSACTIONS, LOADED ONCE AND SEARCHED FOR
015500* EVERY TRANSFER ROW ALREADY ON THE HISTORY.  AN ENTRY FOUND
015600* THERE IS MARKED AND REFUSED INSTEAD OF POSTED A SECOND TIME.
015700*
015800 01  WS-TRANSFER-TABLE.
015900     05  WS-TRANSFER-ENTRY OCCURS 500 TIMES INDEXED BY WS-XF-IDX.
016000         10  WS-XF-STU-ID         PIC X(09).
016100         10  WS-XF-COURSE-CODE    PIC X(06).
016200         10  WS-XF-HOURS          PIC 9(02)V9(01).
016300         10  WS-XF-SOURCE-INST    PIC X(05).
016400         10  WS-XF-POSTED-SW      PIC X(01).
016500             88  WS-XF-ALREADY-POSTED VALUE 'Y'.
016600
016700 COPY CB27CTL.
016800 COPY XFRTRAN.
016900 COPY GRADHIST.
017000 COPY CRSCRED.
017100 COPY XFRRPT.
017200 COPY RUNLOG.
017300 COPY EXPJREC.
017400 COPY PREDCHK.
017500
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     PERFORM 2000-FIND-POSTED THRU 2000-EXIT.
018000     PERFORM 3000-POST-TRANSFERS THRU 3000-EXIT.
018100     PERFORM 5000-FINALIZE THRU 5000-EXIT.
018200     STOP RUN.
018300
018400*----------------------------------------------------------------*
018500* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE STUDENT
018600*                    MASTER, LOAD THE CREDIT TABLE, OPEN THE
018700*                    REGISTER AND LOAD THE NIGHT'S TRANSACTIONS.
018800*----------------------------------------------------------------*
018900 1000-INITIALIZE.
019000     OPEN INPUT CONTROL-FILE.
019100     READ CONTROL-FILE INTO CC-RECORD
019200         AT END
019300             MOVE SPACES TO CC-RECORD
019400     END-READ.
019500     CLOSE CONTROL-FILE.
019600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019700     ACCEPT WS-RUN-TIME-FULL FROM TIME.
019800     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
019900     IF CC-TERM-CODE = SPACES
020000         DISPLAY "CBL0027 - NO POSTING TERM ON THE CONTROL CARD"
020100             " - NOTHING POSTED"
020200         MOVE 12 TO RETURN-CODE
020300         STOP RUN
020400     END-IF.
020500     OPEN INPUT STUDENT-FILE.
020600     IF WS-STUDENT-STATUS NOT = "00"
020700         DISPLAY "CBL0027 - INDEXED STUDENT MASTER NOT AVAILABLE"
020800             " - STATUS " WS-STUDENT-STATUS
020900         DISPLAY "RUN THE CBL0007 MAINTENANCE UPDATE TO BUILD IT."
021000         MOVE 12 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     PERFORM 1100-LOAD-CREDIT-TABLE THRU 1100-EXIT.
021400     OPEN OUTPUT REPORT-FILE.
021500     MOVE WS-XFER-HEADING TO REPORT-RECORD.
021600     WRITE REPORT-RECORD.
021700     OPEN INPUT TRANSFER-FILE.
021800     IF WS-XFRTRAN-STATUS = "35"
021900         SET WS-XT-EOF TO TRUE
022000     END-IF.
022100     PERFORM 1200-LOAD-TRANSFER THRU 1200-EXIT
022200         UNTIL WS-XT-EOF.
022300     IF WS-XFRTRAN-STATUS NOT = "35"
022400         CLOSE TRANSFER-FILE
022500     END-IF.
022600     CLOSE STUDENT-FILE.
022700 1000-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------------*
023100* 1100-LOAD-CREDIT-TABLE - LOAD THE COURSE-CREDIT REFERENCE FILE
023200*                           INTO A TABLE SEARCHED ONCE PER
023300*                           TRANSACTION.
023400*----------------------------------------------------------------*
023500 1100-LOAD-CREDIT-TABLE.
023600     OPEN INPUT COURSE-CREDIT-FILE.
023700     PERFORM 1110-LOAD-CREDIT-RECORD THRU 1110-EXIT
023800         UNTIL WS-CR-EOF.
023900     CLOSE COURSE-CREDIT-FILE.
024000 1100-EXIT.
024100     EXIT.
024200
024300 1110-LOAD-CREDIT-RECORD.
024400     READ COURSE-CREDIT-FILE INTO CR-RECORD
024500         AT END
024600             SET WS-CR-EOF TO TRUE
024700     END-READ.
024800     IF WS-CR-EOF
024900         GO TO 1110-EXIT
025000     END-IF.
025100     ADD 1 TO WS-CR-COUNT.
025200     SET WS-CR-IDX TO WS-CR-COUNT.
025300     MOVE CR-COURSE-CODE  TO WS-CR-CODE(WS-CR-IDX).
025400     MOVE CR-CREDIT-HOURS TO WS-CR-HOURS(WS-CR-IDX).
025500 1110-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------*
025900* 1200-LOAD-TRANSFER - EDIT ONE TRANSACTION.  THE STUDENT MUST BE
026000*                       ON THE MASTER, THE COURSE ON THE CATALOG
026100*                       OR THE ELECTIVE PLACEHOLDER, THE HOURS
026200*                       NUMERIC AND ABOVE ZERO AND THE SOURCE
026300*                       INSTITUTION GIVEN.  THE SAME CREDIT TWICE
026400*                       IN ONE BATCH IS REFUSED THE SECOND TIME.
026500*                       FOR A CATALOG COURSE THE SAME CREDIT IS
026600*                       THE SAME STUDENT AND COURSE; ELECTIVE
026700*                       CREDIT ALSO NEEDS THE SAME INSTITUTION
026800*                       AND HOURS, SINCE A STUDENT MAY BRING
026900*                       SEVERAL ELECTIVES.
027000*----------------------------------------------------------------*
027100 1200-LOAD-TRANSFER.
027200     READ TRANSFER-FILE INTO XT-RECORD
027300         AT END
027400             SET WS-XT-EOF TO TRUE
027500     END-READ.
027600     IF WS-XT-EOF
027700         GO TO 1200-EXIT
027800     END-IF.
027900     ADD 1 TO WS-READ-COUNT.
028000     MOVE XT-STU-ID TO STU-ID.
028100     READ STUDENT-FILE
028200         INVALID KEY
028300             MOVE "REFUSED - STUDENT NOT ON MASTER" TO XR-ACTION
028400             PERFORM 1290-REFUSE-TRANSFER THRU 1290-EXIT
028500             GO TO 1200-EXIT
028600     END-READ.
028700     IF NOT XT-ELECTIVE-PLACEHOLDER
028800         PERFORM 1210-LOOKUP-COURSE THRU 1210-EXIT
028900         IF NOT WS-CREDIT-FOUND
029000             MOVE "REFUSED - COURSE NOT ON CATALOG" TO XR-ACTION
029100             PERFORM 1290-REFUSE-TRANSFER THRU 1290-EXIT
029200             GO TO 1200-EXIT
029300         END-IF
029400     END-IF.
029500     IF XT-CREDIT-HOURS IS NOT NUMERIC
029600             OR XT-CREDIT-HOURS = ZERO
029700         MOVE "REFUSED - INVALID HOURS" TO XR-ACTION
029800         PERFORM 1290-REFUSE-TRANSFER THRU 1290-EXIT
029900         GO TO 1200-EXIT
030000     END-IF.
030100     IF XT-SOURCE-INST = SPACES
030200         MOVE "REFUSED - NO SOURCE INSTITUTION" TO XR-ACTION
030300         PERFORM 1290-REFUSE-TRANSFER THRU 1290-EXIT
030400         GO TO 1200-EXIT
030500     END-IF.
030600     SET WS-XF-IDX TO 1.
030700     SEARCH WS-TRANSFER-ENTRY
030800         AT END
030900             CONTINUE
031000         WHEN WS-XF-IDX > WS-XF-COUNT
031100             CONTINUE
031200         WHEN WS-XF-STU-ID(WS-XF-IDX) = XT-STU-ID
031300                 AND WS-XF-COURSE-CODE(WS-XF-IDX) = XT-COURSE-CODE
031400                 AND (NOT XT-ELECTIVE-PLACEHOLDER
031500                 OR (WS-XF-SOURCE-INST(WS-XF-IDX) =
031600                     XT-SOURCE-INST
031700                 AND WS-XF-HOURS(WS-XF-IDX) = XT-CREDIT-HOURS))
031800             MOVE "REFUSED - DUPLICATE IN BATCH" TO XR-ACTION
031900             PERFORM 1290-REFUSE-TRANSFER THRU 1290-EXIT
032000             GO TO 1200-EXIT
032100     END-SEARCH.
032200     IF WS-XF-COUNT NOT < 500
032300         DISPLAY "CBL0027 - TRANSFER TABLE FULL, CREDIT FOR "
032400             XT-STU-ID " " XT-COURSE-CODE " NOT LOADED"
032500         MOVE "REFUSED - BATCH TOO LARGE" TO XR-ACTION
032600         PERFORM 1290-REFUSE-TRANSFER THRU 1290-EXIT
032700         GO TO 1200-EXIT
032800     END-IF.
032900     ADD 1 TO WS-XF-COUNT.
033000     SET WS-XF-IDX TO WS-XF-COUNT.
033100     MOVE XT-STU-ID       TO WS-XF-STU-ID(WS-XF-IDX).
033200     MOVE XT-COURSE-CODE  TO WS-XF-COURSE-CODE(WS-XF-IDX).
033300     MOVE XT-CREDIT-HOURS TO WS-XF-HOURS(WS-XF-IDX).
033400     MOVE XT-SOURCE-INST  TO WS-XF-SOURCE-INST(WS-XF-IDX).
033500     MOVE 'N'             TO WS-XF-POSTED-SW(WS-XF-IDX).
033600 1200-EXIT.
033700     EXIT.
033800
033900 1210-LOOKUP-COURSE.
034000     MOVE 'N' TO WS-CREDIT-FOUND-SW.
034100     SET WS-CR-IDX TO 1.
034200     SEARCH WS-CREDIT-ENTRY
034300         AT END
034400             CONTINUE
034500         WHEN WS-CR-IDX > WS-CR-COUNT
034600             CONTINUE
034700         WHEN WS-CR-CODE(WS-CR-IDX) = XT-COURSE-CODE
034800             SET WS-CREDIT-FOUND TO TRUE
034900     END-SEARCH.
035000 1210-EXIT.
035100     EXIT.
035200
035300 1290-REFUSE-TRANSFER.
035400     MOVE XT-STU-ID      TO XR-STU-ID.
035500     MOVE XT-COURSE-CODE TO XR-COURSE-CODE.
035600     IF XT-CREDIT-HOURS IS NUMERIC
035700         MOVE XT-CREDIT-HOURS TO XR-HOURS
035800     ELSE
035900         MOVE ZERO TO XR-HOURS
036000     END-IF.
036100     MOVE XT-SOURCE-INST TO XR-SOURCE-INST.
036200     MOVE CC-TERM-CODE   TO XR-TERM-CODE.
036300     MOVE WS-XFER-LINE   TO REPORT-RECORD.
036400     WRITE REPORT-RECORD.
036500     ADD 1 TO WS-REFUSED-COUNT.
036600 1290-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------------*
037000* 2000-FIND-POSTED - READ BOTH HISTORY GENERATIONS FOR TRANSFER
037100*                     CREDIT ALREADY POSTED.  A RERUN OF THE SAME
037200*                     BATCH, OR CREDIT EVALUATED TWICE, FINDS ITS
037300*                     EARLIER ROW HERE AND IS NOT POSTED AGAIN.
037400*----------------------------------------------------------------*
037500 2000-FIND-POSTED.
037600     IF WS-XF-COUNT = ZERO
037700         GO TO 2000-EXIT
037800     END-IF.
037900     OPEN INPUT GRADE-HISTORY-FILE.
038000     IF WS-GRADHIST-STATUS = "35"
038100         SET WS-GH-EOF TO TRUE
038200     END-IF.
038300     PERFORM 2100-SCAN-ACTIVE THRU 2100-EXIT
038400         UNTIL WS-GH-EOF.
038500     IF WS-GRADHIST-STATUS NOT = "35"
038600         CLOSE GRADE-HISTORY-FILE
038700     END-IF.
038800     OPEN INPUT ARCHIVE-FILE.
038900     IF WS-GHARCH-STATUS = "35"
039000         SET WS-AR-EOF TO TRUE
039100     END-IF.
039200     PERFORM 2200-SCAN-ARCHIVE THRU 2200-EXIT
039300         UNTIL WS-AR-EOF.
039400     IF WS-GHARCH-STATUS NOT = "35"
039500         CLOSE ARCHIVE-FILE
039600     END-IF.
039700 2000-EXIT.
039800     EXIT.
039900
040000 2100-SCAN-ACTIVE.
040100     READ GRADE-HISTORY-FILE INTO GH-RECORD
040200         AT END
040300             SET WS-GH-EOF TO TRUE
040400     END-READ.
040500     IF WS-GH-EOF
040600         GO TO 2100-EXIT
040700     END-IF.
040800     PERFORM 2300-MARK-IF-POSTED THRU 2300-EXIT.
040900 2100-EXIT.
041000     EXIT.
041100
041200 2200-SCAN-ARCHIVE.
041300     READ ARCHIVE-FILE INTO GH-RECORD
041400         AT END
041500             SET WS-AR-EOF TO TRUE
041600     END-READ.
041700     IF WS-AR-EOF
041800         GO TO 2200-EXIT
041900     END-IF.
042000     PERFORM 2300-MARK-IF-POSTED THRU 2300-EXIT.
042100 2200-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------*
042500* 2300-MARK-IF-POSTED - A TRANSFER ROW ON THE HISTORY MATCHING A
042600*                        LOADED TRANSACTION, BY THE SAME RULE AS
042700*                        THE DUPLICATE CHECK, MARKS IT POSTED.
042800*----------------------------------------------------------------*
042900 2300-MARK-IF-POSTED.
043000     IF NOT GH-TRANSFER-CREDIT
043100         GO TO 2300-EXIT
043200     END-IF.
043300     SET WS-XF-IDX TO 1.
043400     SEARCH WS-TRANSFER-ENTRY
043500         AT END
043600             CONTINUE
043700         WHEN WS-XF-IDX > WS-XF-COUNT
043800             CONTINUE
043900         WHEN WS-XF-STU-ID(WS-XF-IDX) = GH-STU-ID
044000                 AND WS-XF-COURSE-CODE(WS-XF-IDX) = GH-COURSE-CODE
044100                 AND (NOT GH-ELECTIVE-PLACEHOLDER
044200                 OR (WS-XF-SOURCE-INST(WS-XF-IDX) =
044300                     GH-SOURCE-INST
044400                 AND WS-XF-HOURS(WS-XF-IDX) = GH-TRANSFER-HOURS))
044500             SET WS-XF-ALREADY-POSTED(WS-XF-IDX) TO TRUE
044600     END-SEARCH.
044700 2300-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------*
045100* 3000-POST-TRANSFERS - APPEND EVERY LOADED TRANSACTION NOT YET
045200*                        ON THE HISTORY TO GRADHIST AS A 'T'
045300*                        RECORD IN THE POSTING TERM.  GRADHIST IS
045400*                        OPENED EXTEND, OR CREATED WHEN ABSENT.
045500*----------------------------------------------------------------*
045600 3000-POST-TRANSFERS.
045700     IF WS-XF-COUNT = ZERO
045800         GO TO 3000-EXIT
045900     END-IF.
046000     OPEN EXTEND GRADE-HISTORY-FILE.
046100     IF WS-GRADHIST-STATUS = "35"
046200         OPEN OUTPUT GRADE-HISTORY-FILE
046300     END-IF.
046400     PERFORM 3100-POST-ONE-TRANSFER THRU 3100-EXIT
046500         VARYING WS-XF-IDX FROM 1 BY 1
046600         UNTIL WS-XF-IDX > WS-XF-COUNT.
046700     CLOSE GRADE-HISTORY-FILE.
046800 3000-EXIT.
046900     EXIT.
047000
047100 3100-POST-ONE-TRANSFER.
047200     MOVE WS-XF-STU-ID(WS-XF-IDX)      TO XR-STU-ID.
047300     MOVE WS-XF-COURSE-CODE(WS-XF-IDX) TO XR-COURSE-CODE.
047400     MOVE WS-XF-HOURS(WS-XF-IDX)       TO XR-HOURS.
047500     MOVE WS-XF-SOURCE-INST(WS-XF-IDX) TO XR-SOURCE-INST.
047600     MOVE CC-TERM-CODE                 TO XR-TERM-CODE.
047700     IF WS-XF-ALREADY-POSTED(WS-XF-IDX)
047800         MOVE "REFUSED - ALREADY POSTED" TO XR-ACTION
047900         MOVE WS-XFER-LINE TO REPORT-RECORD
048000         WRITE REPORT-RECORD
048100         ADD 1 TO WS-REFUSED-COUNT
048200         GO TO 3100-EXIT
048300     END-IF.
048400     MOVE SPACES                       TO GH-RECORD.
048500     MOVE WS-XF-STU-ID(WS-XF-IDX)      TO GH-STU-ID.
048600     MOVE WS-XF-COURSE-CODE(WS-XF-IDX) TO GH-COURSE-CODE.
048700     MOVE CC-TERM-CODE                 TO GH-TERM-CODE.
048800     SET GH-TRANSFER-CREDIT            TO TRUE.
048900     MOVE WS-XF-HOURS(WS-XF-IDX)       TO GH-TRANSFER-HOURS.
049000     MOVE WS-XF-SOURCE-INST(WS-XF-IDX) TO GH-SOURCE-INST.
049100     MOVE GH-RECORD TO GRADE-HISTORY-RECORD.
049200     WRITE GRADE-HISTORY-RECORD.
049300     IF WS-GRADHIST-STATUS NOT = "00"
049400         DISPLAY "CBL0027 - ERROR WRITING GRADHIST FOR "
049500             GH-STU-ID " - STATUS " WS-GRADHIST-STATUS
049600         CLOSE GRADE-HISTORY-FILE REPORT-FILE
049700         MOVE 12 TO RETURN-CODE
049800         STOP RUN
049900     END-IF.
050000     ADD 1 TO WS-POSTED-COUNT.
050100     ADD WS-XF-HOURS(WS-XF-IDX) TO WS-POSTED-HOURS.
050200     MOVE "POSTED" TO XR-ACTION.
050300     MOVE WS-XFER-LINE TO REPORT-RECORD.
050400     WRITE REPORT-RECORD.
050500 3100-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------*
050900* 5000-FINALIZE - TRAILER, RUN LOG AND CLOSE UP.  A REFUSED
051000*                  TRANSACTION SETS RETURN CODE 8 SO THE
051100*                  REGISTRAR'S OFFICE SEES IT BEFORE THE ROLLUP.
051200*----------------------------------------------------------------*
051300 5000-FINALIZE.
051400     MOVE WS-READ-COUNT    TO XH-READ-COUNT.
051500     MOVE WS-POSTED-COUNT  TO XH-POSTED-COUNT.
051600     MOVE WS-REFUSED-COUNT TO XH-REFUSED-COUNT.
051700     MOVE WS-POSTED-HOURS  TO XH-POSTED-HOURS.
051800     MOVE WS-XFER-TRAILER  TO REPORT-RECORD.
051900     WRITE REPORT-RECORD.
052000     PERFORM 5100-WRITE-RUN-LOG THRU 5100-EXIT.
052100     CLOSE REPORT-FILE.
052200     IF WS-REFUSED-COUNT > ZERO
052300         MOVE 8 TO RETURN-CODE
052400     END-IF.
052500 5000-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------------*
052900* 5100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
053000*                       THE MORNING SUMMARY.  READ IS TRANSFER
053100*                       TRANSACTIONS, WRITTEN IS CREDITS POSTED
053200*                       AND THE REFUSALS RIDE IN THE EXCEPTION
053300*                       COLUMN.
053400*----------------------------------------------------------------*
053500 5100-WRITE-RUN-LOG.
053600     OPEN EXTEND RUN-LOG-FILE.
053700     IF WS-RUNLOG-STATUS = "35"
053800         OPEN OUTPUT RUN-LOG-FILE
053900     END-IF.
054000     MOVE CC-JOB-ID        TO LG-JOB-ID.
054100     MOVE "CBL0027 "       TO LG-PROGRAM-ID.
054200     MOVE WS-RUN-DATE      TO LG-RUN-DATE.
054300     MOVE WS-RUN-TIME      TO LG-RUN-TIME.
054400     MOVE WS-READ-COUNT    TO LG-READ-COUNT.
054500     MOVE WS-POSTED-COUNT  TO LG-WRITE-COUNT.
054600     MOVE WS-REFUSED-COUNT TO LG-EXC-COUNT.
054700     SET LG-RESTART-NO     TO TRUE.
054800     MOVE LG-RECORD        TO RUN-LOG-RECORD.
054900     WRITE RUN-LOG-RECORD.
055000     CLOSE RUN-LOG-FILE.
055100 5100-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------*
055500* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
055600*                            FILE AND CHECK THE RUN LOG FOR A
055700*                            CLEAN RECORD DATED TONIGHT FROM EACH
055800*                            PREDECESSOR IT NAMES.  ANY FAILURE
055900*                            HOLDS THE STEP BEFORE AN INPUT IS
056000*                            OPENED: A HELD RUN-LOG RECORD FOR
056100*                            CBL0010 AND RETURN CODE 16.
056110*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
056120*                            A STEP STARTED AFTER MIDNIGHT BUT
056130*                            BEFORE THE PC-NIGHT-CUTOFF TIME
056140*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
056200*----------------------------------------------------------------*
056300 9000-CHECK-PREDECESSORS.
056400     OPEN INPUT EXPECTED-JOB-FILE.
056500     IF PC-EXPJOBS-STATUS = "35"
056600         GO TO 9000-EXIT
056700     END-IF.
056800     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
056900         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
057000     CLOSE EXPECTED-JOB-FILE.
057100     IF NOT PC-SCHEDULED
057200         GO TO 9000-EXIT
057300     END-IF.
057310     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
057320     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
057330         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
057340             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
057350     END-IF.
057400     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
057500         VARYING PC-SUB FROM 1 BY 1
057600         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
057700     IF PC-HOLD-RUN
057800         DISPLAY "CBL0027 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
057900             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
058000         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
058100         MOVE 16 TO RETURN-CODE
058200         STOP RUN
058300     END-IF.
058400 9000-EXIT.
058500     EXIT.
058600
058700 9010-FIND-SCHEDULE.
058800     READ EXPECTED-JOB-FILE INTO EJ-RECORD
058900         AT END
059000             SET PC-EJ-EOF TO TRUE
059100     END-READ.
059200     IF NOT PC-EJ-EOF
059300             AND EJ-PROGRAM-ID = "CBL0027 "
059400             AND EJ-JOB-ID = CC-JOB-ID
059500         SET PC-SCHEDULED TO TRUE
059600     END-IF.
059700 9010-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------*
060100* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
060200*                               PREDECESSOR (A RERUN SUPERSEDES
060300*                               THE EARLIER ATTEMPT) MUST BE
060400*                               DATED TONIGHT, NOT HELD, AND
060500*                               FREE OF EXCEPTIONS.
060600*----------------------------------------------------------------*
060700 9020-CHECK-ONE-PREDECESSOR.
060800     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
060900         GO TO 9020-EXIT
061000     END-IF.
061100     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
061200     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
061300     IF PC-PRED-JOB-ID = SPACES
061400         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
061500     END-IF.
061600     MOVE 'N' TO PC-FOUND-SW.
061700     MOVE 'N' TO PC-LG-EOF-SW.
061800     OPEN INPUT RUN-LOG-FILE.
061900     IF WS-RUNLOG-STATUS NOT = "35"
062000         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
062100             UNTIL PC-LG-EOF
062200         CLOSE RUN-LOG-FILE
062300     END-IF.
062400     EVALUATE TRUE
062500         WHEN NOT PC-FOUND
062600             MOVE "MISSING   " TO PC-HOLD-REASON
062700         WHEN PC-LOG-DATE < PC-NIGHT-DATE
062800             MOVE "STALE     " TO PC-HOLD-REASON
062900         WHEN PC-LOG-HELD
063000             MOVE "HELD      " TO PC-HOLD-REASON
063100         WHEN PC-LOG-EXC > ZERO
063200             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
063300         WHEN OTHER
063400             GO TO 9020-EXIT
063500     END-EVALUATE.
063600     SET PC-HOLD-RUN TO TRUE.
063700 9020-EXIT.
063800     EXIT.
063900
064000 9030-READ-RUN-LOG.
064100     READ RUN-LOG-FILE INTO PC-LOG-IN
064200         AT END
064300             SET PC-LG-EOF TO TRUE
064400     END-READ.
064500     IF NOT PC-LG-EOF
064600             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
064700             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
064800         SET PC-FOUND TO TRUE
064900         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
064910         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
064920             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
064930                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
064940         END-IF
065000         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
065100         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
065200     END-IF.
065300 9030-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------*
065700* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
065800*                        FLAG, AND THE PREDECESSOR WAITED ON.
065900*----------------------------------------------------------------*
066000 9100-WRITE-HELD-LOG.
066100     OPEN EXTEND RUN-LOG-FILE.
066200     IF WS-RUNLOG-STATUS = "35"
066300         OPEN OUTPUT RUN-LOG-FILE
066400     END-IF.
066500     MOVE CC-JOB-ID          TO LG-JOB-ID.
066600     MOVE "CBL0027 "         TO LG-PROGRAM-ID.
066700     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
066800     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
066900     MOVE ZERO               TO LG-READ-COUNT
067000                                LG-WRITE-COUNT
067100                                LG-EXC-COUNT.
067200     SET LG-RESTART-NO       TO TRUE.
067300     SET LG-RUN-HELD         TO TRUE.
067400     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
067500     MOVE LG-RECORD          TO RUN-LOG-RECORD.
067600     WRITE RUN-LOG-RECORD.
067700     CLOSE RUN-LOG-FILE.
067800 9100-EXIT.
067900     EXIT.
