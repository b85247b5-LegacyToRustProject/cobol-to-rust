000100*****************************************************************
000200* PROGRAM   -  CBL0021
000300* AUTHOR    -  DATA PROCESSING DEPT
000400* DATE      -  10/15/2026
000500*
000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   A CHANGE NAMING A TRANSFER-CREDIT ROW (LETTER
000802*                  'T') IS REFUSED; TRANSFER CREDIT IS POSTED AND
000803*                  CORRECTED THROUGH CBL0027, NOT GRADED.  THE
000804*                  RECOMPUTE CARRIES TRANSFER HOURS AS CBL0003
000805*                  DOES: CUMULATIVE CREDITS AND THE TRANSFER
000806*                  FIGURE ONLY, NEVER POINTS, TERM FIGURES OR THE
000807*                  GPA DIVISOR.  A GRADED ROW FOR THE SAME
000808*                  ATTEMPT STILL TAKES THE CHANGE WHEN A 'T' ROW
000809*                  FOLLOWS IT.
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 10/15/2026 DPD   NEW PROGRAM.  RETROACTIVE GRADE CHANGES FOR
001000*                  CLOSED TERMS.  THE CBL0004 CORRECTION FILE
001100*                  ONLY REACHES A TERM STILL BEING GRADED; A
001200*                  REGISTRAR-APPROVED CHANGE TO AN EARLIER TERM
001300*                  (AN INCOMPLETE FINISHED, A GRADE APPEAL) USED
001400*                  TO BE PATCHED BY HAND.  EACH CHANGE FINDS ITS
001500*                  ORIGINAL ATTEMPT ON THE ACTIVE GRADE HISTORY
001600*                  OR THE ARCHIVE AND REPLACES ITS LETTER IN A
001700*                  NEW GENERATION OF THAT FILE (GRADHCHG,
001800*                  GHARCCHG), APPENDING AN AUDIT-LOG ENTRY THAT
001900*                  KEEPS THE LETTER IT REPLACED AND QUEUEING A
002000*                  CORRECTED TRANSCRIPT LINE ON THE RESEND FILE
002100*                  FOR CBL0018 TO CARRY TO THE SIS.  EVERY
002200*                  STUDENT TOUCHED HAS THE TERM AND CUMULATIVE
002300*                  FIGURES ON THE GPA MASTER RECOMPUTED FROM THE
002400*                  CORRECTED COMBINED HISTORY BY THE SAME RULES
002500*                  AS CBL0015 (GPACHG), AND THE STANDING RECORD
002600*                  RECLASSIFIED ON THE CBL0005 CUTOFFS (STANDNEW).
002700*                  A CHANGE AGAINST THE OPEN TERM, WITH A BAD
002800*                  LETTER, REPEATED IN THE BATCH OR MATCHING NO
002900*                  ATTEMPT IS REFUSED ONTO THE REGISTER.  AFTER A
003000*                  CLEAN RUN OPERATIONS SWAPS THE FOUR NEW
003100*                  GENERATIONS IN FOR GRADHIST, GHARCH, GPANEW
003200*                  AND STANDING.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. CBL0021.
003600 AUTHOR. DATA PROCESSING DEPT.
003700 INSTALLATION. DATA PROCESSING.
003800 DATE-WRITTEN. 10/15/2026.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONTROL-FILE ASSIGN TO "CB21CTL"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT STANDING-CTL-FILE ASSIGN TO "CB5CTL"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT CHANGE-FILE ASSIGN TO "GRDCHG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GRDCHG-STATUS.
005300
005400     SELECT COURSE-CREDIT-FILE ASSIGN TO "CRSCRED"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-GRADHIST-STATUS.
006000
006100     SELECT NEW-HISTORY-FILE ASSIGN TO "GRADHCHG"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT ARCHIVE-FILE ASSIGN TO "GHARCH"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-GHARCH-STATUS.
006700
006800     SELECT NEW-ARCHIVE-FILE ASSIGN TO "GHARCCHG"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT SORT-WORK-FILE ASSIGN TO "GXSORT".
007200
007300     SELECT SORTED-HIST-FILE ASSIGN TO "GXSRTD"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT GPA-FILE ASSIGN TO "GPANEW"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-GPA-STATUS.
007900
008000     SELECT NEW-GPA-FILE ASSIGN TO "GPACHG"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200
008300     SELECT STANDING-FILE ASSIGN TO "STANDING"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-STANDING-STATUS.
008600
008700     SELECT NEW-STANDING-FILE ASSIGN TO "STANDNEW"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000     SELECT AUDIT-FILE ASSIGN TO "GRADEAUD"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-AUDIT-STATUS.
009300
009400     SELECT RESEND-FILE ASSIGN TO "RESEND"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-RESEND-STATUS.
009700
009800     SELECT REPORT-FILE ASSIGN TO "GRDCHGRP"
009900         ORGANIZATION IS LINE SEQUENTIAL.
010000
010100     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-RUNLOG-STATUS.
010310
010320     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
010330         ORGANIZATION IS LINE SEQUENTIAL
010340         FILE STATUS IS PC-EXPJOBS-STATUS.
010400
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  CONTROL-FILE
010800     RECORDING MODE IS F.
010900 01  CONTROL-RECORD              PIC X(40).
011000
011100 FD  STANDING-CTL-FILE
011200     RECORDING MODE IS F.
011300 01  STANDING-CTL-RECORD         PIC X(40).
011400
011500 FD  CHANGE-FILE
011600     RECORDING MODE IS F.
011700 01  CHANGE-RECORD               PIC X(40).
011800
011900 FD  COURSE-CREDIT-FILE
012000     RECORDING MODE IS F.
012100 01  COURSE-CREDIT-RECORD        PIC X(31).
012200
012300 FD  GRADE-HISTORY-FILE
012400     RECORDING MODE IS F.
012500 01  GRADE-HISTORY-RECORD        PIC X(30).
012600
012700 FD  NEW-HISTORY-FILE
012800     RECORDING MODE IS F.
012900 01  NEW-HISTORY-RECORD          PIC X(30).
013000
013100 FD  ARCHIVE-FILE
013200     RECORDING MODE IS F.
013300 01  ARCHIVE-RECORD              PIC X(30).
013400
013500 FD  NEW-ARCHIVE-FILE
013600     RECORDING MODE IS F.
013700 01  NEW-ARCHIVE-RECORD          PIC X(30).
013800
013900 SD  SORT-WORK-FILE.
014000 01  SW-RECORD.
014100     05  SW-STU-ID                PIC X(09).
014200     05  SW-COURSE-CODE           PIC X(06).
014300     05  SW-TERM-CODE             PIC X(06).
014400     05  SW-LETTER                PIC X(01).
014500     05  FILLER                   PIC X(08).
014600
014700 FD  SORTED-HIST-FILE
014800     RECORDING MODE IS F.
014900 01  SORTED-HIST-RECORD          PIC X(30).
015000
015100 FD  GPA-FILE
015200     RECORDING MODE IS F.
015300 01  GPA-RECORD                  PIC X(60).
015400
015500 FD  NEW-GPA-FILE
015600     RECORDING MODE IS F.
015700 01  NEW-GPA-RECORD              PIC X(60).
015800
015900 FD  STANDING-FILE
016000     RECORDING MODE IS F.
016100 01  STANDING-RECORD             PIC X(30).
016200
016300 FD  NEW-STANDING-FILE
016400     RECORDING MODE IS F.
016500 01  NEW-STANDING-RECORD         PIC X(30).
016600
016700 FD  AUDIT-FILE
016800     RECORDING MODE IS F.
016900 01  AUDIT-RECORD                PIC X(40).
017000
017100 FD  RESEND-FILE
017200     RECORDING MODE IS F.
017300 01  RESEND-RECORD               PIC X(80).
017400
017500 FD  REPORT-FILE
017600     RECORDING MODE IS F.
017700 01  REPORT-RECORD               PIC X(80).
017800
017900 FD  RUN-LOG-FILE
018000     RECORDING MODE IS F.
018100 01  RUN-LOG-RECORD              PIC X(60).
018110
018120 FD  EXPECTED-JOB-FILE
018130     RECORDING MODE IS F.
018140 01  EXPECTED-JOB-RECORD         PIC X(100).
018200
018300 WORKING-STORAGE SECTION.
018400*
018500* EITHER HISTORY SOURCE MAY BE ABSENT, AS IN CBL0009; AN ABSENT
018600* SOURCE WRITES AN EMPTY NEW GENERATION.  A MISSING GPA MASTER
018700* OR STANDING FILE LIKEWISE PASSES NOTHING THROUGH, AND AN
018800* ABSENT TRANSACTION FILE IS AN EMPTY BATCH.
018900*
019000 01  WS-GRDCHG-STATUS            PIC X(02) VALUE ZERO.
019100 01  WS-GRADHIST-STATUS          PIC X(02) VALUE ZERO.
019200 01  WS-GHARCH-STATUS            PIC X(02) VALUE ZERO.
019300 01  WS-GPA-STATUS               PIC X(02) VALUE ZERO.
019400 01  WS-STANDING-STATUS          PIC X(02) VALUE ZERO.
019500 01  WS-AUDIT-STATUS             PIC X(02) VALUE ZERO.
019600 01  WS-RESEND-STATUS            PIC X(02) VALUE ZERO.
019700 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
019800
019900 01  WS-GX-EOF-SW                PIC X(01) VALUE 'N'.
020000     88  WS-GX-EOF                   VALUE 'Y'.
020100 01  WS-CR-EOF-SW                PIC X(01) VALUE 'N'.
020200     88  WS-CR-EOF                   VALUE 'Y'.
020300 01  WS-GH-EOF-SW                PIC X(01) VALUE 'N'.
020400     88  WS-GH-EOF                   VALUE 'Y'.
020500 01  WS-AR-EOF-SW                PIC X(01) VALUE 'N'.
020600     88  WS-AR-EOF                   VALUE 'Y'.
020700 01  WS-SD-EOF-SW                PIC X(01) VALUE 'N'.
020800     88  WS-SD-EOF                   VALUE 'Y'.
020900 01  WS-GM-EOF-SW                PIC X(01) VALUE 'N'.
021000     88  WS-GM-EOF                   VALUE 'Y'.
021100 01  WS-AS-EOF-SW                PIC X(01) VALUE 'N'.
021200     88  WS-AS-EOF                   VALUE 'Y'.
021300 01  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
021400     88  WS-FOUND                    VALUE 'Y'.
021500 01  WS-CREDIT-FOUND-SW          PIC X(01) VALUE 'N'.
021600     88  WS-CREDIT-FOUND             VALUE 'Y'.
021700
021800 01  WS-RUN-DATE                 PIC 9(08).
021900 01  WS-RUN-TIME-FULL.
022000     05  WS-RUN-TIME             PIC 9(06).
022100     05  FILLER                  PIC 9(02).
022200
022300*
022400* WHICH HISTORY GENERATION THE CURRENT RECORD CAME FROM, FOR THE
022500* REGISTER LINE.
022600*
022700 01  WS-SOURCE-ACTION            PIC X(30) VALUE SPACES.
022800 01  WS-PRIOR-LETTER             PIC X(01) VALUE SPACE.
022900 01  WS-GPA-EDIT                 PIC 9.99.
023000
023100*
023200* COURSE-GROUP TRACKING FOR THE GRADE-REPLACEMENT RULE, AS IN
023300* CBL0015.
023400*
023500 01  WS-GRP-COURSE-CODE          PIC X(06) VALUE SPACES.
023600 01  WS-HELD-LETTER              PIC X(01) VALUE SPACE.
023650 01  WS-HELD-HOURS               PIC 99V9 VALUE ZERO.
023700
023800 77  WS-RCM-CREDITS              PIC 9(04)V9 VALUE ZERO.
023900 77  WS-RCM-POINTS               PIC 9(06)V9 VALUE ZERO.
024000 77  WS-RCM-GPA                  PIC 9V99 VALUE ZERO.
024010 77  WS-RCM-XFER                 PIC 9(04)V9 VALUE ZERO.
024100 77  WS-TRM-CREDITS              PIC 9(03)V9 VALUE ZERO.
024200 77  WS-TRM-POINTS               PIC 9(05)V9 VALUE ZERO.
024300 77  WS-TRM-GPA                  PIC 9V99 VALUE ZERO.
024400 77  WS-CREDIT-HOURS             PIC 9V9 VALUE ZERO.
024500 77  WS-GRADE-POINTS             PIC 9V99 VALUE ZERO.
024600
024700 77  WS-CR-COUNT                 PIC 9(03) VALUE ZERO COMP.
024800 77  WS-CH-COUNT                 PIC 9(03) VALUE ZERO COMP.
024900 77  WS-AF-COUNT                 PIC 9(03) VALUE ZERO COMP.
025000 77  WS-READ-COUNT               PIC 9(06) VALUE ZERO COMP.
025100 77  WS-APPLIED-COUNT            PIC 9(06) VALUE ZERO COMP.
025200 77  WS-REFUSED-COUNT            PIC 9(06) VALUE ZERO COMP.
025300 77  WS-RECOMP-COUNT             PIC 9(06) VALUE ZERO COMP.
025400 77  WS-RECLASS-COUNT            PIC 9(06) VALUE ZERO COMP.
025500
025600*
025700* COURSE-CREDIT TABLE, AS IN CBL0003.
025800*
025900 01  WS-CREDIT-TABLE.
026000     05  WS-CREDIT-ENTRY OCCURS 200 TIMES INDEXED BY WS-CR-IDX.
026100         10  WS-CR-CODE           PIC X(06).
026200         10  WS-CR-HOURS          PIC 9V9.
026300
026400*
026500* THE NIGHT'S ACCEPTED CHANGES, LOADED ONCE AND SEARCHED FOR
026600* EVERY HISTORY RECORD.  WS-CH-PRIOR-LETTER HOLDS THE LETTER THE
026700* CHANGE REPLACED ONCE IT HAS BEEN APPLIED.  A CHANGE THAT FOUND
026710* ONLY A TRANSFER-CREDIT ROW IS MARKED 'T' AND REFUSED.
026800*
026900 01  WS-CHANGE-TABLE.
027000     05  WS-CHANGE-ENTRY OCCURS 500 TIMES INDEXED BY WS-CH-IDX.
027100         10  WS-CH-STU-ID         PIC X(09).
027200         10  WS-CH-COURSE-CODE    PIC X(06).
027300         10  WS-CH-TERM-CODE      PIC X(06).
027400         10  WS-CH-NEW-LETTER     PIC X(01).
027500         10  WS-CH-PRIOR-LETTER   PIC X(01).
027600         10  WS-CH-APPLIED-SW     PIC X(01).
027700             88  WS-CH-APPLIED        VALUE 'Y'.
027750             88  WS-CH-TRANSFER-ROW   VALUE 'T'.
027800
027900*
028000* EVERY STUDENT WITH AT LEAST ONE APPLIED CHANGE.  THE GPA PASS
028100* LEAVES THE RECOMPUTED FIGURES HERE FOR THE STANDING PASS.
028200*
028300 01  WS-AFFECTED-TABLE.
028400     05  WS-AFFECTED-ENTRY OCCURS 500 TIMES INDEXED BY WS-AF-IDX.
028500         10  WS-AF-STU-ID         PIC X(09).
028600         10  WS-AF-TERM-CREDITS   PIC 9(03)V9.
028700         10  WS-AF-TERM-GPA       PIC 9V99.
028800         10  WS-AF-CUM-CREDITS    PIC 9(04)V9.
028900         10  WS-AF-CUM-GPA        PIC 9V99.
029000         10  WS-AF-RECOMP-SW      PIC X(01).
029100             88  WS-AF-RECOMPUTED     VALUE 'Y'.
029200
029300*
029400* CBL0005'S CONTROL CARD, READ FOR ITS STANDING CUTOFFS SO A
029500* RECLASSIFIED STUDENT IS JUDGED EXACTLY AS THE TERM RUN JUDGED
029600* EVERYONE ELSE.  LAID OUT AS IN CB5CTL.
029700*
029800 01  WS-STANDING-CTL.
029900     05  WS-SC-JOB-ID            PIC X(08).
030000     05  WS-SC-TERM-CODE         PIC X(06).
030100     05  WS-SC-DEANS-GPA         PIC 9(01)V9(02).
030200     05  WS-SC-DEANS-CREDITS     PIC 9(02)V9(01).
030300     05  WS-SC-WARN-GPA          PIC 9(01)V9(02).
030400     05  WS-SC-PROB-GPA          PIC 9(01)V9(02).
030500     05  FILLER                  PIC X(14).
030600
030700 COPY CB21CTL.
030800 COPY GRDCHGRC.
030900 COPY GRADHIST.
031000 COPY CRSCRED.
031100 COPY GPAMSTR.
031200 COPY STANDREC.
031300 COPY AUDITREC.
031400 COPY RESENDRC.
031500 COPY GRDCHGRP.
031600 COPY RUNLOG.
031610 COPY EXPJREC.
031620 COPY PREDCHK.
031700
031800 PROCEDURE DIVISION.
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032100     PERFORM 2000-APPLY-CHANGES THRU 2000-EXIT.
032200     PERFORM 2500-REFUSE-UNMATCHED THRU 2500-EXIT
032300         VARYING WS-CH-IDX FROM 1 BY 1
032400         UNTIL WS-CH-IDX > WS-CH-COUNT.
032500     PERFORM 3000-RECOMPUTE-GPA THRU 3000-EXIT.
032600     PERFORM 4000-RECLASSIFY-STANDING THRU 4000-EXIT.
032700     PERFORM 5000-FINALIZE THRU 5000-EXIT.
032800     STOP RUN.
032900
033000*----------------------------------------------------------------*
033100* 1000-INITIALIZE - READ BOTH CONTROL CARDS, LOAD THE CREDIT
033200*                    TABLE, OPEN THE REGISTER AND LOAD THE
033300*                    NIGHT'S CHANGES.
033400*----------------------------------------------------------------*
033500 1000-INITIALIZE.
033600     OPEN INPUT CONTROL-FILE.
033700     READ CONTROL-FILE INTO CC-RECORD
033800         AT END
033900             MOVE SPACES TO CC-RECORD
034000     END-READ.
034100     CLOSE CONTROL-FILE.
034200     OPEN INPUT STANDING-CTL-FILE.
034300     READ STANDING-CTL-FILE INTO WS-STANDING-CTL
034400         AT END
034500             MOVE SPACES TO WS-STANDING-CTL
034600     END-READ.
034700     CLOSE STANDING-CTL-FILE.
034800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034900     ACCEPT WS-RUN-TIME-FULL FROM TIME.
034910     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
035000     PERFORM 1100-LOAD-CREDIT-TABLE THRU 1100-EXIT.
035100     OPEN OUTPUT REPORT-FILE.
035200     MOVE WS-CHANGE-HEADING TO REPORT-RECORD.
035300     WRITE REPORT-RECORD.
035400     OPEN INPUT CHANGE-FILE.
035500     IF WS-GRDCHG-STATUS = "35"
035600         SET WS-GX-EOF TO TRUE
035700     END-IF.
035800     PERFORM 1200-LOAD-CHANGE THRU 1200-EXIT
035900         UNTIL WS-GX-EOF.
036000     IF WS-GRDCHG-STATUS NOT = "35"
036100         CLOSE CHANGE-FILE
036200     END-IF.
036300 1000-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------------*
036700* 1100-LOAD-CREDIT-TABLE - LOAD THE COURSE-CREDIT REFERENCE FILE
036800*                           INTO A TABLE SEARCHED ONCE PER COURSE.
036900*----------------------------------------------------------------*
037000 1100-LOAD-CREDIT-TABLE.
037100     OPEN INPUT COURSE-CREDIT-FILE.
037200     PERFORM 1110-LOAD-CREDIT-RECORD THRU 1110-EXIT
037300         UNTIL WS-CR-EOF.
037400     CLOSE COURSE-CREDIT-FILE.
037500 1100-EXIT.
037600     EXIT.
037700
037800 1110-LOAD-CREDIT-RECORD.
037900     READ COURSE-CREDIT-FILE INTO CR-RECORD
038000         AT END
038100             SET WS-CR-EOF TO TRUE
038200     END-READ.
038300     IF WS-CR-EOF
038400         GO TO 1110-EXIT
038500     END-IF.
038600     ADD 1 TO WS-CR-COUNT.
038700     SET WS-CR-IDX TO WS-CR-COUNT.
038800     MOVE CR-COURSE-CODE  TO WS-CR-CODE(WS-CR-IDX).
038900     MOVE CR-CREDIT-HOURS TO WS-CR-HOURS(WS-CR-IDX).
039000 1110-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------------*
039400* 1200-LOAD-CHANGE - EDIT ONE CHANGE TRANSACTION.  THE OPEN TERM
039500*                     BELONGS TO THE CBL0004 CORRECTION FILE, THE
039600*                     NEW LETTER MUST BE ONE CBL0002 CAN ASSIGN,
039700*                     AND A SECOND CHANGE TO THE SAME ATTEMPT IN
039800*                     ONE BATCH IS REFUSED RATHER THAN GUESSING
039900*                     WHICH FORM THE REGISTRAR MEANT.
040000*----------------------------------------------------------------*
040100 1200-LOAD-CHANGE.
040200     READ CHANGE-FILE INTO GX-RECORD
040300         AT END
040400             SET WS-GX-EOF TO TRUE
040500     END-READ.
040600     IF WS-GX-EOF
040700         GO TO 1200-EXIT
040800     END-IF.
040900     ADD 1 TO WS-READ-COUNT.
041000     IF GX-TERM-CODE = CC-OPEN-TERM
041100         MOVE "REFUSED - TERM STILL OPEN" TO GR-ACTION
041200         PERFORM 1290-REFUSE-CHANGE THRU 1290-EXIT
041300         GO TO 1200-EXIT
041400     END-IF.
041500     IF GX-NEW-LETTER NOT = 'A' AND GX-NEW-LETTER NOT = 'B'
041600             AND GX-NEW-LETTER NOT = 'C'
041700             AND GX-NEW-LETTER NOT = 'D'
041800             AND GX-NEW-LETTER NOT = 'F'
041900             AND GX-NEW-LETTER NOT = 'W'
042000             AND GX-NEW-LETTER NOT = 'I'
042100         MOVE "REFUSED - INVALID LETTER" TO GR-ACTION
042200         PERFORM 1290-REFUSE-CHANGE THRU 1290-EXIT
042300         GO TO 1200-EXIT
042400     END-IF.
042500     SET WS-CH-IDX TO 1.
042600     SEARCH WS-CHANGE-ENTRY
042700         AT END
042800             CONTINUE
042900         WHEN WS-CH-IDX > WS-CH-COUNT
043000             CONTINUE
043100         WHEN WS-CH-STU-ID(WS-CH-IDX) = GX-STU-ID
043200                 AND WS-CH-COURSE-CODE(WS-CH-IDX) = GX-COURSE-CODE
043300                 AND WS-CH-TERM-CODE(WS-CH-IDX) = GX-TERM-CODE
043400             MOVE "REFUSED - DUPLICATE IN BATCH" TO GR-ACTION
043500             PERFORM 1290-REFUSE-CHANGE THRU 1290-EXIT
043600             GO TO 1200-EXIT
043700     END-SEARCH.
043800     IF WS-CH-COUNT NOT < 500
043900         DISPLAY "CBL0021 - CHANGE TABLE FULL, CHANGE FOR "
044000             GX-STU-ID " " GX-COURSE-CODE " NOT LOADED"
044100         MOVE "REFUSED - BATCH TOO LARGE" TO GR-ACTION
044200         PERFORM 1290-REFUSE-CHANGE THRU 1290-EXIT
044300         GO TO 1200-EXIT
044400     END-IF.
044500     ADD 1 TO WS-CH-COUNT.
044600     SET WS-CH-IDX TO WS-CH-COUNT.
044700     MOVE GX-STU-ID      TO WS-CH-STU-ID(WS-CH-IDX).
044800     MOVE GX-COURSE-CODE TO WS-CH-COURSE-CODE(WS-CH-IDX).
044900     MOVE GX-TERM-CODE   TO WS-CH-TERM-CODE(WS-CH-IDX).
045000     MOVE GX-NEW-LETTER  TO WS-CH-NEW-LETTER(WS-CH-IDX).
045100     MOVE SPACE          TO WS-CH-PRIOR-LETTER(WS-CH-IDX).
045200     MOVE 'N'            TO WS-CH-APPLIED-SW(WS-CH-IDX).
045300 1200-EXIT.
045400     EXIT.
045500
045600 1290-REFUSE-CHANGE.
045700     MOVE GX-STU-ID      TO GR-STU-ID.
045800     MOVE GX-COURSE-CODE TO GR-COURSE-CODE.
045900     MOVE GX-TERM-CODE   TO GR-TERM-CODE.
046000     MOVE SPACES         TO GR-OLD.
046100     MOVE GX-NEW-LETTER  TO GR-NEW.
046200     MOVE WS-CHANGE-LINE TO REPORT-RECORD.
046300     WRITE REPORT-RECORD.
046400     ADD 1 TO WS-REFUSED-COUNT.
046500 1290-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------*
046900* 2000-APPLY-CHANGES - COPY EACH HISTORY GENERATION TO ITS NEW
047000*                       GENERATION, REPLACING THE LETTER ON EVERY
047100*                       ATTEMPT A CHANGE NAMES.  THE AUDIT LOG
047200*                       AND THE RESEND FILE ARE OPENED EXTEND;
047300*                       NOTHING ON EITHER IS EVER OVERWRITTEN.
047400*----------------------------------------------------------------*
047500 2000-APPLY-CHANGES.
047600     OPEN EXTEND AUDIT-FILE.
047700     IF WS-AUDIT-STATUS = "35"
047800         OPEN OUTPUT AUDIT-FILE
047900     END-IF.
048000     OPEN EXTEND RESEND-FILE.
048100     IF WS-RESEND-STATUS = "35"
048200         OPEN OUTPUT RESEND-FILE
048300     END-IF.
048400     OPEN OUTPUT NEW-HISTORY-FILE
048500          OUTPUT NEW-ARCHIVE-FILE.
048600     MOVE "CHANGED ON ACTIVE HISTORY" TO WS-SOURCE-ACTION.
048700     OPEN INPUT GRADE-HISTORY-FILE.
048800     IF WS-GRADHIST-STATUS = "35"
048900         SET WS-GH-EOF TO TRUE
049000     END-IF.
049100     PERFORM 2100-COPY-ACTIVE THRU 2100-EXIT
049200         UNTIL WS-GH-EOF.
049300     IF WS-GRADHIST-STATUS NOT = "35"
049400         CLOSE GRADE-HISTORY-FILE
049500     END-IF.
049600     MOVE "CHANGED ON ARCHIVE" TO WS-SOURCE-ACTION.
049700     OPEN INPUT ARCHIVE-FILE.
049800     IF WS-GHARCH-STATUS = "35"
049900         SET WS-AR-EOF TO TRUE
050000     END-IF.
050100     PERFORM 2200-COPY-ARCHIVE THRU 2200-EXIT
050200         UNTIL WS-AR-EOF.
050300     IF WS-GHARCH-STATUS NOT = "35"
050400         CLOSE ARCHIVE-FILE
050500     END-IF.
050600     CLOSE NEW-HISTORY-FILE
050700           NEW-ARCHIVE-FILE
050800           AUDIT-FILE
050900           RESEND-FILE.
051000 2000-EXIT.
051100     EXIT.
051200
051300 2100-COPY-ACTIVE.
051400     READ GRADE-HISTORY-FILE INTO GH-RECORD
051500         AT END
051600             SET WS-GH-EOF TO TRUE
051700     END-READ.
051800     IF WS-GH-EOF
051900         GO TO 2100-EXIT
052000     END-IF.
052100     PERFORM 2300-APPLY-ONE-CHANGE THRU 2300-EXIT.
052200     MOVE GH-RECORD TO NEW-HISTORY-RECORD.
052300     WRITE NEW-HISTORY-RECORD.
052400 2100-EXIT.
052500     EXIT.
052600
052700 2200-COPY-ARCHIVE.
052800     READ ARCHIVE-FILE INTO GH-RECORD
052900         AT END
053000             SET WS-AR-EOF TO TRUE
053100     END-READ.
053200     IF WS-AR-EOF
053300         GO TO 2200-EXIT
053400     END-IF.
053500     PERFORM 2300-APPLY-ONE-CHANGE THRU 2300-EXIT.
053600     MOVE GH-RECORD TO NEW-ARCHIVE-RECORD.
053700     WRITE NEW-ARCHIVE-RECORD.
053800 2200-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------------*
054200* 2300-APPLY-ONE-CHANGE - LOOK THE ATTEMPT UP AMONG THE NIGHT'S
054300*                          CHANGES.  ON A HIT THE LETTER IS
054400*                          REPLACED, THE OLD ONE GOES ON THE
054500*                          AUDIT LOG, THE CORRECTED LINE IS
054600*                          QUEUED FOR THE SIS AND THE STUDENT IS
054700*                          MARKED FOR RECOMPUTATION.  A
054710*                          TRANSFER-CREDIT ROW IS LEFT AS IT IS;
054720*                          IT DRAWS A REFUSAL ONLY WHEN NO GRADED
054730*                          ROW FOR THE ATTEMPT TOOK THE CHANGE.
054800*----------------------------------------------------------------*
054900 2300-APPLY-ONE-CHANGE.
055000     MOVE 'N' TO WS-FOUND-SW.
055100     SET WS-CH-IDX TO 1.
055200     SEARCH WS-CHANGE-ENTRY
055300         AT END
055400             CONTINUE
055500         WHEN WS-CH-IDX > WS-CH-COUNT
055600             CONTINUE
055700         WHEN WS-CH-STU-ID(WS-CH-IDX) = GH-STU-ID
055800                 AND WS-CH-COURSE-CODE(WS-CH-IDX) = GH-COURSE-CODE
055900                 AND WS-CH-TERM-CODE(WS-CH-IDX) = GH-TERM-CODE
056000             SET WS-FOUND TO TRUE
056100     END-SEARCH.
056200     IF NOT WS-FOUND
056300         GO TO 2300-EXIT
056400     END-IF.
056410     IF GH-TRANSFER-CREDIT
056420         IF NOT WS-CH-APPLIED(WS-CH-IDX)
056423             SET WS-CH-TRANSFER-ROW(WS-CH-IDX) TO TRUE
056426         END-IF
056430         GO TO 2300-EXIT
056440     END-IF.
056500     MOVE GH-LETTER TO WS-PRIOR-LETTER.
056600     MOVE WS-CH-NEW-LETTER(WS-CH-IDX) TO GH-LETTER.
056700     MOVE WS-PRIOR-LETTER TO WS-CH-PRIOR-LETTER(WS-CH-IDX).
056800     SET WS-CH-APPLIED(WS-CH-IDX) TO TRUE.
056900     ADD 1 TO WS-APPLIED-COUNT.
057000
057100     MOVE GH-STU-ID       TO AL-STU-ID.
057200     MOVE ZERO            TO AL-INPUT-GRADE.
057300     MOVE GH-LETTER       TO AL-LETTER.
057400     MOVE WS-RUN-DATE     TO AL-RUN-DATE.
057500     MOVE CC-JOB-ID       TO AL-JOB-ID.
057600     MOVE GH-COURSE-CODE  TO AL-COURSE-CODE.
057700     MOVE WS-PRIOR-LETTER TO AL-PRIOR-LETTER.
057800     MOVE AL-RECORD       TO AUDIT-RECORD.
057900     WRITE AUDIT-RECORD.
058000
058100     MOVE GH-STU-ID       TO RS-STU-ID.
058200     MOVE GH-TERM-CODE    TO RS-TERM-CODE.
058300     MOVE GH-COURSE-CODE  TO RS-COURSE-CODE.
058400     MOVE GH-LETTER       TO RS-LETTER.
058500     MOVE ZERO            TO RS-ATTEMPTS.
058600     MOVE WS-RUN-DATE     TO RS-FIRST-DATE.
058700     MOVE "GRADE CHANGE"  TO RS-REASON.
058800     MOVE RS-RECORD       TO RESEND-RECORD.
058900     WRITE RESEND-RECORD.
059000
059100     MOVE GH-STU-ID       TO GR-STU-ID.
059200     MOVE GH-COURSE-CODE  TO GR-COURSE-CODE.
059300     MOVE GH-TERM-CODE    TO GR-TERM-CODE.
059400     MOVE WS-PRIOR-LETTER TO GR-OLD.
059500     MOVE GH-LETTER       TO GR-NEW.
059600     MOVE WS-SOURCE-ACTION TO GR-ACTION.
059700     MOVE WS-CHANGE-LINE  TO REPORT-RECORD.
059800     WRITE REPORT-RECORD.
059900
060000     PERFORM 2400-MARK-AFFECTED THRU 2400-EXIT.
060100 2300-EXIT.
060200     EXIT.
060300
060400 2400-MARK-AFFECTED.
060500     SET WS-AF-IDX TO 1.
060600     SEARCH WS-AFFECTED-ENTRY
060700         AT END
060800             CONTINUE
060900         WHEN WS-AF-IDX > WS-AF-COUNT
061000             CONTINUE
061100         WHEN WS-AF-STU-ID(WS-AF-IDX) = GH-STU-ID
061200             GO TO 2400-EXIT
061300     END-SEARCH.
061400     IF WS-AF-COUNT NOT < 500
061500         DISPLAY "CBL0021 - STUDENT TABLE FULL, "
061600             GH-STU-ID " NOT RECOMPUTED"
061700         GO TO 2400-EXIT
061800     END-IF.
061900     ADD 1 TO WS-AF-COUNT.
062000     SET WS-AF-IDX TO WS-AF-COUNT.
062100     MOVE GH-STU-ID TO WS-AF-STU-ID(WS-AF-IDX).
062200     MOVE ZERO TO WS-AF-TERM-CREDITS(WS-AF-IDX)
062300                  WS-AF-TERM-GPA(WS-AF-IDX)
062400                  WS-AF-CUM-CREDITS(WS-AF-IDX)
062500                  WS-AF-CUM-GPA(WS-AF-IDX).
062600     MOVE 'N' TO WS-AF-RECOMP-SW(WS-AF-IDX).
062700 2400-EXIT.
062800     EXIT.
062900
063000*----------------------------------------------------------------*
063100* 2500-REFUSE-UNMATCHED - A CHANGE THAT FOUND NO ATTEMPT ON
063200*                          EITHER GENERATION IS REFUSED, AS IS
063210*                          ONE THAT FOUND ONLY TRANSFER CREDIT.
063300*----------------------------------------------------------------*
063400 2500-REFUSE-UNMATCHED.
063500     IF WS-CH-APPLIED(WS-CH-IDX)
063600         GO TO 2500-EXIT
063700     END-IF.
063800     MOVE WS-CH-STU-ID(WS-CH-IDX)      TO GR-STU-ID.
063900     MOVE WS-CH-COURSE-CODE(WS-CH-IDX) TO GR-COURSE-CODE.
064000     MOVE WS-CH-TERM-CODE(WS-CH-IDX)   TO GR-TERM-CODE.
064100     MOVE SPACES                       TO GR-OLD.
064200     MOVE WS-CH-NEW-LETTER(WS-CH-IDX)  TO GR-NEW.
064300     MOVE "REFUSED - ATTEMPT NOT FOUND" TO GR-ACTION.
064310     IF WS-CH-TRANSFER-ROW(WS-CH-IDX)
064320         MOVE "T"                         TO GR-OLD
064330         MOVE "REFUSED - TRANSFER CREDIT" TO GR-ACTION
064340     END-IF.
064400     MOVE WS-CHANGE-LINE TO REPORT-RECORD.
064500     WRITE REPORT-RECORD.
064600     ADD 1 TO WS-REFUSED-COUNT.
064700 2500-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------------*
065100* 3000-RECOMPUTE-GPA - SORT THE CORRECTED HISTORY OF THE
065200*                       AFFECTED STUDENTS BY STUDENT/COURSE/TERM
065300*                       AND COPY THE GPA MASTER TO ITS NEW
065400*                       GENERATION, RECOMPUTING EACH AFFECTED
065500*                       STUDENT'S FIGURES ON THE WAY THROUGH.
065600*----------------------------------------------------------------*
065700 3000-RECOMPUTE-GPA.
065800     MOVE 'N' TO WS-GH-EOF-SW WS-AR-EOF-SW.
065900     SORT SORT-WORK-FILE
066000         ON ASCENDING KEY SW-STU-ID
066100                          SW-COURSE-CODE
066200                          SW-TERM-CODE
066300         INPUT PROCEDURE IS 3100-RELEASE-HISTORY
066400             THRU 3100-EXIT
066500         GIVING SORTED-HIST-FILE.
066600     OPEN INPUT SORTED-HIST-FILE.
066700     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
066800     OPEN OUTPUT NEW-GPA-FILE.
066900     OPEN INPUT GPA-FILE.
067000     IF WS-GPA-STATUS = "35"
067100         SET WS-GM-EOF TO TRUE
067200     END-IF.
067300     PERFORM 3200-COPY-GPA-MASTER THRU 3200-EXIT
067400         UNTIL WS-GM-EOF.
067500     IF WS-GPA-STATUS NOT = "35"
067600         CLOSE GPA-FILE
067700     END-IF.
067800     CLOSE SORTED-HIST-FILE
067900           NEW-GPA-FILE.
068000 3000-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------------*
068400* 3100-RELEASE-HISTORY - FEED THE SORT FROM BOTH NEW
068500*                         GENERATIONS, AFFECTED STUDENTS ONLY.
068600*                         THE OPEN TERM IS LEFT OUT; CBL0003 HAS
068700*                         NOT ROLLED IT INTO THE MASTER YET.
068800*----------------------------------------------------------------*
068900 3100-RELEASE-HISTORY.
069000     OPEN INPUT NEW-HISTORY-FILE.
069100     PERFORM 3110-RELEASE-ACTIVE THRU 3110-EXIT
069200         UNTIL WS-GH-EOF.
069300     CLOSE NEW-HISTORY-FILE.
069400     OPEN INPUT NEW-ARCHIVE-FILE.
069500     PERFORM 3120-RELEASE-ARCHIVE THRU 3120-EXIT
069600         UNTIL WS-AR-EOF.
069700     CLOSE NEW-ARCHIVE-FILE.
069800 3100-EXIT.
069900     EXIT.
070000
070100 3110-RELEASE-ACTIVE.
070200     READ NEW-HISTORY-FILE INTO GH-RECORD
070300         AT END
070400             SET WS-GH-EOF TO TRUE
070500     END-READ.
070600     IF WS-GH-EOF
070700         GO TO 3110-EXIT
070800     END-IF.
070900     PERFORM 3130-RELEASE-IF-AFFECTED THRU 3130-EXIT.
071000 3110-EXIT.
071100     EXIT.
071200
071300 3120-RELEASE-ARCHIVE.
071400     READ NEW-ARCHIVE-FILE INTO GH-RECORD
071500         AT END
071600             SET WS-AR-EOF TO TRUE
071700     END-READ.
071800     IF WS-AR-EOF
071900         GO TO 3120-EXIT
072000     END-IF.
072100     PERFORM 3130-RELEASE-IF-AFFECTED THRU 3130-EXIT.
072200 3120-EXIT.
072300     EXIT.
072400
072500 3130-RELEASE-IF-AFFECTED.
072600     IF GH-TERM-CODE = CC-OPEN-TERM
072700         GO TO 3130-EXIT
072800     END-IF.
072900     SET WS-AF-IDX TO 1.
073000     SEARCH WS-AFFECTED-ENTRY
073100         AT END
073200             CONTINUE
073300         WHEN WS-AF-IDX > WS-AF-COUNT
073400             CONTINUE
073500         WHEN WS-AF-STU-ID(WS-AF-IDX) = GH-STU-ID
073600             RELEASE SW-RECORD FROM GH-RECORD
073700     END-SEARCH.
073800 3130-EXIT.
073900     EXIT.
074000
074100*----------------------------------------------------------------*
074200* 3200-COPY-GPA-MASTER - ONE MASTER RECORD.  AN UNAFFECTED
074300*                         STUDENT COPIES STRAIGHT THROUGH; AN
074400*                         AFFECTED ONE IS RECOMPUTED FROM THE
074500*                         SORTED HISTORY, WHICH RUNS IN THE SAME
074600*                         STUDENT-ID ORDER AS THE MASTER.
074700*----------------------------------------------------------------*
074800 3200-COPY-GPA-MASTER.
074900     READ GPA-FILE INTO GM-RECORD
075000         AT END
075100             SET WS-GM-EOF TO TRUE
075200     END-READ.
075300     IF WS-GM-EOF
075400         GO TO 3200-EXIT
075500     END-IF.
075600     MOVE 'N' TO WS-FOUND-SW.
075700     SET WS-AF-IDX TO 1.
075800     SEARCH WS-AFFECTED-ENTRY
075900         AT END
076000             CONTINUE
076100         WHEN WS-AF-IDX > WS-AF-COUNT
076200             CONTINUE
076300         WHEN WS-AF-STU-ID(WS-AF-IDX) = GM-STU-ID
076400             SET WS-FOUND TO TRUE
076500     END-SEARCH.
076600     IF WS-FOUND
076700         PERFORM 3300-RECOMPUTE-STUDENT THRU 3300-EXIT
076800     END-IF.
076900     MOVE GM-RECORD TO NEW-GPA-RECORD.
077000     WRITE NEW-GPA-RECORD.
077100 3200-EXIT.
077200     EXIT.
077300
077400*----------------------------------------------------------------*
077500* 3300-RECOMPUTE-STUDENT - FOLD THE STUDENT'S WHOLE CORRECTED
077600*                           HISTORY.  CUMULATIVE FIGURES COUNT
077700*                           ONLY THE LATEST REAL-LETTER ATTEMPT
077800*                           OF EACH COURSE, AS IN CBL0015; THE
077900*                           TERM FIGURES COUNT EVERY REAL-LETTER
078000*                           ATTEMPT IN THE MASTER'S TERM, AS
078100*                           CBL0003 DOES.  TRANSFER CREDIT
078110*                           ADDS HOURS TO THE CUMULATIVE CREDITS
078120*                           ONLY AND IS LEFT OUT OF THE DIVISOR.
078200*----------------------------------------------------------------*
078300 3300-RECOMPUTE-STUDENT.
078400     MOVE ZERO TO WS-RCM-CREDITS WS-RCM-POINTS
078500                  WS-TRM-CREDITS WS-TRM-POINTS WS-RCM-XFER.
078600     MOVE SPACES TO WS-GRP-COURSE-CODE.
078700     MOVE SPACE TO WS-HELD-LETTER.
078800     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT
078900         UNTIL WS-SD-EOF OR GH-STU-ID NOT < GM-STU-ID.
079000     PERFORM 3310-FOLD-ONE-ATTEMPT THRU 3310-EXIT
079100         UNTIL WS-SD-EOF OR GH-STU-ID NOT = GM-STU-ID.
079200     PERFORM 3350-CLOSE-COURSE-GROUP THRU 3350-EXIT.
079300     IF WS-TRM-CREDITS > ZERO
079400         COMPUTE WS-TRM-GPA ROUNDED =
079500             WS-TRM-POINTS / WS-TRM-CREDITS
079600     ELSE
079700         MOVE ZERO TO WS-TRM-GPA
079800     END-IF.
079900     IF WS-RCM-CREDITS > WS-RCM-XFER
080000         COMPUTE WS-RCM-GPA ROUNDED =
080100             WS-RCM-POINTS / (WS-RCM-CREDITS - WS-RCM-XFER)
080200     ELSE
080300         MOVE ZERO TO WS-RCM-GPA
080400     END-IF.
080500     MOVE GM-CUM-GPA TO WS-GPA-EDIT.
080600     MOVE WS-GPA-EDIT TO GR-OLD.
080700     MOVE WS-TRM-CREDITS TO GM-TERM-CREDITS.
080800     MOVE WS-TRM-POINTS  TO GM-TERM-QUALITY-PTS.
080900     MOVE WS-TRM-GPA     TO GM-TERM-GPA.
081000     MOVE WS-RCM-CREDITS TO GM-CUM-CREDITS.
081100     MOVE WS-RCM-POINTS  TO GM-CUM-QUALITY-PTS.
081200     MOVE WS-RCM-GPA     TO GM-CUM-GPA.
081250     MOVE WS-RCM-XFER    TO GM-CUM-XFER-CREDITS.
081300     MOVE GM-TERM-CREDITS TO WS-AF-TERM-CREDITS(WS-AF-IDX).
081400     MOVE GM-TERM-GPA     TO WS-AF-TERM-GPA(WS-AF-IDX).
081500     MOVE GM-CUM-CREDITS  TO WS-AF-CUM-CREDITS(WS-AF-IDX).
081600     MOVE GM-CUM-GPA      TO WS-AF-CUM-GPA(WS-AF-IDX).
081700     SET WS-AF-RECOMPUTED(WS-AF-IDX) TO TRUE.
081800     ADD 1 TO WS-RECOMP-COUNT.
081900     MOVE GM-STU-ID    TO GR-STU-ID.
082000     MOVE SPACES       TO GR-COURSE-CODE.
082100     MOVE GM-TERM-CODE TO GR-TERM-CODE.
082200     MOVE GM-CUM-GPA   TO WS-GPA-EDIT.
082300     MOVE WS-GPA-EDIT  TO GR-NEW.
082400     MOVE "CUMULATIVE GPA RECOMPUTED" TO GR-ACTION.
082500     MOVE WS-CHANGE-LINE TO REPORT-RECORD.
082600     WRITE REPORT-RECORD.
082700 3300-EXIT.
082800     EXIT.
082900
083000 3310-FOLD-ONE-ATTEMPT.
083100     IF GH-COURSE-CODE NOT = WS-GRP-COURSE-CODE
083200         PERFORM 3350-CLOSE-COURSE-GROUP THRU 3350-EXIT
083300         MOVE GH-COURSE-CODE TO WS-GRP-COURSE-CODE
083400     END-IF.
083410     IF GH-TRANSFER-CREDIT
083420         PERFORM 3330-FOLD-TRANSFER THRU 3330-EXIT
083430         PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT
083440         GO TO 3310-EXIT
083450     END-IF.
083500     IF GH-LETTER NOT = 'W' AND GH-LETTER NOT = 'I'
083600         MOVE GH-LETTER TO WS-HELD-LETTER
083700         IF GH-TERM-CODE = GM-TERM-CODE
083800             PERFORM 3320-ADD-TERM-ATTEMPT THRU 3320-EXIT
083900         END-IF
084000     END-IF.
084100     PERFORM 8000-READ-SORTED-HIST THRU 8000-EXIT.
084200 3310-EXIT.
084300     EXIT.
084400
084500 3320-ADD-TERM-ATTEMPT.
084600     PERFORM 3360-LOOKUP-CREDIT-HOURS THRU 3360-EXIT.
084700     IF NOT WS-CREDIT-FOUND
084800         GO TO 3320-EXIT
084900     END-IF.
085000     PERFORM 3370-LOOKUP-GRADE-POINTS THRU 3370-EXIT.
085100     ADD WS-CREDIT-HOURS TO WS-TRM-CREDITS.
085200     COMPUTE WS-TRM-POINTS = WS-TRM-POINTS +
085300         (WS-CREDIT-HOURS * WS-GRADE-POINTS).
085400 3320-EXIT.
085500     EXIT.
085600
085609*----------------------------------------------------------------*
085618* 3330-FOLD-TRANSFER - AN ELECTIVE-PLACEHOLDER ROW COUNTS AT ONCE;
085627*                       TRANSFER CREDIT FOR A CATALOG COURSE IS
085636*                       HELD LIKE ANY OTHER ATTEMPT, WITH THE
085645*                       HOURS IT WAS POSTED WITH.
085654*----------------------------------------------------------------*
085663 3330-FOLD-TRANSFER.
085672     IF GH-TRANSFER-HOURS IS NOT NUMERIC
085681         GO TO 3330-EXIT
085690     END-IF.
085699     IF GH-ELECTIVE-PLACEHOLDER
085708         ADD GH-TRANSFER-HOURS TO WS-RCM-CREDITS WS-RCM-XFER
085717     ELSE
085726         MOVE GH-LETTER         TO WS-HELD-LETTER
085735         MOVE GH-TRANSFER-HOURS TO WS-HELD-HOURS
085744     END-IF.
085753 3330-EXIT.
085762     EXIT.
085771
085780*----------------------------------------------------------------*
085800* 3350-CLOSE-COURSE-GROUP - FOLD THE HELD ATTEMPT (IF ANY) INTO
085900*                            THE CUMULATIVE FIGURES.  A COURSE
086000*                            MISSING FROM THE CATALOG CONTRIBUTES
086100*                            NOTHING, MATCHING THE ROLLUP.
086110*                            HELD TRANSFER CREDIT ADDS ITS OWN
086120*                            HOURS, WITH NO POINTS.
086200*----------------------------------------------------------------*
086300 3350-CLOSE-COURSE-GROUP.
086400     IF WS-HELD-LETTER = SPACE
086500             OR WS-GRP-COURSE-CODE = SPACES
086600         GO TO 3350-RESET
086700     END-IF.
086710     IF WS-HELD-LETTER = 'T'
086720         ADD WS-HELD-HOURS TO WS-RCM-CREDITS WS-RCM-XFER
086730         GO TO 3350-RESET
086740     END-IF.
086800     PERFORM 3360-LOOKUP-CREDIT-HOURS THRU 3360-EXIT.
086900     IF NOT WS-CREDIT-FOUND
087000         GO TO 3350-RESET
087100     END-IF.
087200     PERFORM 3370-LOOKUP-GRADE-POINTS THRU 3370-EXIT.
087300     ADD WS-CREDIT-HOURS TO WS-RCM-CREDITS.
087400     COMPUTE WS-RCM-POINTS = WS-RCM-POINTS +
087500         (WS-CREDIT-HOURS * WS-GRADE-POINTS).
087600 3350-RESET.
087700     MOVE SPACE TO WS-HELD-LETTER.
087800 3350-EXIT.
087900     EXIT.
088000
088100*----------------------------------------------------------------*
088200* 3360-LOOKUP-CREDIT-HOURS - CREDIT HOURS FOR THE CURRENT COURSE
088300*                             GROUP.  3370 SCORES THE HELD LETTER.
088400*----------------------------------------------------------------*
088500 3360-LOOKUP-CREDIT-HOURS.
088600     MOVE 'N' TO WS-CREDIT-FOUND-SW.
088700     MOVE ZERO TO WS-CREDIT-HOURS.
088800     SET WS-CR-IDX TO 1.
088900     SEARCH WS-CREDIT-ENTRY
089000         AT END
089100             CONTINUE
089200         WHEN WS-CR-CODE(WS-CR-IDX) = WS-GRP-COURSE-CODE
089300             MOVE WS-CR-HOURS(WS-CR-IDX) TO WS-CREDIT-HOURS
089400             SET WS-CREDIT-FOUND TO TRUE
089500     END-SEARCH.
089600 3360-EXIT.
089700     EXIT.
089800
089900 3370-LOOKUP-GRADE-POINTS.
090000     EVALUATE WS-HELD-LETTER
090100         WHEN 'A'
090200             MOVE 4.00 TO WS-GRADE-POINTS
090300         WHEN 'B'
090400             MOVE 3.00 TO WS-GRADE-POINTS
090500         WHEN 'C'
090600             MOVE 2.00 TO WS-GRADE-POINTS
090700         WHEN 'D'
090800             MOVE 1.00 TO WS-GRADE-POINTS
090900         WHEN OTHER
091000             MOVE 0.00 TO WS-GRADE-POINTS
091100     END-EVALUATE.
091200 3370-EXIT.
091300     EXIT.
091400
091500*----------------------------------------------------------------*
091600* 4000-RECLASSIFY-STANDING - COPY THE STANDING FILE TO ITS NEW
091700*                             GENERATION, RE-JUDGING EVERY
091800*                             RECOMPUTED STUDENT ON THE CBL0005
091900*                             CUTOFFS.
092000*----------------------------------------------------------------*
092100 4000-RECLASSIFY-STANDING.
092200     OPEN OUTPUT NEW-STANDING-FILE.
092300     OPEN INPUT STANDING-FILE.
092400     IF WS-STANDING-STATUS = "35"
092500         SET WS-AS-EOF TO TRUE
092600     END-IF.
092700     PERFORM 4100-COPY-STANDING THRU 4100-EXIT
092800         UNTIL WS-AS-EOF.
092900     IF WS-STANDING-STATUS NOT = "35"
093000         CLOSE STANDING-FILE
093100     END-IF.
093200     CLOSE NEW-STANDING-FILE.
093300 4000-EXIT.
093400     EXIT.
093500
093600 4100-COPY-STANDING.
093700     READ STANDING-FILE INTO AS-RECORD
093800         AT END
093900             SET WS-AS-EOF TO TRUE
094000     END-READ.
094100     IF WS-AS-EOF
094200         GO TO 4100-EXIT
094300     END-IF.
094400     MOVE 'N' TO WS-FOUND-SW.
094500     SET WS-AF-IDX TO 1.
094600     SEARCH WS-AFFECTED-ENTRY
094700         AT END
094800             CONTINUE
094900         WHEN WS-AF-IDX > WS-AF-COUNT
095000             CONTINUE
095100         WHEN WS-AF-STU-ID(WS-AF-IDX) = AS-STU-ID
095200             SET WS-FOUND TO TRUE
095300     END-SEARCH.
095400     IF WS-FOUND
095500         IF WS-AF-RECOMPUTED(WS-AF-IDX)
095600             PERFORM 4200-CLASSIFY-STUDENT THRU 4200-EXIT
095700         END-IF
095800     END-IF.
095900     MOVE AS-RECORD TO NEW-STANDING-RECORD.
096000     WRITE NEW-STANDING-RECORD.
096100 4100-EXIT.
096200     EXIT.
096300
096400*----------------------------------------------------------------*
096500* 4200-CLASSIFY-STUDENT - THE CBL0005 EVALUATE, ON THE
096600*                          RECOMPUTED FIGURES.  PROBATION AND
096700*                          WARNING ARE JUDGED ON THE CUMULATIVE
096800*                          GPA BEFORE THE DEAN'S LIST IS JUDGED
096900*                          ON THE TERM GPA.
097000*----------------------------------------------------------------*
097100 4200-CLASSIFY-STUDENT.
097200     MOVE AS-STANDING-CODE TO GR-OLD.
097300     EVALUATE TRUE
097400         WHEN WS-AF-CUM-GPA(WS-AF-IDX) < WS-SC-PROB-GPA
097500             SET AS-PROBATION TO TRUE
097600         WHEN WS-AF-CUM-GPA(WS-AF-IDX) < WS-SC-WARN-GPA
097700             SET AS-WARNING TO TRUE
097800         WHEN WS-AF-TERM-GPA(WS-AF-IDX) >= WS-SC-DEANS-GPA
097900                 AND WS-AF-TERM-CREDITS(WS-AF-IDX)
098000                     >= WS-SC-DEANS-CREDITS
098100             SET AS-DEANS-LIST TO TRUE
098200         WHEN OTHER
098300             SET AS-GOOD-STANDING TO TRUE
098400     END-EVALUATE.
098500     MOVE WS-AF-TERM-GPA(WS-AF-IDX)    TO AS-TERM-GPA.
098600     MOVE WS-AF-CUM-GPA(WS-AF-IDX)     TO AS-CUM-GPA.
098700     MOVE WS-AF-CUM-CREDITS(WS-AF-IDX) TO AS-CUM-CREDITS.
098800     ADD 1 TO WS-RECLASS-COUNT.
098900     MOVE AS-STU-ID        TO GR-STU-ID.
099000     MOVE SPACES           TO GR-COURSE-CODE.
099100     MOVE AS-TERM-CODE     TO GR-TERM-CODE.
099200     MOVE AS-STANDING-CODE TO GR-NEW.
099300     MOVE "STANDING RECLASSIFIED" TO GR-ACTION.
099400     MOVE WS-CHANGE-LINE TO REPORT-RECORD.
099500     WRITE REPORT-RECORD.
099600 4200-EXIT.
099700     EXIT.
099800
099900*----------------------------------------------------------------*
100000* 5000-FINALIZE - TRAILER, RUN LOG AND CLOSE UP.  A REFUSED
100100*                  CHANGE SETS RETURN CODE 8 SO THE REGISTRAR'S
100200*                  OFFICE SEES IT BEFORE THE SWAP.
100300*----------------------------------------------------------------*
100400 5000-FINALIZE.
100500     MOVE WS-APPLIED-COUNT TO GV-APPLIED-COUNT.
100600     MOVE WS-REFUSED-COUNT TO GV-REFUSED-COUNT.
100700     MOVE WS-RECOMP-COUNT  TO GV-RECOMP-COUNT.
100800     MOVE WS-RECLASS-COUNT TO GV-RECLASS-COUNT.
100900     MOVE WS-CHANGE-TRAILER TO REPORT-RECORD.
101000     WRITE REPORT-RECORD.
101100     PERFORM 5100-WRITE-RUN-LOG THRU 5100-EXIT.
101200     CLOSE REPORT-FILE.
101300     IF WS-REFUSED-COUNT > ZERO
101400         MOVE 8 TO RETURN-CODE
101500     END-IF.
101600 5000-EXIT.
101700     EXIT.
101800
101900*----------------------------------------------------------------*
102000* 5100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
102100*                       THE MORNING SUMMARY.  READ IS CHANGE
102200*                       TRANSACTIONS, WRITTEN IS CHANGES APPLIED
102300*                       AND THE REFUSALS RIDE IN THE EXCEPTION
102400*                       COLUMN.
102500*----------------------------------------------------------------*
102600 5100-WRITE-RUN-LOG.
102700     OPEN EXTEND RUN-LOG-FILE.
102800     IF WS-RUNLOG-STATUS = "35"
102900         OPEN OUTPUT RUN-LOG-FILE
103000     END-IF.
103100     MOVE CC-JOB-ID        TO LG-JOB-ID.
103200     MOVE "CBL0021 "       TO LG-PROGRAM-ID.
103300     MOVE WS-RUN-DATE      TO LG-RUN-DATE.
103400     MOVE WS-RUN-TIME      TO LG-RUN-TIME.
103500     MOVE WS-READ-COUNT    TO LG-READ-COUNT.
103600     MOVE WS-APPLIED-COUNT TO LG-WRITE-COUNT.
103700     MOVE WS-REFUSED-COUNT TO LG-EXC-COUNT.
103800     SET LG-RESTART-NO     TO TRUE.
103900     MOVE LG-RECORD        TO RUN-LOG-RECORD.
104000     WRITE RUN-LOG-RECORD.
104100     CLOSE RUN-LOG-FILE.
104200 5100-EXIT.
104300     EXIT.
104400
104500*----------------------------------------------------------------*
104600* 8000-READ-SORTED-HIST - READ-AHEAD ON THE SORTED CORRECTED
104700*                          HISTORY.
104800*----------------------------------------------------------------*
104900 8000-READ-SORTED-HIST.
105000     READ SORTED-HIST-FILE INTO GH-RECORD
105100         AT END
105200             SET WS-SD-EOF TO TRUE
105300     END-READ.
105400 8000-EXIT.
105500     EXIT.
105600
105700*----------------------------------------------------------------*
105800* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
105900*                            FILE AND CHECK THE RUN LOG FOR A
106000*                            CLEAN RECORD DATED TONIGHT FROM EACH
106100*                            PREDECESSOR IT NAMES.  ANY FAILURE
106200*                            HOLDS THE STEP BEFORE AN INPUT IS
106300*                            OPENED: A HELD RUN-LOG RECORD FOR
106400*                            CBL0010 AND RETURN CODE 16.
106410*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
106420*                            A STEP STARTED AFTER MIDNIGHT BUT
106430*                            BEFORE THE PC-NIGHT-CUTOFF TIME
106440*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
106500*----------------------------------------------------------------*
106600 9000-CHECK-PREDECESSORS.
106700     OPEN INPUT EXPECTED-JOB-FILE.
106800     IF PC-EXPJOBS-STATUS = "35"
106900         GO TO 9000-EXIT
107000     END-IF.
107100     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
107200         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
107300     CLOSE EXPECTED-JOB-FILE.
107400     IF NOT PC-SCHEDULED
107500         GO TO 9000-EXIT
107600     END-IF.
107610     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
107620     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
107630         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
107640             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
107650     END-IF.
107700     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
107800         VARYING PC-SUB FROM 1 BY 1
107900         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
108000     IF PC-HOLD-RUN
108100         DISPLAY "CBL0021 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
108200             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
108300         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
108400         MOVE 16 TO RETURN-CODE
108500         STOP RUN
108600     END-IF.
108700 9000-EXIT.
108800     EXIT.
108900
109000 9010-FIND-SCHEDULE.
109100     READ EXPECTED-JOB-FILE INTO EJ-RECORD
109200         AT END
109300             SET PC-EJ-EOF TO TRUE
109400     END-READ.
109500     IF NOT PC-EJ-EOF
109600             AND EJ-PROGRAM-ID = "CBL0021 "
109700             AND EJ-JOB-ID = CC-JOB-ID
109800         SET PC-SCHEDULED TO TRUE
109900     END-IF.
110000 9010-EXIT.
110100     EXIT.
110200
110300*----------------------------------------------------------------*
110400* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
110500*                               PREDECESSOR (A RERUN SUPERSEDES
110600*                               THE EARLIER ATTEMPT) MUST BE
110700*                               DATED TONIGHT, NOT HELD, AND
110800*                               FREE OF EXCEPTIONS.
110900*----------------------------------------------------------------*
111000 9020-CHECK-ONE-PREDECESSOR.
111100     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
111200         GO TO 9020-EXIT
111300     END-IF.
111400     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
111500     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
111600     IF PC-PRED-JOB-ID = SPACES
111700         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
111800     END-IF.
111900     MOVE 'N' TO PC-FOUND-SW.
112000     MOVE 'N' TO PC-LG-EOF-SW.
112100     OPEN INPUT RUN-LOG-FILE.
112200     IF WS-RUNLOG-STATUS NOT = "35"
112300         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
112400             UNTIL PC-LG-EOF
112500         CLOSE RUN-LOG-FILE
112600     END-IF.
112700     EVALUATE TRUE
112800         WHEN NOT PC-FOUND
112900             MOVE "MISSING   " TO PC-HOLD-REASON
113000         WHEN PC-LOG-DATE < PC-NIGHT-DATE
113100             MOVE "STALE     " TO PC-HOLD-REASON
113200         WHEN PC-LOG-HELD
113300             MOVE "HELD      " TO PC-HOLD-REASON
113400         WHEN PC-LOG-EXC > ZERO
113500             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
113600         WHEN OTHER
113700             GO TO 9020-EXIT
113800     END-EVALUATE.
113900     SET PC-HOLD-RUN TO TRUE.
114000 9020-EXIT.
114100     EXIT.
114200
114300 9030-READ-RUN-LOG.
114400     READ RUN-LOG-FILE INTO PC-LOG-IN
114500         AT END
114600             SET PC-LG-EOF TO TRUE
114700     END-READ.
114800     IF NOT PC-LG-EOF
114900             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
115000             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
115100         SET PC-FOUND TO TRUE
115200         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
115210         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
115220             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
115230                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
115240         END-IF
115300         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
115400         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
115500     END-IF.
115600 9030-EXIT.
115700     EXIT.
115800
115900*----------------------------------------------------------------*
116000* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
116100*                        FLAG, AND THE PREDECESSOR WAITED ON.
116200*----------------------------------------------------------------*
116300 9100-WRITE-HELD-LOG.
116400     OPEN EXTEND RUN-LOG-FILE.
116500     IF WS-RUNLOG-STATUS = "35"
116600         OPEN OUTPUT RUN-LOG-FILE
116700     END-IF.
116800     MOVE CC-JOB-ID          TO LG-JOB-ID.
116900     MOVE "CBL0021 "         TO LG-PROGRAM-ID.
117000     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
117100     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
117200     MOVE ZERO               TO LG-READ-COUNT
117300                                LG-WRITE-COUNT
117400                                LG-EXC-COUNT.
117500     SET LG-RESTART-NO       TO TRUE.
117600     SET LG-RUN-HELD         TO TRUE.
117700     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
117800     MOVE LG-RECORD          TO RUN-LOG-RECORD.
117900     WRITE RUN-LOG-RECORD.
118000     CLOSE RUN-LOG-FILE.
118100 9100-EXIT.
118200     EXIT.
