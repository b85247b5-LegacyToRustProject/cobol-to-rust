000100*****************************************************************
000200* PROGRAM   -  CBL0024
000300* AUTHOR    -  DATA PROCESSING DEPT
000400* DATE      -  10/15/2026
000500*
000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000820*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000830*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000840*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000850*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000860*                  RETURN CODE 16.
000900* 10/15/2026 DPD   NEW PROGRAM.  ACADEMIC-STANDING LETTERS,
001000*                  REPLACING THE CLERK'S SPREADSHEET MAIL MERGE.
001100*                  READS THE TERM'S STANDING FILE (CBL0005)
001200*                  AGAINST THE SUSPENSION LIST (CBL0012) AND
001300*                  PRINTS ONE LETTER PER STUDENT ON THE DEAN'S
001400*                  LIST, ON ACADEMIC WARNING, ON PROBATION OR
001500*                  SUSPENDED, WITH THE STUDENT'S NAME, TERM, TERM
001600*                  GPA AND CUMULATIVE GPA.  THE WORDING COMES FROM
001700*                  THE REGISTRAR'S LETTER-TEXT FILE (LTRTEXT), THE
001800*                  NAME FROM THE STUDENT MASTER AND THE MAILING
001900*                  ADDRESS FROM THE ADDRESS MASTER (STUADDR,
002000*                  MAINTAINED BY CBL0007).  A LETTER THAT CANNOT
002100*                  BE COMPLETED IS HELD TO AN EXCEPTION REPORT
002200*                  INSTEAD OF PRINTED.  A TRAILER COUNTS THE
002300*                  LETTERS BY TYPE TO BALANCE TO STCMPRPT.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CBL0024.
002700 AUTHOR. DATA PROCESSING DEPT.
002800 INSTALLATION. DATA PROCESSING.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONTROL-FILE ASSIGN TO "CB24CTL"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT TEXT-FILE ASSIGN TO "LTRTEXT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LTRTEXT-STATUS.
004100
004200     SELECT STANDING-FILE ASSIGN TO "STANDING"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT SUSPEND-FILE ASSIGN TO "SUSPLIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SUSPLIST-STATUS.
004800
004900     SELECT ADDRESS-FILE ASSIGN TO "STUADDR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-STUADDR-STATUS.
005200
005300     SELECT STUDENT-FILE ASSIGN TO "STUMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS STU-ID
005700         FILE STATUS IS WS-STUDENT-STATUS.
005800
005900     SELECT LETTER-FILE ASSIGN TO "LETTERS"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT EXCEPTION-FILE ASSIGN TO "LTREXCP"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
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
007100 FD  CONTROL-FILE
007200     RECORDING MODE IS F.
007300 01  CONTROL-RECORD              PIC X(40).
007400
007500 FD  TEXT-FILE
007600     RECORDING MODE IS F.
007700 01  TEXT-RECORD                 PIC X(80).
007800
007900 FD  STANDING-FILE
008000     RECORDING MODE IS F.
008100 01  STANDING-RECORD             PIC X(30).
008200
008300 FD  SUSPEND-FILE
008400     RECORDING MODE IS F.
008500 01  SUSPEND-RECORD              PIC X(30).
008600
008700 FD  ADDRESS-FILE
008800     RECORDING MODE IS F.
008900 01  ADDRESS-RECORD              PIC X(120).
009000
009100 FD  STUDENT-FILE.
009200 COPY STUDREC.
009300
009400 FD  LETTER-FILE
009500     RECORDING MODE IS F.
009600 01  LETTER-RECORD               PIC X(80).
009700
009800 FD  EXCEPTION-FILE
009900     RECORDING MODE IS F.
010000 01  EXCEPTION-RECORD            PIC X(80).
010100
010200 FD  RUN-LOG-FILE
010300     RECORDING MODE IS F.
010400 01  RUN-LOG-RECORD              PIC X(60).
010410
010420 FD  EXPECTED-JOB-FILE
010430     RECORDING MODE IS F.
010440 01  EXPECTED-JOB-RECORD         PIC X(100).
010500
010600 WORKING-STORAGE SECTION.
010700*
010800* THE SUSPENSION LIST IS ABSENT UNTIL CBL0012 HAS RUN AND THE
010900* ADDRESS MASTER UNTIL CBL0007 HAS BUILT ONE; EITHER IS TAKEN AS
011000* EMPTY.  A MISSING LETTER-TEXT FILE OR STUDENT MASTER HOLDS
011100* EVERY LETTER RATHER THAN PRINT ONE WITHOUT WORDING OR NAME.
011200*
011300 01  WS-LTRTEXT-STATUS           PIC X(02) VALUE ZERO.
011400 01  WS-SUSPLIST-STATUS          PIC X(02) VALUE ZERO.
011500 01  WS-STUADDR-STATUS           PIC X(02) VALUE ZERO.
011600 01  WS-STUDENT-STATUS           PIC X(02) VALUE ZERO.
011700 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
011800 01  WS-STUMAST-OPEN-SW          PIC X(01) VALUE 'N'.
011900     88  WS-STUMAST-OPEN             VALUE 'Y'.
012000
012100 01  WS-LT-EOF-SW                PIC X(01) VALUE 'N'.
012200     88  WS-LT-EOF                   VALUE 'Y'.
012300 01  WS-AS-EOF-SW                PIC X(01) VALUE 'N'.
012400     88  WS-AS-EOF                   VALUE 'Y'.
012500 01  WS-SU-EOF-SW                PIC X(01) VALUE 'N'.
012600     88  WS-SU-EOF                   VALUE 'Y'.
012700 01  WS-AD-EOF-SW                PIC X(01) VALUE 'N'.
012800     88  WS-AD-EOF                   VALUE 'Y'.
012900 01  WS-NAME-FOUND-SW            PIC X(01) VALUE 'N'.
013000     88  WS-NAME-FOUND               VALUE 'Y'.
013100
013200 01  WS-RUN-DATE                 PIC 9(08).
013300 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
013400     05  WS-RUN-YYYY             PIC 9(04).
013500     05  WS-RUN-MM               PIC 9(02).
013600     05  WS-RUN-DD               PIC 9(02).
013700 01  WS-RUN-TIME-FULL.
013800     05  WS-RUN-TIME             PIC 9(06).
013900     05  FILLER                  PIC 9(02).
014000
014100 01  WS-STU-NAME                 PIC X(20) VALUE SPACES.
014200 01  WS-HOLD-REASON              PIC X(30) VALUE SPACES.
014300 01  WS-WORK-LINE                PIC X(70) VALUE SPACES.
014400
014500*
014600* THE LETTER FOR THE STUDENT IN HAND.  WS-LETTER-TYPE IS D, W, P
014700* OR S, OR SPACE FOR NONE; WS-TY-IDX POINTS AT ITS ENTRY IN THE
014800* TYPE TABLE AND THE TEXT TABLE.
014900*
015000 01  WS-LETTER-TYPE              PIC X(01) VALUE SPACE.
015100
015200 01  WS-TYPE-CODES               PIC X(04) VALUE "DWPS".
015300 01  WS-TYPE-TABLE REDEFINES WS-TYPE-CODES.
015400     05  WS-TYPE-CODE            PIC X(01) OCCURS 4 TIMES
015500                                 INDEXED BY WS-TY-IDX.
015600
015700 01  WS-TYPE-NAMES.
015800     05  FILLER                  PIC X(20)
015900                                 VALUE "DEAN'S LIST         ".
016000     05  FILLER                  PIC X(20)
016100                                 VALUE "ACADEMIC WARNING    ".
016200     05  FILLER                  PIC X(20)
016300                                 VALUE "ACADEMIC PROBATION  ".
016400     05  FILLER                  PIC X(20)
016500                                 VALUE "ACADEMIC SUSPENSION ".
016600 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
016700     05  WS-TYPE-NAME            PIC X(20) OCCURS 4 TIMES.
016800
016900*
017000* LETTER WORDING BY TYPE (D, W, P, S) AND SECTION (1 BODY, 2
017100* CLOSING), LINE NUMBER AS SUBSCRIPT.  WS-TX-LAST IS THE HIGHEST
017200* LINE NUMBER LOADED FOR THE SECTION; ZERO MEANS NO TEXT.
017300*
017400 01  WS-TEXT-TABLE.
017500     05  WS-TEXT-TYPE OCCURS 4 TIMES.
017600         10  WS-TEXT-SECTION OCCURS 2 TIMES INDEXED BY WS-TS-IDX.
017700             15  WS-TX-LAST       PIC 9(02) COMP.
017800             15  WS-TX-LINE       PIC X(70) OCCURS 20 TIMES
017900                                  INDEXED BY WS-TX-IDX.
018000 77  WS-TY-SUB                   PIC 9(01) VALUE ZERO COMP.
018100 77  WS-TS-SUB                   PIC 9(01) VALUE ZERO COMP.
018200
018300 77  WS-STANDING-COUNT           PIC 9(06) VALUE ZERO COMP.
018400 77  WS-DEANS-COUNT              PIC 9(06) VALUE ZERO COMP.
018500 77  WS-WARNING-COUNT            PIC 9(06) VALUE ZERO COMP.
018600 77  WS-PROBATION-COUNT          PIC 9(06) VALUE ZERO COMP.
018700 77  WS-SUSPENSION-COUNT         PIC 9(06) VALUE ZERO COMP.
018800 77  WS-NO-LETTER-COUNT          PIC 9(06) VALUE ZERO COMP.
018900 77  WS-HELD-COUNT               PIC 9(06) VALUE ZERO COMP.
019000 77  WS-LETTER-COUNT             PIC 9(06) VALUE ZERO COMP.
019100
019200 COPY CB24CTL.
019300 COPY LTRTEXT.
019400 COPY STANDREC.
019500 COPY STCHGREC.
019600 COPY STUADDR.
019700 COPY STLETTER.
019800 COPY RUNLOG.
019810 COPY EXPJREC.
019820 COPY PREDCHK.
019900
020000 PROCEDURE DIVISION.
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 2000-PROCESS-ONE-STUDENT THRU 2000-EXIT
020400         UNTIL WS-AS-EOF.
020500     PERFORM 3000-FINALIZE THRU 3000-EXIT.
020600     STOP RUN.
020700
020800*----------------------------------------------------------------*
020900* 1000-INITIALIZE - READ THE CONTROL CARD, LOAD THE LETTER TEXT,
021000*                    OPEN THE FILES AND PRIME THE READ-AHEADS.
021100*----------------------------------------------------------------*
021200 1000-INITIALIZE.
021300     OPEN INPUT CONTROL-FILE.
021400     READ CONTROL-FILE INTO CC-RECORD
021500         AT END
021600             MOVE SPACES TO CC-RECORD
021700     END-READ.
021800     CLOSE CONTROL-FILE.
021900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022000     ACCEPT WS-RUN-TIME-FULL FROM TIME.
022010     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
022100     MOVE WS-RUN-MM   TO LL-DATE-MM.
022200     MOVE WS-RUN-DD   TO LL-DATE-DD.
022300     MOVE WS-RUN-YYYY TO LL-DATE-YYYY.
022400     PERFORM 1100-LOAD-LETTER-TEXT THRU 1100-EXIT.
022500     OPEN INPUT STANDING-FILE.
022600     OPEN INPUT SUSPEND-FILE.
022700     IF WS-SUSPLIST-STATUS = "35"
022800         SET WS-SU-EOF TO TRUE
022900     END-IF.
023000     OPEN INPUT ADDRESS-FILE.
023100     IF WS-STUADDR-STATUS = "35"
023200         SET WS-AD-EOF TO TRUE
023300     END-IF.
023400     OPEN INPUT STUDENT-FILE.
023500     IF WS-STUDENT-STATUS = "00"
023600         SET WS-STUMAST-OPEN TO TRUE
023700     END-IF.
023800     OPEN OUTPUT LETTER-FILE
023900          OUTPUT EXCEPTION-FILE.
024000     PERFORM 8000-READ-STANDING THRU 8000-EXIT.
024100     IF NOT WS-SU-EOF
024200         PERFORM 8100-READ-SUSPENSION THRU 8100-EXIT
024300     END-IF.
024400     IF NOT WS-AD-EOF
024500         PERFORM 8200-READ-ADDRESS THRU 8200-EXIT
024600     END-IF.
024700 1000-EXIT.
024800     EXIT.
024900
025000*----------------------------------------------------------------*
025100* 1100-LOAD-LETTER-TEXT - LOAD THE REGISTRAR'S WORDING INTO THE
025200*                          TEXT TABLE.  A RECORD WITH AN UNKNOWN
025300*                          LETTER TYPE, SECTION OR LINE NUMBER IS
025400*                          REPORTED AND SKIPPED.
025500*----------------------------------------------------------------*
025600 1100-LOAD-LETTER-TEXT.
025700     INITIALIZE WS-TEXT-TABLE.
025800     OPEN INPUT TEXT-FILE.
025900     IF WS-LTRTEXT-STATUS = "35"
026000         DISPLAY "CBL0024 - LETTER-TEXT FILE NOT FOUND, "
026100             "EVERY LETTER WILL BE HELD"
026200         GO TO 1100-EXIT
026300     END-IF.
026400     PERFORM 1110-LOAD-TEXT-LINE THRU 1110-EXIT
026500         UNTIL WS-LT-EOF.
026600     CLOSE TEXT-FILE.
026700 1100-EXIT.
026800     EXIT.
026900
027000 1110-LOAD-TEXT-LINE.
027100     READ TEXT-FILE INTO LT-RECORD
027200         AT END
027300             SET WS-LT-EOF TO TRUE
027400     END-READ.
027500     IF WS-LT-EOF
027600         GO TO 1110-EXIT
027700     END-IF.
027800     SET WS-TY-IDX TO 1.
027900     SEARCH WS-TYPE-CODE
028000         AT END
028100             DISPLAY "CBL0024 - LETTER TYPE NOT D, W, P OR S, "
028200                 "TEXT LINE SKIPPED: " LT-LETTER-TYPE LT-SECTION
028300                 LT-LINE-NO
028400             GO TO 1110-EXIT
028500         WHEN WS-TYPE-CODE(WS-TY-IDX) = LT-LETTER-TYPE
028600             SET WS-TY-SUB TO WS-TY-IDX
028700     END-SEARCH.
028800     EVALUATE TRUE
028900         WHEN LT-BODY
029000             MOVE 1 TO WS-TS-SUB
029100         WHEN LT-CLOSING
029200             MOVE 2 TO WS-TS-SUB
029300         WHEN OTHER
029400             DISPLAY "CBL0024 - SECTION NOT B OR C, "
029500                 "TEXT LINE SKIPPED: " LT-LETTER-TYPE LT-SECTION
029600                 LT-LINE-NO
029700             GO TO 1110-EXIT
029800     END-EVALUATE.
029900     IF LT-LINE-NO NOT NUMERIC
030000        OR LT-LINE-NO < 1 OR LT-LINE-NO > 20
030100         DISPLAY "CBL0024 - LINE NUMBER NOT 01-20, "
030200             "TEXT LINE SKIPPED: " LT-LETTER-TYPE LT-SECTION
030300             LT-LINE-NO
030400         GO TO 1110-EXIT
030500     END-IF.
030600     MOVE LT-TEXT TO WS-TX-LINE(WS-TY-SUB, WS-TS-SUB, LT-LINE-NO).
030700     IF LT-LINE-NO > WS-TX-LAST(WS-TY-SUB, WS-TS-SUB)
030800         MOVE LT-LINE-NO TO WS-TX-LAST(WS-TY-SUB, WS-TS-SUB)
030900     END-IF.
031000 1110-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------*
031400* 2000-PROCESS-ONE-STUDENT - ONE STANDING RECORD.  A STUDENT ON
031500*                             THE SUSPENSION LIST GETS THE
031600*                             SUSPENSION LETTER IN PLACE OF THE
031700*                             PROBATION LETTER; GOOD STANDING
031800*                             GETS NO LETTER.  BOTH OTHER FILES
031900*                             ARE IN STUDENT-ID ORDER LIKE THE
032000*                             STANDING FILE, SO EACH IS MATCHED
032100*                             BY READING FORWARD.
032200*----------------------------------------------------------------*
032300 2000-PROCESS-ONE-STUDENT.
032400     ADD 1 TO WS-STANDING-COUNT.
032500     PERFORM 8100-READ-SUSPENSION THRU 8100-EXIT
032600         UNTIL WS-SU-EOF OR SU-STU-ID NOT < AS-STU-ID.
032700     PERFORM 8200-READ-ADDRESS THRU 8200-EXIT
032800         UNTIL WS-AD-EOF OR AD-STU-ID NOT < AS-STU-ID.
032900     MOVE AS-STANDING-CODE TO WS-LETTER-TYPE.
033000     IF NOT WS-SU-EOF AND SU-STU-ID = AS-STU-ID
033100         MOVE 'S' TO WS-LETTER-TYPE
033200     END-IF.
033300     SET WS-TY-IDX TO 1.
033400     SEARCH WS-TYPE-CODE
033500         AT END
033600             ADD 1 TO WS-NO-LETTER-COUNT
033700             GO TO 2000-READ
033800         WHEN WS-TYPE-CODE(WS-TY-IDX) = WS-LETTER-TYPE
033900             SET WS-TY-SUB TO WS-TY-IDX
034000     END-SEARCH.
034100     PERFORM 2100-LOOKUP-NAME THRU 2100-EXIT.
034200     MOVE SPACES TO WS-HOLD-REASON.
034300     EVALUATE TRUE
034400         WHEN WS-TX-LAST(WS-TY-SUB, 1) = ZERO
034500             MOVE "NO LETTER TEXT FOR THIS TYPE" TO WS-HOLD-REASON
034600         WHEN NOT WS-NAME-FOUND
034700             MOVE "NAME NOT ON STUDENT MASTER" TO WS-HOLD-REASON
034800         WHEN WS-AD-EOF OR AD-STU-ID NOT = AS-STU-ID
034900             MOVE "NO MAILING ADDRESS ON FILE" TO WS-HOLD-REASON
035000     END-EVALUATE.
035100     IF WS-HOLD-REASON NOT = SPACES
035200         PERFORM 2900-WRITE-HELD THRU 2900-EXIT
035300         GO TO 2000-READ
035400     END-IF.
035500     PERFORM 2200-PRINT-LETTER THRU 2200-EXIT.
035600     EVALUATE WS-LETTER-TYPE
035700         WHEN 'D'
035800             ADD 1 TO WS-DEANS-COUNT
035900         WHEN 'W'
036000             ADD 1 TO WS-WARNING-COUNT
036100         WHEN 'P'
036200             ADD 1 TO WS-PROBATION-COUNT
036300         WHEN 'S'
036400             ADD 1 TO WS-SUSPENSION-COUNT
036500     END-EVALUATE.
036600 2000-READ.
036700     PERFORM 8000-READ-STANDING THRU 8000-EXIT.
036800 2000-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------------*
037200* 2100-LOOKUP-NAME - KEYED READ ON THE INDEXED STUDENT MASTER.
037300*----------------------------------------------------------------*
037400 2100-LOOKUP-NAME.
037500     MOVE 'N' TO WS-NAME-FOUND-SW.
037600     MOVE SPACES TO WS-STU-NAME.
037700     IF WS-STUMAST-OPEN
037800         MOVE AS-STU-ID TO STU-ID
037900         READ STUDENT-FILE
038000             INVALID KEY
038100                 CONTINUE
038200             NOT INVALID KEY
038300                 MOVE STU-NAME TO WS-STU-NAME
038400                 SET WS-NAME-FOUND TO TRUE
038500         END-READ
038600     END-IF.
038700 2100-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------*
039100* 2200-PRINT-LETTER - ONE LETTER: DATE, NAME AND ADDRESS BLOCK,
039200*                      SUBJECT LINE, SALUTATION, THE BODY TEXT,
039300*                      THE TERM AND CUMULATIVE GPA, THE CLOSING
039400*                      TEXT, AND A CUT LINE BEFORE THE NEXT.
039500*----------------------------------------------------------------*
039600 2200-PRINT-LETTER.
039700     MOVE WS-LETTER-SPACER TO LETTER-RECORD.
039800     WRITE LETTER-RECORD.
039900     MOVE WS-LETTER-DATE-LINE TO LETTER-RECORD.
040000     WRITE LETTER-RECORD.
040100     MOVE WS-STU-NAME TO WS-WORK-LINE.
040200     PERFORM 2800-WRITE-TEXT-LINE THRU 2800-EXIT.
040300     MOVE AD-STREET-1 TO WS-WORK-LINE.
040400     PERFORM 2800-WRITE-TEXT-LINE THRU 2800-EXIT.
040500     IF AD-STREET-2 NOT = SPACES
040600         MOVE AD-STREET-2 TO WS-WORK-LINE
040700         PERFORM 2800-WRITE-TEXT-LINE THRU 2800-EXIT
040800     END-IF.
040900     MOVE SPACES TO WS-WORK-LINE.
041000     STRING AD-CITY        DELIMITED BY "  "
041100            ", "           DELIMITED BY SIZE
041200            AD-STATE       DELIMITED BY SIZE
041300            "  "           DELIMITED BY SIZE
041400            AD-POSTAL-CODE DELIMITED BY SIZE
041500         INTO WS-WORK-LINE
041600     END-STRING.
041700     PERFORM 2800-WRITE-TEXT-LINE THRU 2800-EXIT.
041800     MOVE WS-LETTER-SPACER TO LETTER-RECORD.
041900     WRITE LETTER-RECORD.
042000     MOVE WS-TYPE-NAME(WS-TY-SUB) TO LL-LETTER-NAME.
042100     MOVE AS-TERM-CODE TO LL-TERM-CODE.
042200     MOVE AS-STU-ID    TO LL-STU-ID.
042300     MOVE WS-LETTER-RE-LINE TO LETTER-RECORD.
042400     WRITE LETTER-RECORD.
042500     MOVE WS-LETTER-SPACER TO LETTER-RECORD.
042600     WRITE LETTER-RECORD.
042700     MOVE SPACES TO WS-WORK-LINE.
042800     STRING "DEAR "        DELIMITED BY SIZE
042900            WS-STU-NAME    DELIMITED BY "  "
043000            ":"            DELIMITED BY SIZE
043100         INTO WS-WORK-LINE
043200     END-STRING.
043300     PERFORM 2800-WRITE-TEXT-LINE THRU 2800-EXIT.
043400     MOVE WS-LETTER-SPACER TO LETTER-RECORD.
043500     WRITE LETTER-RECORD.
043600     MOVE 1 TO WS-TS-SUB.
043700     PERFORM 2210-WRITE-SECTION-LINE THRU 2210-EXIT
043800         VARYING WS-TX-IDX FROM 1 BY 1
043900         UNTIL WS-TX-IDX > WS-TX-LAST(WS-TY-SUB, 1).
044000     MOVE WS-LETTER-SPACER TO LETTER-RECORD.
044100     WRITE LETTER-RECORD.
044200     MOVE "TERM GPA:         " TO LL-GPA-LABEL.
044300     MOVE AS-TERM-GPA TO LL-GPA.
044400     MOVE WS-LETTER-GPA-LINE TO LETTER-RECORD.
044500     WRITE LETTER-RECORD.
044600     MOVE "CUMULATIVE GPA:   " TO LL-GPA-LABEL.
044700     MOVE AS-CUM-GPA TO LL-GPA.
044800     MOVE WS-LETTER-GPA-LINE TO LETTER-RECORD.
044900     WRITE LETTER-RECORD.
045000     MOVE WS-LETTER-SPACER TO LETTER-RECORD.
045100     WRITE LETTER-RECORD.
045200     MOVE 2 TO WS-TS-SUB.
045300     PERFORM 2210-WRITE-SECTION-LINE THRU 2210-EXIT
045400         VARYING WS-TX-IDX FROM 1 BY 1
045500         UNTIL WS-TX-IDX > WS-TX-LAST(WS-TY-SUB, 2).
045600     MOVE WS-LETTER-SPACER TO LETTER-RECORD.
045700     WRITE LETTER-RECORD.
045800     MOVE WS-LETTER-CUT-LINE TO LETTER-RECORD.
045900     WRITE LETTER-RECORD.
046000     ADD 1 TO WS-LETTER-COUNT.
046100 2200-EXIT.
046200     EXIT.
046300
046400 2210-WRITE-SECTION-LINE.
046500     MOVE WS-TX-LINE(WS-TY-SUB, WS-TS-SUB, WS-TX-IDX)
046600         TO WS-WORK-LINE.
046700     PERFORM 2800-WRITE-TEXT-LINE THRU 2800-EXIT.
046800 2210-EXIT.
046900     EXIT.
047000
047100 2800-WRITE-TEXT-LINE.
047200     MOVE WS-WORK-LINE TO LL-TEXT.
047300     MOVE WS-LETTER-TEXT-LINE TO LETTER-RECORD.
047400     WRITE LETTER-RECORD.
047500 2800-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------*
047900* 2900-WRITE-HELD - ONE LINE ON THE EXCEPTION REPORT FOR A LETTER
048000*                    THAT COULD NOT BE COMPLETED.
048100*----------------------------------------------------------------*
048200 2900-WRITE-HELD.
048300     MOVE AS-STU-ID               TO LX-STU-ID.
048400     MOVE WS-TYPE-NAME(WS-TY-SUB) TO LX-LETTER-NAME.
048500     MOVE WS-HOLD-REASON          TO LX-REASON.
048600     MOVE WS-LETTER-HELD-LINE TO EXCEPTION-RECORD.
048700     WRITE EXCEPTION-RECORD.
048800     ADD 1 TO WS-HELD-COUNT.
048900 2900-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------*
049300* 3000-FINALIZE - THE SAME TRAILERS ON BOTH OUTPUTS, RUN LOG AND
049400*                  CLOSE UP.  ANY LETTER HELD SETS RETURN CODE 8
049500*                  SO THE MAILING IS NOT RELEASED SHORT.
049600*----------------------------------------------------------------*
049700 3000-FINALIZE.
049800     MOVE WS-DEANS-COUNT      TO LQ-DEANS.
049900     MOVE WS-WARNING-COUNT    TO LQ-WARNING.
050000     MOVE WS-PROBATION-COUNT  TO LQ-PROBATION.
050100     MOVE WS-SUSPENSION-COUNT TO LQ-SUSPENSION.
050200     MOVE WS-HELD-COUNT       TO LQ-HELD.
050300     MOVE WS-NO-LETTER-COUNT  TO LQ-NO-LETTER.
050400     MOVE WS-STANDING-COUNT   TO LQ-STANDING.
050500     MOVE WS-LETTER-TRAILER-1 TO LETTER-RECORD.
050600     WRITE LETTER-RECORD.
050700     MOVE WS-LETTER-TRAILER-2 TO LETTER-RECORD.
050800     WRITE LETTER-RECORD.
050900     MOVE WS-LETTER-TRAILER-1 TO EXCEPTION-RECORD.
051000     WRITE EXCEPTION-RECORD.
051100     MOVE WS-LETTER-TRAILER-2 TO EXCEPTION-RECORD.
051200     WRITE EXCEPTION-RECORD.
051300     IF WS-HELD-COUNT > ZERO
051400         MOVE 8 TO RETURN-CODE
051500     END-IF.
051600     PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
051700     CLOSE STANDING-FILE
051800           LETTER-FILE
051900           EXCEPTION-FILE.
052000     IF WS-SUSPLIST-STATUS NOT = "35"
052100         CLOSE SUSPEND-FILE
052200     END-IF.
052300     IF WS-STUADDR-STATUS NOT = "35"
052400         CLOSE ADDRESS-FILE
052500     END-IF.
052600     IF WS-STUMAST-OPEN
052700         CLOSE STUDENT-FILE
052800     END-IF.
052900 3000-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------*
053300* 3100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
053400*                       THE MORNING SUMMARY.  READ IS STANDING
053500*                       RECORDS, WRITTEN IS LETTERS PRINTED, AND
053600*                       THE HELD LETTERS RIDE IN THE EXCEPTION
053700*                       COLUMN.
053800*----------------------------------------------------------------*
053900 3100-WRITE-RUN-LOG.
054000     OPEN EXTEND RUN-LOG-FILE.
054100     IF WS-RUNLOG-STATUS = "35"
054200         OPEN OUTPUT RUN-LOG-FILE
054300     END-IF.
054400     MOVE CC-JOB-ID         TO LG-JOB-ID.
054500     MOVE "CBL0024 "        TO LG-PROGRAM-ID.
054600     MOVE WS-RUN-DATE       TO LG-RUN-DATE.
054700     MOVE WS-RUN-TIME       TO LG-RUN-TIME.
054800     MOVE WS-STANDING-COUNT TO LG-READ-COUNT.
054900     MOVE WS-LETTER-COUNT   TO LG-WRITE-COUNT.
055000     MOVE WS-HELD-COUNT     TO LG-EXC-COUNT.
055100     SET LG-RESTART-NO      TO TRUE.
055200     MOVE LG-RECORD         TO RUN-LOG-RECORD.
055300     WRITE RUN-LOG-RECORD.
055400     CLOSE RUN-LOG-FILE.
055500 3100-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------------*
055900* 8000-READ-STANDING - READ-AHEAD ON THE TERM'S STANDING FILE.
056000*----------------------------------------------------------------*
056100 8000-READ-STANDING.
056200     READ STANDING-FILE INTO AS-RECORD
056300         AT END
056400             SET WS-AS-EOF TO TRUE
056500     END-READ.
056600 8000-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------*
057000* 8100-READ-SUSPENSION - READ-AHEAD ON THE SUSPENSION LIST.
057100*----------------------------------------------------------------*
057200 8100-READ-SUSPENSION.
057300     READ SUSPEND-FILE INTO SU-RECORD
057400         AT END
057500             SET WS-SU-EOF TO TRUE
057600     END-READ.
057700 8100-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------------*
058100* 8200-READ-ADDRESS - READ-AHEAD ON THE ADDRESS MASTER.
058200*----------------------------------------------------------------*
058300 8200-READ-ADDRESS.
058400     READ ADDRESS-FILE INTO AD-RECORD
058500         AT END
058600             SET WS-AD-EOF TO TRUE
058700     END-READ.
058800 8200-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------------*
059200* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
059300*                            FILE AND CHECK THE RUN LOG FOR A
059400*                            CLEAN RECORD DATED TONIGHT FROM EACH
059500*                            PREDECESSOR IT NAMES.  ANY FAILURE
059600*                            HOLDS THE STEP BEFORE AN INPUT IS
059700*                            OPENED: A HELD RUN-LOG RECORD FOR
059800*                            CBL0010 AND RETURN CODE 16.
059810*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
059820*                            A STEP STARTED AFTER MIDNIGHT BUT
059830*                            BEFORE THE PC-NIGHT-CUTOFF TIME
059840*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
059900*----------------------------------------------------------------*
060000 9000-CHECK-PREDECESSORS.
060100     OPEN INPUT EXPECTED-JOB-FILE.
060200     IF PC-EXPJOBS-STATUS = "35"
060300         GO TO 9000-EXIT
060400     END-IF.
060500     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
060600         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
060700     CLOSE EXPECTED-JOB-FILE.
060800     IF NOT PC-SCHEDULED
060900         GO TO 9000-EXIT
061000     END-IF.
061010     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
061020     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
061030         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
061040             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
061050     END-IF.
061100     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
061200         VARYING PC-SUB FROM 1 BY 1
061300         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
061400     IF PC-HOLD-RUN
061500         DISPLAY "CBL0024 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
061600             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
061700         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
061800         MOVE 16 TO RETURN-CODE
061900         STOP RUN
062000     END-IF.
062100 9000-EXIT.
062200     EXIT.
062300
062400 9010-FIND-SCHEDULE.
062500     READ EXPECTED-JOB-FILE INTO EJ-RECORD
062600         AT END
062700             SET PC-EJ-EOF TO TRUE
062800     END-READ.
062900     IF NOT PC-EJ-EOF
063000             AND EJ-PROGRAM-ID = "CBL0024 "
063100             AND EJ-JOB-ID = CC-JOB-ID
063200         SET PC-SCHEDULED TO TRUE
063300     END-IF.
063400 9010-EXIT.
063500     EXIT.
063600
063700*----------------------------------------------------------------*
063800* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
063900*                               PREDECESSOR (A RERUN SUPERSEDES
064000*                               THE EARLIER ATTEMPT) MUST BE
064100*                               DATED TONIGHT, NOT HELD, AND
064200*                               FREE OF EXCEPTIONS.
064300*----------------------------------------------------------------*
064400 9020-CHECK-ONE-PREDECESSOR.
064500     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
064600         GO TO 9020-EXIT
064700     END-IF.
064800     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
064900     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
065000     IF PC-PRED-JOB-ID = SPACES
065100         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
065200     END-IF.
065300     MOVE 'N' TO PC-FOUND-SW.
065400     MOVE 'N' TO PC-LG-EOF-SW.
065500     OPEN INPUT RUN-LOG-FILE.
065600     IF WS-RUNLOG-STATUS NOT = "35"
065700         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
065800             UNTIL PC-LG-EOF
065900         CLOSE RUN-LOG-FILE
066000     END-IF.
066100     EVALUATE TRUE
066200         WHEN NOT PC-FOUND
066300             MOVE "MISSING   " TO PC-HOLD-REASON
066400         WHEN PC-LOG-DATE < PC-NIGHT-DATE
066500             MOVE "STALE     " TO PC-HOLD-REASON
066600         WHEN PC-LOG-HELD
066700             MOVE "HELD      " TO PC-HOLD-REASON
066800         WHEN PC-LOG-EXC > ZERO
066900             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
067000         WHEN OTHER
067100             GO TO 9020-EXIT
067200     END-EVALUATE.
067300     SET PC-HOLD-RUN TO TRUE.
067400 9020-EXIT.
067500     EXIT.
067600
067700 9030-READ-RUN-LOG.
067800     READ RUN-LOG-FILE INTO PC-LOG-IN
067900         AT END
068000             SET PC-LG-EOF TO TRUE
068100     END-READ.
068200     IF NOT PC-LG-EOF
068300             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
068400             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
068500         SET PC-FOUND TO TRUE
068600         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
068610         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
068620             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
068630                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
068640         END-IF
068700         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
068800         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
068900     END-IF.
069000 9030-EXIT.
069100     EXIT.
069200
069300*----------------------------------------------------------------*
069400* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
069500*                        FLAG, AND THE PREDECESSOR WAITED ON.
069600*----------------------------------------------------------------*
069700 9100-WRITE-HELD-LOG.
069800     OPEN EXTEND RUN-LOG-FILE.
069900     IF WS-RUNLOG-STATUS = "35"
070000         OPEN OUTPUT RUN-LOG-FILE
070100     END-IF.
070200     MOVE CC-JOB-ID          TO LG-JOB-ID.
070300     MOVE "CBL0024 "         TO LG-PROGRAM-ID.
070400     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
070500     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
070600     MOVE ZERO               TO LG-READ-COUNT
070700                                LG-WRITE-COUNT
070800                                LG-EXC-COUNT.
070900     SET LG-RESTART-NO       TO TRUE.
071000     SET LG-RUN-HELD         TO TRUE.
071100     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
071200     MOVE LG-RECORD          TO RUN-LOG-RECORD.
071300     WRITE RUN-LOG-RECORD.
071400     CLOSE RUN-LOG-FILE.
071500 9100-EXIT.
071600     EXIT.
