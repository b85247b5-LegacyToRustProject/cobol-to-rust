000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000803* 10/15/2026 DPD   BATCH HEADER/TRAILER BALANCING.  TRANSFIL IS
000806*                  EDITED END TO END BEFORE ANYTHING IS POSTED;
000809*                  A BATCH WHOSE HEADER AND TRAILER DO NOT AGREE
000812*                  WITH ITS DETAILS ON RECORD COUNT AND HASH
000815*                  TOTAL, OR WHOSE NUMBER IS ALREADY ON THE
000818*                  PROCESSED-BATCH LOG, IS HELD WHOLE TO TRANHELD.
000821*                  PER-BATCH AND PER-UNIT CONTROL LINES ON THE
000824*                  REPORT; THE CHECKPOINT NAMES THE BATCH IN
000827*                  PROGRESS.  RETURN CODE 8 WHEN A BATCH IS HELD.
000830* 10/15/2026 DPD   PREDECESSOR CHECK AHEAD OF THE INPUTS: THE
000833*                  STEP LOOKS ITSELF UP ON THE EXPECTED-JOB FILE
000836*                  AND WILL NOT RUN UNLESS EACH PREDECESSOR NAMED
000839*                  THERE LOGGED A CLEAN RUN TONIGHT.  OTHERWISE
000842*                  IT WRITES A HELD RUN-LOG RECORD AND ENDS WITH
000845*                  RETURN CODE 16.
000848* 08/22/2026 DPD   STAMP THE RUN DATE ON EVERY CHECKPOINT RECORD
000851*                  SO THE MORNING SUMMARY CAN TELL THIS NIGHT'S
000854*                  CHECKPOINT FROM ONE LEFT BY AN EARLIER RUN.
000857* 08/22/2026 DPD   OPERATION-CODE TRANSACTIONS.  EACH RECORD NOW
000860*                  REQUESTS ONE OPERATION (ADD, SUB, MUL OR DIV)
000863*                  INSTEAD OF EVERY RECORD GETTING ALL THREE.
000866*                  DIV SHOWS QUOTIENT AND REMAINDER ON THE
000869*                  DETAIL LINE AND A ZERO DIVISOR IS ROUTED TO
000872*                  THE EXCEPTION REPORT, NOT ABENDED.  THE
000875*                  CONTROL TOTALS ARE BROKEN OUT PER OPERATION
000878*                  SO EACH REQUESTING UNIT BALANCES ITS OWN
000881*                  WORK; THE CHECKPOINT CARRIES THE SAME BREAKS.
000884* 08/22/2026 DPD   APPEND THE STANDARD RUN-LOG RECORD AT END OF
000887*                  JOB SO THE MORNING SUMMARY (CBL0010) HAS ONE
000890*                  PLACE TO LOOK FOR LAST NIGHT'S COUNTS.
000900* 08/08/2026 DPD   REWRITTEN AS A FILE-DRIVEN BATCH JOB.  READS
001000*                  TRANS-FILE INSTEAD OF COMPUTING ON TWO
001100*                  HARDCODED LITERALS AND PRODUCES ONE REPORT
003720     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
003730         ORGANIZATION IS LINE SEQUENTIAL
003740         FILE STATUS IS WS-RUNLOG-STATUS.
003750
003760     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
003770         ORGANIZATION IS LINE SEQUENTIAL
003780         FILE STATUS IS PC-EXPJOBS-STATUS.
003782
003784     SELECT HELD-FILE ASSIGN TO "TRANHELD"
003786         ORGANIZATION IS LINE SEQUENTIAL.
003788
003790     SELECT BATCH-LOG-FILE ASSIGN TO "TRBATLOG"
003792         ORGANIZATION IS LINE SEQUENTIAL
003794         FILE STATUS IS WS-BATLOG-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TRANS-FILE
004200     RECORDING MODE IS F.
004300 01  TRANS-RECORD                PIC X(40).
004400
004500 FD  OUT-FILE
004600     RECORDING MODE IS F.
005600
005700 FD  CHECKPOINT-FILE
005800     RECORDING MODE IS F.
005900 01  CHECKPOINT-RECORD           PIC X(110).
005910
005920 FD  RUN-LOG-FILE
005930     RECORDING MODE IS F.
005940 01  RUN-LOG-RECORD              PIC X(60).
005950
005960 FD  EXPECTED-JOB-FILE
005970     RECORDING MODE IS F.
005980 01  EXPECTED-JOB-RECORD         PIC X(100).
005982
005984 FD  HELD-FILE
005986     RECORDING MODE IS F.
005988 01  HELD-RECORD                 PIC X(40).
005990
005992 FD  BATCH-LOG-FILE
005994     RECORDING MODE IS F.
005996 01  BATCH-LOG-RECORD            PIC X(40).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009500 77  WS-CKPT-COUNTER             PIC 9(04) VALUE ZERO COMP.
009600 01  WS-CF-EOF-SW                PIC X(01) VALUE 'N'.
009700     88  WS-CF-EOF                   VALUE 'Y'.
009701
009702*
009703* BATCH CONTROL.  TRANSFIL IS EDITED END TO END BEFORE ANYTHING
009704* IS POSTED AND EACH BATCH (HEADER, DETAILS, TRAILER) GETS ONE
009705* ENTRY HERE: THE SEQUENCE NUMBERS IT SPANS, WHAT ITS HEADER
009706* PROMISED AND WHAT WAS ACTUALLY THERE.  DETAIL RECORDS OUTSIDE
009707* ANY BATCH ARE KEPT AS AN UNBATCHED ENTRY (UNIT NONE) AND POSTED
009708* AS BEFORE.  WS-CKPT-UNIT-ID/WS-CKPT-BATCH-NO ARE THE BATCH A
009709* RESTARTED RUN WAS PART-WAY THROUGH.
009710*
009711 01  WS-BATLOG-STATUS            PIC X(02) VALUE ZERO.
009712 01  WS-BATCH-STATE              PIC X(01) VALUE SPACE.
009713     88  WS-NO-BATCH-OPEN            VALUE SPACE.
009714     88  WS-BATCH-OPEN               VALUE 'B'.
009715     88  WS-UNBATCHED-OPEN           VALUE 'U'.
009716 01  WS-BATCH-FOUND-SW           PIC X(01) VALUE 'N'.
009717     88  WS-BATCH-FOUND              VALUE 'Y'.
009718 01  WS-BL-EOF-SW                PIC X(01) VALUE 'N'.
009719     88  WS-BL-EOF                   VALUE 'Y'.
009720 01  WS-PRIOR-SEQ-NO             PIC 9(06) VALUE ZERO.
009721 01  WS-HASH-NUM                 PIC 9(04) VALUE ZERO.
009722 01  WS-CKPT-BATCH.
009723     05  WS-CKPT-UNIT-ID         PIC X(04) VALUE SPACES.
009724     05  WS-CKPT-BATCH-NO        PIC X(04) VALUE SPACES.
009725 77  WS-BT-COUNT                 PIC 9(04) VALUE ZERO COMP.
009726 77  WS-BT-SUB                   PIC 9(04) VALUE ZERO COMP.
009727 77  WS-BT-SUB2                  PIC 9(04) VALUE ZERO COMP.
009728 77  WS-UT-COUNT                 PIC 9(04) VALUE ZERO COMP.
009729 77  WS-HELD-BATCH-COUNT         PIC 9(06) VALUE ZERO COMP.
009730 77  WS-HELD-REC-COUNT           PIC 9(06) VALUE ZERO COMP.
009731
009732 01  WS-BATCH-TABLE.
009733     05  WS-BT-ENTRY OCCURS 200 TIMES INDEXED BY WS-BT-IDX.
009734         10  WS-BT-UNIT-ID        PIC X(04).
009735         10  WS-BT-BATCH-NO       PIC X(04).
009736         10  WS-BT-FIRST-SEQ      PIC 9(06).
009737         10  WS-BT-LAST-SEQ       PIC 9(06).
009738         10  WS-BT-EXP-COUNT      PIC 9(05).
009739         10  WS-BT-EXP-HASH       PIC 9(10).
009740         10  WS-BT-REC-COUNT      PIC 9(05).
009741         10  WS-BT-HASH-TOTAL     PIC 9(10).
009742         10  WS-BT-POSTED         PIC 9(05).
009743         10  WS-BT-EXC            PIC 9(05).
009744         10  WS-BT-HELD-RECS      PIC 9(05).
009745         10  WS-BT-STATUS         PIC X(01).
009746             88  WS-BT-ACCEPTED       VALUE 'A'.
009747             88  WS-BT-HELD           VALUE 'H'.
009748             88  WS-BT-UNBATCHED      VALUE 'U'.
009749         10  WS-BT-REASON         PIC X(30).
009750
009751 01  WS-UNIT-TABLE.
009752     05  WS-UT-ENTRY OCCURS 50 TIMES INDEXED BY WS-UT-IDX.
009753         10  WS-UT-UNIT-ID        PIC X(04).
009754         10  WS-UT-BATCHES        PIC 9(04).
009755         10  WS-UT-HELD           PIC 9(04).
009756         10  WS-UT-POSTED         PIC 9(06).
009757         10  WS-UT-EXC            PIC 9(06).
009758         10  WS-UT-HELD-RECS      PIC 9(06).
009800
009900 COPY TRANREC.
010000 COPY TROUTREC.
010200     COPY CB1CTL.
010300     COPY CB1CKPT.
010310     COPY RUNLOG.
010320     COPY EXPJREC.
010330     COPY PREDCHK.
010340     COPY TRBATREC.
010400
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
011200
011300*----------------------------------------------------------------*
011400* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ-AHEAD LOOP.
011410*                   TRANSFIL IS EDITED BATCH BY BATCH FIRST, SO
011420*                   A HELD BATCH IS KNOWN BEFORE ANY OF IT POSTS.
011500*----------------------------------------------------------------*
011600 1000-INITIALIZE.
011700     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
011710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011720     ACCEPT WS-RUN-TIME-FULL FROM TIME.
011730     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
011740     IF CC-RESTART-YES
011750         PERFORM 1200-RESTORE-CHECKPOINT THRU 1200-EXIT
011760     END-IF.
011770     PERFORM 1400-EDIT-BATCHES THRU 1400-EXIT.
011800     IF CC-RESTART-YES
012000         OPEN EXTEND OUT-FILE
012100              EXTEND EXCEPTION-FILE
012200              EXTEND CHECKPOINT-FILE
012210              EXTEND HELD-FILE
012300     ELSE
012400         OPEN OUTPUT OUT-FILE
012500              OUTPUT EXCEPTION-FILE
012600              OUTPUT CHECKPOINT-FILE
012610              OUTPUT HELD-FILE
012700     END-IF.
012710     OPEN EXTEND BATCH-LOG-FILE.
012720     IF WS-BATLOG-STATUS = "35"
012730         OPEN OUTPUT BATCH-LOG-FILE
012740     END-IF.
012800     OPEN INPUT TRANS-FILE.
012900     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
013000     PERFORM 1300-SKIP-COMMITTED THRU 1300-EXIT
013100         UNTIL WS-EOF-YES OR TR-SEQ-NO > WS-SKIP-SEQ-NO.
013110     IF WS-CKPT-UNIT-ID NOT = SPACES
013120         PERFORM 1310-CHECK-RESUME-BATCH THRU 1310-EXIT
013130     END-IF.
013200 1000-EXIT.
013300     EXIT.
013400
017730         MOVE CK-DIV-TOTAL   TO WS-DIV-TOTAL
017800         COMPUTE WS-REC-COUNT = WS-ADD-COUNT + WS-SUB-COUNT
017810             + WS-MUL-COUNT + WS-DIV-COUNT
017820         MOVE CK-BATCH-UNIT-ID TO WS-CKPT-UNIT-ID
017830         MOVE CK-BATCH-NO      TO WS-CKPT-BATCH-NO
017900     END-IF.
018000 1210-EXIT.
018100     EXIT.
018400* 1300-SKIP-COMMITTED - ON A RESTART RUN, READ PAST TRANSACTIONS
018500*                        THAT WERE ALREADY COMMITTED ON A PRIOR
018600*                        RUN WITHOUT REPROCESSING THEM.
018610*                        THE BATCH TABLE STILL GETS EACH ONE'S
018620*                        POSTED, EXCEPTION OR HELD COUNT SO THE
018630*                        BATCH AND UNIT TOTALS COVER THE NIGHT.
018700*----------------------------------------------------------------*
018800 1300-SKIP-COMMITTED.
018806     PERFORM 2050-LOCATE-BATCH THRU 2050-EXIT.
018812     EVALUATE TRUE
018818         WHEN TR-BATCH-HEADER OR TR-BATCH-TRAILER
018824             CONTINUE
018830         WHEN WS-BT-HELD(WS-BT-IDX)
018836             ADD 1 TO WS-BT-HELD-RECS(WS-BT-IDX)
018842         WHEN OTHER
018848             PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT
018854             IF WS-VALID
018860                 ADD 1 TO WS-BT-POSTED(WS-BT-IDX)
018866             ELSE
018872                 ADD 1 TO WS-BT-EXC(WS-BT-IDX)
018878             END-IF
018884     END-EVALUATE.
018900     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
019000 1300-EXIT.
019100     EXIT.
019200
019201*----------------------------------------------------------------*
019202* 1310-CHECK-RESUME-BATCH - THE CHECKPOINT SAYS THE FAILED RUN WAS
019203*                           PART-WAY THROUGH A BATCH.  THE FIRST
019204*                           RECORD LEFT MUST BELONG TO THAT BATCH,
019205*                           OR THIS IS NOT THE SAME TRANSFIL AND
019206*                           THE RESTART STOPS BEFORE POSTING.
019207*----------------------------------------------------------------*
019208 1310-CHECK-RESUME-BATCH.
019209     IF NOT WS-EOF-YES
019210         PERFORM 2050-LOCATE-BATCH THRU 2050-EXIT
019211         IF WS-BT-UNIT-ID(WS-BT-IDX) = WS-CKPT-UNIT-ID
019212                 AND WS-BT-BATCH-NO(WS-BT-IDX) = WS-CKPT-BATCH-NO
019213             DISPLAY "CBL0001 - RESUMING PART-WAY THROUGH BATCH "
019214                 WS-CKPT-UNIT-ID "/" WS-CKPT-BATCH-NO
019215             GO TO 1310-EXIT
019216         END-IF
019217     END-IF.
019218     DISPLAY "CBL0001 - CHECKPOINT BATCH " WS-CKPT-UNIT-ID "/"
019219         WS-CKPT-BATCH-NO " NOT FOUND AFTER SEQ " WS-SKIP-SEQ-NO.
019220     DISPLAY "CHECK THAT TRANSFIL IS THE FILE THAT WAS RUNNING."
019221     MOVE 12 TO RETURN-CODE.
019222     STOP RUN.
019223 1310-EXIT.
019224     EXIT.
019225
019226*----------------------------------------------------------------*
019227* 1400-EDIT-BATCHES - READ TRANSFIL END TO END AND BUILD THE
019228*                      BATCH TABLE.  A BATCH THAT DOES NOT
019229*                      BALANCE, OR THAT IS ALREADY ON THE
019230*                      PROCESSED-BATCH LOG, OR THAT REPEATS AN
019231*                      EARLIER GOOD BATCH IN THE SAME FILE, IS
019232*                      MARKED HELD.  SEQUENCE NUMBERS OUT OF
019233*                      ORDER, OR MORE BATCHES THAN THE TABLE
019234*                      HOLDS, STOP THE RUN WITH NOTHING POSTED.
019235*----------------------------------------------------------------*
019236 1400-EDIT-BATCHES.
019237     OPEN INPUT TRANS-FILE.
019238     PERFORM 1410-EDIT-ONE-RECORD THRU 1410-EXIT
019239         UNTIL WS-EOF-YES.
019240     CLOSE TRANS-FILE.
019241     IF WS-BATCH-OPEN
019242         MOVE "NO TRAILER BEFORE END OF FILE" TO WS-REASON
019243         PERFORM 1440-HOLD-BATCH THRU 1440-EXIT
019244     END-IF.
019245     PERFORM 1450-CHECK-BATCH-LOG THRU 1450-EXIT.
019246     PERFORM 1470-CHECK-REPEAT THRU 1470-EXIT
019247         VARYING WS-BT-SUB FROM 2 BY 1
019248         UNTIL WS-BT-SUB > WS-BT-COUNT
019249         AFTER WS-BT-SUB2 FROM 1 BY 1
019250         UNTIL WS-BT-SUB2 = WS-BT-SUB.
019251     MOVE 'N' TO WS-EOF-SW.
019252 1400-EXIT.
019253     EXIT.
019254
019255 1410-EDIT-ONE-RECORD.
019256     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
019257     IF WS-EOF-YES
019258         GO TO 1410-EXIT
019259     END-IF.
019260     IF TR-SEQ-NO NOT NUMERIC
019261             OR TR-SEQ-NO NOT > WS-PRIOR-SEQ-NO
019262         DISPLAY "CBL0001 - TRANSFIL OUT OF SEQUENCE AT "
019263             TR-SEQ-NO " - NOTHING POSTED"
019264         MOVE 12 TO RETURN-CODE
019265         STOP RUN
019266     END-IF.
019267     MOVE TR-SEQ-NO TO WS-PRIOR-SEQ-NO.
019268     EVALUATE TRUE
019269         WHEN TR-BATCH-HEADER
019270             PERFORM 1420-EDIT-HEADER THRU 1420-EXIT
019271         WHEN TR-BATCH-TRAILER
019272             PERFORM 1430-EDIT-TRAILER THRU 1430-EXIT
019273         WHEN OTHER
019274             IF WS-NO-BATCH-OPEN
019275                 PERFORM 1415-NEW-ENTRY THRU 1415-EXIT
019276                 MOVE "NONE" TO WS-BT-UNIT-ID(WS-BT-IDX)
019277                 SET WS-BT-UNBATCHED(WS-BT-IDX) TO TRUE
019278                 SET WS-UNBATCHED-OPEN TO TRUE
019279             END-IF
019280             ADD 1 TO WS-BT-REC-COUNT(WS-BT-IDX)
019281             IF TR-NUM1 NUMERIC
019282                 MOVE TR-NUM1 TO WS-HASH-NUM
019283                 ADD WS-HASH-NUM TO WS-BT-HASH-TOTAL(WS-BT-IDX)
019284             END-IF
019285             IF TR-NUM2 NUMERIC
019286                 MOVE TR-NUM2 TO WS-HASH-NUM
019287                 ADD WS-HASH-NUM TO WS-BT-HASH-TOTAL(WS-BT-IDX)
019288             END-IF
019289     END-EVALUATE.
019290     MOVE TR-SEQ-NO TO WS-BT-LAST-SEQ(WS-BT-IDX).
019291 1410-EXIT.
019292     EXIT.
019293
019300*----------------------------------------------------------------*
019305* 1415-NEW-ENTRY - OPEN THE NEXT BATCH-TABLE ENTRY AT THIS
019310*                  RECORD.  A FILE WITH MORE BATCHES THAN THE
019315*                  TABLE HOLDS STOPS THE RUN BEFORE ANYTHING
019320*                  IS POSTED.
019325*----------------------------------------------------------------*
019330 1415-NEW-ENTRY.
019335     IF WS-BT-COUNT NOT < 200
019340         DISPLAY "CBL0001 - BATCH TABLE FULL AT SEQ " TR-SEQ-NO
019345             " - NOTHING POSTED"
019350         MOVE 12 TO RETURN-CODE
019355         STOP RUN
019360     END-IF.
019365     ADD 1 TO WS-BT-COUNT.
019370     SET WS-BT-IDX TO WS-BT-COUNT.
019375     INITIALIZE WS-BT-ENTRY(WS-BT-IDX).
019380     MOVE TR-SEQ-NO TO WS-BT-FIRST-SEQ(WS-BT-IDX).
019385 1415-EXIT.
019390     EXIT.
019395
019400*----------------------------------------------------------------*
019405* 1420-EDIT-HEADER - A HEADER CLOSES ANY UNBATCHED RUN BEFORE IT;
019410*                     A BATCH STILL OPEN NEVER GOT ITS TRAILER.
019415*----------------------------------------------------------------*
019420 1420-EDIT-HEADER.
019425     IF WS-BATCH-OPEN
019430         MOVE "NO TRAILER BEFORE NEXT HEADER" TO WS-REASON
019435         PERFORM 1440-HOLD-BATCH THRU 1440-EXIT
019440     END-IF.
019445     PERFORM 1415-NEW-ENTRY THRU 1415-EXIT.
019450     SET WS-BATCH-OPEN TO TRUE.
019455     SET WS-BT-ACCEPTED(WS-BT-IDX) TO TRUE.
019460     MOVE TB-UNIT-ID  TO WS-BT-UNIT-ID(WS-BT-IDX).
019465     MOVE TB-BATCH-NO TO WS-BT-BATCH-NO(WS-BT-IDX).
019470     IF TB-UNIT-ID = SPACES
019475             OR TB-BATCH-NO NOT NUMERIC
019480             OR TB-REC-COUNT NOT NUMERIC
019485             OR TB-HASH-TOTAL NOT NUMERIC
019490         MOVE "HEADER FIELDS MISSING OR BAD" TO WS-REASON
019495         PERFORM 1440-HOLD-BATCH THRU 1440-EXIT
019500         GO TO 1420-EXIT
019505     END-IF.
019510     MOVE TB-REC-COUNT  TO WS-BT-EXP-COUNT(WS-BT-IDX).
019515     MOVE TB-HASH-TOTAL TO WS-BT-EXP-HASH(WS-BT-IDX).
019520 1420-EXIT.
019525     EXIT.
019530
019535*----------------------------------------------------------------*
019540* 1430-EDIT-TRAILER - THE TRAILER MUST NAME THE SAME BATCH AS ITS
019545*                      HEADER, AND BOTH MUST AGREE WITH THE
019550*                      DETAILS ON RECORD COUNT AND HASH TOTAL.  A
019555*                      TRAILER WITH NO HEADER HOLDS WHATEVER
019560*                      UNBATCHED DETAILS CAME BEFORE IT.
019565*----------------------------------------------------------------*
019570 1430-EDIT-TRAILER.
019575     IF NOT WS-BATCH-OPEN
019580         IF WS-NO-BATCH-OPEN
019585             PERFORM 1415-NEW-ENTRY THRU 1415-EXIT
019590         END-IF
019595         MOVE TB-UNIT-ID  TO WS-BT-UNIT-ID(WS-BT-IDX)
019600         MOVE TB-BATCH-NO TO WS-BT-BATCH-NO(WS-BT-IDX)
019605         MOVE "TRAILER WITHOUT HEADER" TO WS-REASON
019610         PERFORM 1440-HOLD-BATCH THRU 1440-EXIT
019615         SET WS-NO-BATCH-OPEN TO TRUE
019620         GO TO 1430-EXIT
019625     END-IF.
019630     SET WS-NO-BATCH-OPEN TO TRUE.
019635     EVALUATE TRUE
019640         WHEN TB-UNIT-ID NOT = WS-BT-UNIT-ID(WS-BT-IDX)
019645                 OR TB-BATCH-NO NOT = WS-BT-BATCH-NO(WS-BT-IDX)
019650             MOVE "TRAILER DOES NOT MATCH HEADER" TO WS-REASON
019655             PERFORM 1440-HOLD-BATCH THRU 1440-EXIT
019660         WHEN TB-REC-COUNT NOT NUMERIC
019665                 OR TB-REC-COUNT NOT = WS-BT-REC-COUNT(WS-BT-IDX)
019670                 OR WS-BT-EXP-COUNT(WS-BT-IDX)
019675                        NOT = WS-BT-REC-COUNT(WS-BT-IDX)
019680             MOVE "RECORD COUNT DOES NOT BALANCE" TO WS-REASON
019685             PERFORM 1440-HOLD-BATCH THRU 1440-EXIT
019690         WHEN TB-HASH-TOTAL NOT NUMERIC
019695                 OR TB-HASH-TOTAL
019700                        NOT = WS-BT-HASH-TOTAL(WS-BT-IDX)
019705                 OR WS-BT-EXP-HASH(WS-BT-IDX)
019710                        NOT = WS-BT-HASH-TOTAL(WS-BT-IDX)
019715             MOVE "HASH TOTAL DOES NOT BALANCE" TO WS-REASON
019720             PERFORM 1440-HOLD-BATCH THRU 1440-EXIT
019725     END-EVALUATE.
019730 1430-EXIT.
019735     EXIT.
019740
019745 1440-HOLD-BATCH.
019750     IF NOT WS-BT-HELD(WS-BT-IDX)
019755         SET WS-BT-HELD(WS-BT-IDX) TO TRUE
019760         MOVE WS-REASON TO WS-BT-REASON(WS-BT-IDX)
019765     END-IF.
019770 1440-EXIT.
019775     EXIT.
019780
019785*----------------------------------------------------------------*
019790* 1450-CHECK-BATCH-LOG - HOLD ANY BATCH A UNIT HAS ALREADY HAD
019795*                         POSTED ON AN EARLIER RUN.  ON A RESTART
019800*                         THE ENTRIES THE FAILED ATTEMPT WROTE FOR
019805*                         THIS SAME FILE (SAME JOB, SAME TRAILER,
019810*                         AT OR BEFORE THE RESTART POINT) ARE NOT
019815*                         REPEATS.
019820*----------------------------------------------------------------*
019825 1450-CHECK-BATCH-LOG.
019830     OPEN INPUT BATCH-LOG-FILE.
019835     IF WS-BATLOG-STATUS = "35"
019840         GO TO 1450-EXIT
019845     END-IF.
019850     PERFORM 1455-READ-BATCH-LOG THRU 1455-EXIT
019855         UNTIL WS-BL-EOF.
019860     CLOSE BATCH-LOG-FILE.
019865 1450-EXIT.
019870     EXIT.
019875
019880 1455-READ-BATCH-LOG.
019885     READ BATCH-LOG-FILE INTO BL-RECORD
019890         AT END
019895             SET WS-BL-EOF TO TRUE
019900     END-READ.
019905     IF WS-BL-EOF
019910         GO TO 1455-EXIT
019915     END-IF.
019920     PERFORM 1460-MATCH-LOGGED-BATCH THRU 1460-EXIT
019925         VARYING WS-BT-SUB FROM 1 BY 1
019930         UNTIL WS-BT-SUB > WS-BT-COUNT.
019935 1455-EXIT.
019940     EXIT.
019945
019950 1460-MATCH-LOGGED-BATCH.
019955     IF WS-BT-UNBATCHED(WS-BT-SUB)
019960             OR WS-BT-HELD(WS-BT-SUB)
019965             OR WS-BT-UNIT-ID(WS-BT-SUB) NOT = BL-UNIT-ID
019970             OR WS-BT-BATCH-NO(WS-BT-SUB) NOT = BL-BATCH-NO
019975         GO TO 1460-EXIT
019980     END-IF.
019985     IF CC-RESTART-YES
019990             AND BL-JOB-ID = CC-JOB-ID
019995             AND BL-LAST-SEQ-NO = WS-BT-LAST-SEQ(WS-BT-SUB)
020000             AND BL-LAST-SEQ-NO NOT > WS-SKIP-SEQ-NO
020005         GO TO 1460-EXIT
020010     END-IF.
020015     SET WS-BT-HELD(WS-BT-SUB) TO TRUE.
020020     MOVE "BATCH ALREADY PROCESSED" TO WS-BT-REASON(WS-BT-SUB).
020025 1460-EXIT.
020030     EXIT.
020035
020040*----------------------------------------------------------------*
020045* 1470-CHECK-REPEAT - A BATCH NUMBER THAT APPEARS TWICE IN ONE
020050*                      FILE POSTS ONCE: THE LATER COPY IS HELD
020055*                      UNLESS THE EARLIER ONE IS ITSELF HELD.
020060*----------------------------------------------------------------*
020065 1470-CHECK-REPEAT.
020070     IF WS-BT-UNBATCHED(WS-BT-SUB)
020075             OR WS-BT-UNBATCHED(WS-BT-SUB2)
020080             OR WS-BT-HELD(WS-BT-SUB)
020085             OR WS-BT-HELD(WS-BT-SUB2)
020090         GO TO 1470-EXIT
020095     END-IF.
020100     IF WS-BT-UNIT-ID(WS-BT-SUB) = WS-BT-UNIT-ID(WS-BT-SUB2)
020105             AND WS-BT-BATCH-NO(WS-BT-SUB)
020110                     = WS-BT-BATCH-NO(WS-BT-SUB2)
020115         SET WS-BT-HELD(WS-BT-SUB) TO TRUE
020120         MOVE "BATCH NUMBER REPEATED IN FILE"
020125             TO WS-BT-REASON(WS-BT-SUB)
020130     END-IF.
020135 1470-EXIT.
020140     EXIT.
020145
020150*----------------------------------------------------------------*
020155* 2000-PROCESS-RECORD - COMPUTE ON ONE PAIR, WRITE ITS DETAIL
020160*                       LINE, ACCUMULATE THE CONTROL TOTALS AND
020165*                       READ THE NEXT TRANSACTION.
020170*                       A RECORD OF A HELD BATCH GOES TO
020175*                       TRANHELD UNTOUCHED; THE LAST RECORD OF
020180*                       EVERY BATCH WRITES ITS CONTROL LINE.
020185*----------------------------------------------------------------*
020190 2000-PROCESS-RECORD.
020195     PERFORM 2050-LOCATE-BATCH THRU 2050-EXIT.
020200     EVALUATE TRUE
020205         WHEN WS-BT-HELD(WS-BT-IDX)
020210             PERFORM 2600-WRITE-HELD THRU 2600-EXIT
020215         WHEN TR-BATCH-HEADER OR TR-BATCH-TRAILER
020220             CONTINUE
020225         WHEN OTHER
020230             PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT
020235             IF WS-VALID
020240                 PERFORM 2200-COMPUTE-AND-WRITE THRU 2200-EXIT
020245                 ADD 1 TO WS-BT-POSTED(WS-BT-IDX)
020250             ELSE
020255                 PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
020260                 ADD 1 TO WS-BT-EXC(WS-BT-IDX)
020265             END-IF
020270     END-EVALUATE.
020275     IF TR-SEQ-NO = WS-BT-LAST-SEQ(WS-BT-IDX)
020280         PERFORM 2500-END-OF-BATCH THRU 2500-EXIT
020285     END-IF.
020290     ADD 1 TO WS-CKPT-COUNTER.
020295     IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
020300         PERFORM 2400-WRITE-CHECKPOINT THRU 2400-EXIT
020305         MOVE ZERO TO WS-CKPT-COUNTER
020310     END-IF.
020315     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
020320 2000-EXIT.
020325     EXIT.
020330
020335*----------------------------------------------------------------*
020340* 2050-LOCATE-BATCH - POINT WS-BT-IDX AT THE BATCH-TABLE ENTRY
020345*                      WHOSE SEQUENCE RANGE HOLDS THIS RECORD.
020350*                      THE EDIT PASS SAW EVERY RECORD, SO A MISS
020355*                      MEANS TRANSFIL CHANGED UNDER THE RUN.
020360*----------------------------------------------------------------*
020365 2050-LOCATE-BATCH.
020370     MOVE 'N' TO WS-BATCH-FOUND-SW.
020375     SET WS-BT-IDX TO 1.
020380     SEARCH WS-BT-ENTRY
020385         AT END
020390             CONTINUE
020395         WHEN WS-BT-IDX > WS-BT-COUNT
020400             CONTINUE
020405         WHEN TR-SEQ-NO NOT < WS-BT-FIRST-SEQ(WS-BT-IDX)
020410                 AND TR-SEQ-NO NOT > WS-BT-LAST-SEQ(WS-BT-IDX)
020415             SET WS-BATCH-FOUND TO TRUE
020420     END-SEARCH.
020425     IF NOT WS-BATCH-FOUND
020430         DISPLAY "CBL0001 - SEQ " TR-SEQ-NO
020435             " NOT IN ANY BATCH - TRANSFIL CHANGED DURING RUN"
020440         MOVE 12 TO RETURN-CODE
020445         STOP RUN
020450     END-IF.
020455 2050-EXIT.
020460     EXIT.
020465
021400*----------------------------------------------------------------*
021500* 2400-WRITE-CHECKPOINT - APPEND A CHECKPOINT RECORD CARRYING THE
021600*                          RUNNING TOTALS AS OF THE RECORD JUST
021700*                          PROCESSED.
021710*                          THE BATCH IS NAMED UNLESS THAT RECORD
021720*                          WAS THE LAST OF ITS BATCH.
021800*----------------------------------------------------------------*
021900 2400-WRITE-CHECKPOINT.
022000     MOVE CC-JOB-ID      TO CK-JOB-ID.
022420     MOVE WS-MUL-TOTAL   TO CK-MUL-TOTAL.
022430     MOVE WS-DIV-TOTAL   TO CK-DIV-TOTAL.
022440     MOVE WS-RUN-DATE    TO CK-RUN-DATE.
022450     IF TR-SEQ-NO = WS-BT-LAST-SEQ(WS-BT-IDX)
022460         MOVE SPACES                    TO CK-BATCH-UNIT-ID
022470                                           CK-BATCH-NO
022480     ELSE
022490         MOVE WS-BT-UNIT-ID(WS-BT-IDX)  TO CK-BATCH-UNIT-ID
022500         MOVE WS-BT-BATCH-NO(WS-BT-IDX) TO CK-BATCH-NO
022510     END-IF.
022600     MOVE CK-RECORD      TO CHECKPOINT-RECORD.
022700     WRITE CHECKPOINT-RECORD.
022800 2400-EXIT.
029200 2300-EXIT.
029300     EXIT.
029400
029428*----------------------------------------------------------------*
029429* 2500-END-OF-BATCH - THE LAST RECORD OF A BATCH HAS BEEN HANDLED:
029430*                      WRITE ITS CONTROL LINE.  A POSTED BATCH
029431*                      GOES ON THE PROCESSED-BATCH LOG; A HELD
029432*                      ONE GETS A LINE ON THE EXCEPTION REPORT.
029433*----------------------------------------------------------------*
029434 2500-END-OF-BATCH.
029435     MOVE WS-BT-UNIT-ID(WS-BT-IDX)   TO BD-UNIT-ID.
029436     MOVE WS-BT-BATCH-NO(WS-BT-IDX)  TO BD-BATCH-NO.
029437     MOVE WS-BT-REC-COUNT(WS-BT-IDX) TO BD-REC-COUNT.
029438     MOVE WS-BT-POSTED(WS-BT-IDX)    TO BD-POSTED.
029439     MOVE WS-BT-EXC(WS-BT-IDX)       TO BD-EXC.
029440     MOVE WS-BT-REASON(WS-BT-IDX)    TO BD-REASON.
029441     EVALUATE TRUE
029442         WHEN WS-BT-HELD(WS-BT-IDX)
029443             MOVE "HELD"      TO BD-STATUS
029444         WHEN WS-BT-UNBATCHED(WS-BT-IDX)
029445             MOVE "UNBATCHED" TO BD-STATUS
029446         WHEN OTHER
029447             MOVE "POSTED"    TO BD-STATUS
029448     END-EVALUATE.
029449     MOVE WS-BATCH-LINE TO OUT-RECORD.
029450     WRITE OUT-RECORD.
029451     IF WS-BT-HELD(WS-BT-IDX)
029452         MOVE WS-BT-FIRST-SEQ(WS-BT-IDX) TO XL-SEQ
029453         MOVE "BAT"                      TO XL-OP
029454         MOVE WS-BT-UNIT-ID(WS-BT-IDX)   TO XL-NUM1
029455         MOVE WS-BT-BATCH-NO(WS-BT-IDX)  TO XL-NUM2
029456         MOVE SPACES                     TO XL-REASON
029457         STRING "HELD: " DELIMITED BY SIZE
029458                WS-BT-REASON(WS-BT-IDX) DELIMITED BY SIZE
029459             INTO XL-REASON
029460         END-STRING
029461         MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
029462         WRITE EXCEPTION-RECORD
029463     END-IF.
029464     IF WS-BT-ACCEPTED(WS-BT-IDX)
029465         MOVE WS-BT-UNIT-ID(WS-BT-IDX)   TO BL-UNIT-ID
029466         MOVE WS-BT-BATCH-NO(WS-BT-IDX)  TO BL-BATCH-NO
029467         MOVE CC-JOB-ID                  TO BL-JOB-ID
029468         MOVE WS-RUN-DATE                TO BL-RUN-DATE
029469         MOVE TR-SEQ-NO                  TO BL-LAST-SEQ-NO
029470         MOVE WS-BT-REC-COUNT(WS-BT-IDX) TO BL-REC-COUNT
029471         MOVE BL-RECORD                  TO BATCH-LOG-RECORD
029472         WRITE BATCH-LOG-RECORD
029473     END-IF.
029474 2500-EXIT.
029475     EXIT.
029476
029477*----------------------------------------------------------------*
029478* 2600-WRITE-HELD - A RECORD OF A HELD BATCH GOES TO
029479*                   TRANHELD UNTOUCHED FOR THE UNIT TO
029480*                   CORRECT AND RESUBMIT; ITS DETAIL RECORDS
029481*                   ARE COUNTED AGAINST THE BATCH.
029482*----------------------------------------------------------------*
029483 2600-WRITE-HELD.
029484     MOVE TR-RECORD TO HELD-RECORD.
029485     WRITE HELD-RECORD.
029486     IF NOT (TR-BATCH-HEADER OR TR-BATCH-TRAILER)
029487         ADD 1 TO WS-BT-HELD-RECS(WS-BT-IDX)
029488     END-IF.
029489 2600-EXIT.
029490     EXIT.
029491
029500*----------------------------------------------------------------*
029600* 3000-FINALIZE - WRITE THE RECORD-COUNT LINE AND THE FOUR
029610*                  PER-OPERATION CONTROL-TOTAL LINES, THEN CLOSE
029620*                  UP.
029630*                  THE PER-UNIT LINES FOLLOW, BUILT FROM THE
029640*                  BATCH TABLE.  ANY HELD BATCH ENDS THE STEP
029650*                  WITH RETURN CODE 8.
029700*----------------------------------------------------------------*
029800 3000-FINALIZE.
029810     PERFORM 3300-TALLY-BATCH THRU 3300-EXIT
029820         VARYING WS-BT-SUB FROM 1 BY 1
029830         UNTIL WS-BT-SUB > WS-BT-COUNT.
029900     MOVE WS-REC-COUNT  TO TL-REC-COUNT.
030200     MOVE WS-TOTAL-LINE TO OUT-RECORD.
030300     WRITE OUT-RECORD.
030315     MOVE WS-DIV-TOTAL  TO TL-OP-TOTAL.
030316     PERFORM 3200-WRITE-OP-TOTAL THRU 3200-EXIT.
030317     PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
030327     PERFORM 3400-WRITE-UNIT-LINE THRU 3400-EXIT
030337         VARYING WS-UT-IDX FROM 1 BY 1
030347         UNTIL WS-UT-IDX > WS-UT-COUNT.
030357     IF WS-HELD-BATCH-COUNT > ZERO
030367         MOVE 8 TO RETURN-CODE
030377     END-IF.
030400     CLOSE TRANS-FILE
030500           OUT-FILE
030600              EXCEPTION-FILE
030700              CHECKPOINT-FILE
030710              HELD-FILE
030720              BATCH-LOG-FILE.
030800 3000-EXIT.
030900     EXIT.
031000
031300*                       THE MORNING SUMMARY.  RECORDS READ IS
031400*                       EVERYTHING PROCESSED, GOOD OR BAD;
031500*                       RECORDS WRITTEN IS THE DETAIL LINES.
031510*                       RECORDS OF HELD BATCHES COUNT AS READ AND
031520*                       EACH HELD BATCH AS AN EXCEPTION.
031600*----------------------------------------------------------------*
031700 3100-WRITE-RUN-LOG.
031800     OPEN EXTEND RUN-LOG-FILE.
032300     MOVE "CBL0001 "     TO LG-PROGRAM-ID.
032400     MOVE WS-RUN-DATE    TO LG-RUN-DATE.
032500     MOVE WS-RUN-TIME    TO LG-RUN-TIME.
032600     COMPUTE LG-READ-COUNT = WS-REC-COUNT + WS-EXC-COUNT
032610         + WS-HELD-REC-COUNT.
032700     MOVE WS-REC-COUNT   TO LG-WRITE-COUNT.
032800     COMPUTE LG-EXC-COUNT = WS-EXC-COUNT + WS-HELD-BATCH-COUNT.
032900     MOVE CC-RESTART-SW  TO LG-RESTART-SW.
033000     MOVE LG-RECORD      TO RUN-LOG-RECORD.
033100     WRITE RUN-LOG-RECORD.
033900 3200-EXIT.
034000     EXIT.
034100
034102*----------------------------------------------------------------*
034104* 3300-TALLY-BATCH - ROLL ONE BATCH INTO ITS UNIT'S TOTALS AND THE
034106*                     HELD COUNTS FOR THE RUN LOG.  UNITS TAKE THE
034108*                     ORDER THEY FIRST APPEAR IN ON TRANSFIL.
034110*----------------------------------------------------------------*
034112 3300-TALLY-BATCH.
034114     IF WS-BT-HELD(WS-BT-SUB)
034116         ADD 1 TO WS-HELD-BATCH-COUNT
034118     END-IF.
034120     ADD WS-BT-HELD-RECS(WS-BT-SUB) TO WS-HELD-REC-COUNT.
034122     SET WS-UT-IDX TO 1.
034124     SEARCH WS-UT-ENTRY
034126         AT END
034128             DISPLAY "CBL0001 - UNIT TABLE FULL - UNIT "
034130                 WS-BT-UNIT-ID(WS-BT-SUB) " NOT ON CONTROL REPORT"
034132             GO TO 3300-EXIT
034134         WHEN WS-UT-IDX > WS-UT-COUNT
034136             ADD 1 TO WS-UT-COUNT
034138             INITIALIZE WS-UT-ENTRY(WS-UT-IDX)
034140             MOVE WS-BT-UNIT-ID(WS-BT-SUB)
034141                 TO WS-UT-UNIT-ID(WS-UT-IDX)
034142         WHEN WS-UT-UNIT-ID(WS-UT-IDX) = WS-BT-UNIT-ID(WS-BT-SUB)
034144             CONTINUE
034146     END-SEARCH.
034148     ADD 1 TO WS-UT-BATCHES(WS-UT-IDX).
034150     IF WS-BT-HELD(WS-BT-SUB)
034152         ADD 1 TO WS-UT-HELD(WS-UT-IDX)
034154     END-IF.
034156     ADD WS-BT-POSTED(WS-BT-SUB)    TO WS-UT-POSTED(WS-UT-IDX).
034158     ADD WS-BT-EXC(WS-BT-SUB)       TO WS-UT-EXC(WS-UT-IDX).
034160     ADD WS-BT-HELD-RECS(WS-BT-SUB) TO WS-UT-HELD-RECS(WS-UT-IDX).
034162 3300-EXIT.
034164     EXIT.
034166
034168 3400-WRITE-UNIT-LINE.
034170     MOVE WS-UT-UNIT-ID(WS-UT-IDX)   TO UL-UNIT-ID.
034172     MOVE WS-UT-BATCHES(WS-UT-IDX)   TO UL-BATCHES.
034174     MOVE WS-UT-HELD(WS-UT-IDX)      TO UL-HELD.
034176     MOVE WS-UT-POSTED(WS-UT-IDX)    TO UL-POSTED.
034178     MOVE WS-UT-EXC(WS-UT-IDX)       TO UL-EXC.
034180     MOVE WS-UT-HELD-RECS(WS-UT-IDX) TO UL-HELD-RECS.
034182     MOVE WS-UNIT-LINE TO OUT-RECORD.
034184     WRITE OUT-RECORD.
034186 3400-EXIT.
034188     EXIT.
034190
034200*----------------------------------------------------------------*
034300* 8000-READ-TRANS - READ-AHEAD FOR THE MAIN PROCESSING LOOP.
034400*----------------------------------------------------------------*
034900     END-READ.
035000 8000-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------------*
035400* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
035500*                            FILE AND CHECK THE RUN LOG FOR A
035600*                            CLEAN RECORD DATED TONIGHT FROM EACH
035700*                            PREDECESSOR IT NAMES.  ANY FAILURE
035800*                            HOLDS THE STEP BEFORE AN INPUT IS
035900*                            OPENED: A HELD RUN-LOG RECORD FOR
036000*                            CBL0010 AND RETURN CODE 16.
036010*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
036020*                            A STEP STARTED AFTER MIDNIGHT BUT
036030*                            BEFORE THE PC-NIGHT-CUTOFF TIME
036040*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
036100*----------------------------------------------------------------*
036200 9000-CHECK-PREDECESSORS.
036300     OPEN INPUT EXPECTED-JOB-FILE.
036400     IF PC-EXPJOBS-STATUS = "35"
036500         GO TO 9000-EXIT
036600     END-IF.
036700     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
036800         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
036900     CLOSE EXPECTED-JOB-FILE.
037000     IF NOT PC-SCHEDULED
037100         GO TO 9000-EXIT
037200     END-IF.
037210     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
037220     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
037230         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
037240             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
037250     END-IF.
037300     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
037400         VARYING PC-SUB FROM 1 BY 1
037500         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
037600     IF PC-HOLD-RUN
037700         DISPLAY "CBL0001 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
037800             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
037900         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
038000         MOVE 16 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300 9000-EXIT.
038400     EXIT.
038500
038600 9010-FIND-SCHEDULE.
038700     READ EXPECTED-JOB-FILE INTO EJ-RECORD
038800         AT END
038900             SET PC-EJ-EOF TO TRUE
039000     END-READ.
039100     IF NOT PC-EJ-EOF
039200             AND EJ-PROGRAM-ID = "CBL0001 "
039300             AND EJ-JOB-ID = CC-JOB-ID
039400         SET PC-SCHEDULED TO TRUE
039500     END-IF.
039600 9010-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------*
040000* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
040100*                               PREDECESSOR (A RERUN SUPERSEDES
040200*                               THE EARLIER ATTEMPT) MUST BE
040300*                               DATED TONIGHT, NOT HELD, AND
040400*                               FREE OF EXCEPTIONS.
040500*----------------------------------------------------------------*
040600 9020-CHECK-ONE-PREDECESSOR.
040700     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
040800         GO TO 9020-EXIT
040900     END-IF.
041000     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
041100     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
041200     IF PC-PRED-JOB-ID = SPACES
041300         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
041400     END-IF.
041500     MOVE 'N' TO PC-FOUND-SW.
041600     MOVE 'N' TO PC-LG-EOF-SW.
041700     OPEN INPUT RUN-LOG-FILE.
041800     IF WS-RUNLOG-STATUS NOT = "35"
041900         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
042000             UNTIL PC-LG-EOF
042100         CLOSE RUN-LOG-FILE
042200     END-IF.
042300     EVALUATE TRUE
042400         WHEN NOT PC-FOUND
042500             MOVE "MISSING   " TO PC-HOLD-REASON
042600         WHEN PC-LOG-DATE < PC-NIGHT-DATE
042700             MOVE "STALE     " TO PC-HOLD-REASON
042800         WHEN PC-LOG-HELD
042900             MOVE "HELD      " TO PC-HOLD-REASON
043000         WHEN PC-LOG-EXC > ZERO
043100             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
043200         WHEN OTHER
043300             GO TO 9020-EXIT
043400     END-EVALUATE.
043500     SET PC-HOLD-RUN TO TRUE.
043600 9020-EXIT.
043700     EXIT.
043800
043900 9030-READ-RUN-LOG.
044000     READ RUN-LOG-FILE INTO PC-LOG-IN
044100         AT END
044200             SET PC-LG-EOF TO TRUE
044300     END-READ.
044400     IF NOT PC-LG-EOF
044500             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
044600             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
044700         SET PC-FOUND TO TRUE
044800         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
044810         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
044820             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
044830                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
044840         END-IF
044900         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
045000         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
045100     END-IF.
045200 9030-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------*
045600* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
045700*                        FLAG, AND THE PREDECESSOR WAITED ON.
045800*----------------------------------------------------------------*
045900 9100-WRITE-HELD-LOG.
046000     OPEN EXTEND RUN-LOG-FILE.
046100     IF WS-RUNLOG-STATUS = "35"
046200         OPEN OUTPUT RUN-LOG-FILE
046300     END-IF.
046400     MOVE CC-JOB-ID          TO LG-JOB-ID.
046500     MOVE "CBL0001 "         TO LG-PROGRAM-ID.
046600     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
046700     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
046800     MOVE ZERO               TO LG-READ-COUNT
046900                                LG-WRITE-COUNT
047000                                LG-EXC-COUNT.
047100     SET LG-RESTART-NO       TO TRUE.
047200     SET LG-RUN-HELD         TO TRUE.
047300     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
047400     MOVE LG-RECORD          TO RUN-LOG-RECORD.
047500     WRITE RUN-LOG-RECORD.
047600     CLOSE RUN-LOG-FILE.
047700 9100-EXIT.
047800     EXIT.
