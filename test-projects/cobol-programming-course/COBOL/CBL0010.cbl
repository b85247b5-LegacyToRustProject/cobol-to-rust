000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   THE CBL0001 CHECKPOINT GREW THE BATCH IN
000802*                  PROGRESS ON THE END; THE RUN DATE SITS WHERE
000803*                  IT ALWAYS DID.
000804* 10/15/2026 DPD   NEW STATUS HELD: THE STEP'S PREDECESSOR CHECK
000805*                  FOUND AN UPSTREAM STEP MISSING, STALE OR IN
000806*                  EXCEPTION AND REFUSED TO RUN.  THE PREDECESSOR
000807*                  IT WAS WAITING ON IS SHOWN ON THE LINE.  THE
000808*                  EXPECTED-JOB RECORD GREW PREDECESSOR SLOTS.
000810* 09/02/2026 DPD   THE CBL0002 CHECKPOINT GREW A COURSE CODE
000820*                  AND A WHOLE-RUN INCOMPLETE COUNT ON THE END
000830*                  FOR THE ENROLLMENT-DRIVEN GRADING RUN; THE
004940
005000 FD  EXPECTED-JOB-FILE
005100     RECORDING MODE IS F.
005200 01  EXPECTED-JOB-RECORD         PIC X(100).
005300
005400 FD  RUN-LOG-FILE
005500     RECORDING MODE IS F.
005700
005800 FD  CKPT1-FILE
005900     RECORDING MODE IS F.
006000 01  CKPT1-RECORD                PIC X(110).
006100
006200 FD  CKPT2-FILE
006300     RECORDING MODE IS F.
010100         10  WS-LG-READ           PIC 9(06).
010200         10  WS-LG-WRITE          PIC 9(06).
010300         10  WS-LG-EXC            PIC 9(06).
010310         10  WS-LG-STATUS         PIC X(01).
010320             88  WS-LG-HELD           VALUE 'H'.
010330         10  WS-LG-HELD-FOR       PIC X(08).
010400
010500*
010600* CHECKPOINT IMAGES FOR THE ABEND CHECK.  EACH PROGRAM'S LAYOUT
010850     05  WS-CKPT1-JOB-ID         PIC X(08).
010860     05  FILLER                  PIC X(84).
010870     05  WS-CKPT1-RUN-DATE       PIC 9(08).
010875     05  FILLER                  PIC X(10).
010880 01  WS-CKPT2-IN.
010890     05  WS-CKPT2-JOB-ID         PIC X(08).
010900     05  FILLER                  PIC X(69).
017100             MOVE LG-READ-COUNT TO WS-LG-READ(WS-LG-IDX)
017200             MOVE LG-WRITE-COUNT TO WS-LG-WRITE(WS-LG-IDX)
017300             MOVE LG-EXC-COUNT  TO WS-LG-EXC(WS-LG-IDX)
017310             MOVE LG-RUN-STATUS TO WS-LG-STATUS(WS-LG-IDX)
017320             MOVE LG-HELD-FOR   TO WS-LG-HELD-FOR(WS-LG-IDX)
017400         WHEN WS-LG-PROGRAM(WS-LG-IDX) = LG-PROGRAM-ID
017500                 AND WS-LG-JOB(WS-LG-IDX) = LG-JOB-ID
017600             MOVE LG-RUN-DATE   TO WS-LG-DATE(WS-LG-IDX)
017700             MOVE LG-READ-COUNT TO WS-LG-READ(WS-LG-IDX)
017800             MOVE LG-WRITE-COUNT TO WS-LG-WRITE(WS-LG-IDX)
017900             MOVE LG-EXC-COUNT  TO WS-LG-EXC(WS-LG-IDX)
017910             MOVE LG-RUN-STATUS TO WS-LG-STATUS(WS-LG-IDX)
017920             MOVE LG-HELD-FOR   TO WS-LG-HELD-FOR(WS-LG-IDX)
018000     END-SEARCH.
018100 1110-EXIT.
018200     EXIT.
020400         MOVE WS-LG-WRITE(WS-LG-IDX) TO ML-WRITE-COUNT
020500         MOVE WS-LG-EXC(WS-LG-IDX)   TO ML-EXC-COUNT
020600         MOVE WS-LG-DATE(WS-LG-IDX)  TO ML-RUN-DATE
020700         EVALUATE TRUE
020710             WHEN WS-LG-HELD(WS-LG-IDX)
020720                 MOVE "HELD        " TO ML-STATUS
020730                 MOVE WS-LG-HELD-FOR(WS-LG-IDX) TO ML-HELD-FOR
020740                 SET WS-ANY-FLAGGED TO TRUE
020750             WHEN WS-LG-EXC(WS-LG-IDX) > ZERO
020800                 MOVE "EXCEPTIONS  " TO ML-STATUS
020900                 SET WS-ANY-FLAGGED TO TRUE
021000             WHEN OTHER
021100                 MOVE "OK          " TO ML-STATUS
021200         END-EVALUATE
021300     ELSE
021400         MOVE ZERO TO ML-READ-COUNT ML-WRITE-COUNT
021500                      ML-EXC-COUNT ML-RUN-DATE
