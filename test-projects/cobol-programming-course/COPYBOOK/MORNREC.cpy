000200* MORNREC   -  MORNING OPERATIONS SUMMARY LINE WRITTEN BY
000300*              CBL0010, ONE PER EXPECTED JOB.  ML-STATUS IS OK,
000400*              EXCEPTIONS, ABENDED (CHECKPOINT PRESENT BUT NO
000500*              RUN-LOG RECORD), MISSING (NO TRACE OF THE JOB) OR
000510*              HELD (THE STEP REFUSED TO RUN; ML-HELD-FOR NAMES
000520*              THE PREDECESSOR IT WAS WAITING ON).
000600*****************************************************************
000700 01  WS-MORNING-LINE.
000800     05  ML-PROGRAM-ID       PIC X(08).
001800     05  ML-EXC-COUNT        PIC ZZZZZ9.
001900     05  FILLER              PIC X(02) VALUE SPACES.
002000     05  ML-RUN-DATE         PIC 9(08).
002100     05  FILLER              PIC X(02) VALUE SPACES.
002200     05  ML-HELD-FOR         PIC X(08).
002300     05  FILLER              PIC X(04) VALUE SPACES.
