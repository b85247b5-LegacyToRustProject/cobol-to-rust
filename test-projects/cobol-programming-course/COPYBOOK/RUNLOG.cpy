000500*              SUMMARY.  THE FILE ACCUMULATES ACROSS RUNS, LIKE
000600*              THE AUDIT LOG; THE LATEST RECORD FOR A PROGRAM/
000700*              JOB PAIR DESCRIBES LAST NIGHT'S RUN.
000710*              A STEP HELD BY ITS PREDECESSOR CHECK WRITES A
000720*              RECORD WITH LG-RUN-HELD SET AND LG-HELD-FOR
000730*              NAMING THE PREDECESSOR; CBL0010 REPORTS IT HELD.
000800*****************************************************************
000900 01  LG-RECORD.
001000     05  LG-JOB-ID           PIC X(08).
001700     05  LG-RESTART-SW       PIC X(01).
001800         88  LG-RESTART-YES      VALUE 'Y'.
001900         88  LG-RESTART-NO       VALUE 'N'.
002000     05  LG-HOLD-INFO.
002010         10  LG-RUN-STATUS   PIC X(01) VALUE SPACE.
002020             88  LG-RUN-HELD     VALUE 'H'.
002030         10  LG-HELD-FOR     PIC X(08) VALUE SPACES.
002040     05  FILLER              PIC X(02) VALUE SPACES.
