000100*****************************************************************
000200* CB23CTL   -  CONTROL CARD FOR CBL0023.
000300*              ONE RECORD READ AT STARTUP.  CC-SHARE-LIMIT IS
000400*              THE LARGEST MOVE, IN PERCENTAGE POINTS, OF A
000500*              TERM'S SHARE OF A'S OR OF F'S AWAY FROM THE
000600*              COURSE'S LONG-RUN SHARE THAT PASSES UNFLAGGED.
000700*              ZERO (OR BLANK) TURNS THE FLAGS OFF.
000800*****************************************************************
000900 01  CC-RECORD.
001000     05  CC-JOB-ID           PIC X(08).
001100     05  CC-SHARE-LIMIT      PIC 9(03)V9(01).
001200     05  FILLER              PIC X(28).
