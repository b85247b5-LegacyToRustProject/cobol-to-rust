000100*****************************************************************
000200* CB27CTL   -  CONTROL CARD FOR CBL0027.
000300*              ONE RECORD READ AT STARTUP.  CC-TERM-CODE IS THE
000400*              OPEN TERM THE NIGHT'S TRANSFER AND EXAM CREDIT IS
000500*              POSTED INTO, SO THAT TERM'S CBL0003 ROLLUP CARRIES
000600*              IT INTO THE CUMULATIVE FIGURES.  A BLANK TERM IS
000700*              FATAL; NOTHING IS POSTED.
000800*****************************************************************
000900 01  CC-RECORD.
001000     05  CC-JOB-ID           PIC X(08).
001100     05  CC-TERM-CODE        PIC X(06).
001200     05  FILLER              PIC X(26).
