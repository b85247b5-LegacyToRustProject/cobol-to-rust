000100*****************************************************************
000200* CB22CTL   -  CONTROL CARD FOR CBL0022.
000300*              ONE RECORD READ AT STARTUP.  CC-GRAD-TERM NAMES
000400*              THE COMMENCEMENT TERM THE AUDIT IS RUN FOR AND IS
000500*              PRINTED ON THE ELIGIBLE LIST HEADING.
000600*****************************************************************
000700 01  CC-RECORD.
000800     05  CC-JOB-ID           PIC X(08).
000900     05  CC-GRAD-TERM        PIC X(06).
001000     05  FILLER              PIC X(26).
