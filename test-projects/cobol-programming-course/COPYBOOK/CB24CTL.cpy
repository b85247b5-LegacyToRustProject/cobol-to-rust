000100*****************************************************************
000200* CB24CTL   -  CONTROL CARD FOR CBL0024.
000300*              ONE RECORD READ AT STARTUP.  CARRIES THE JOB ID
000400*              STAMPED ON THE RUN-LOG RECORD.  THE TERM COMES
000500*              FROM THE STANDING FILE ITSELF AND THE LETTER DATE
000600*              IS THE RUN DATE.
000700*****************************************************************
000800 01  CC-RECORD.
000900     05  CC-JOB-ID           PIC X(08).
001000     05  FILLER              PIC X(32).
