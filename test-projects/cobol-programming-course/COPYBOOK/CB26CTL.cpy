000100*****************************************************************
000200* CB26CTL   -  CONTROL CARD FOR CBL0026.
000300*              ONE RECORD READ AT STARTUP.  CC-FROM-DATE AND
000400*              CC-TO-DATE (YYYYMMDD, BOTH INCLUSIVE) BOUND THE
000500*              ACCESS-LOG ENTRIES REPORTED.  A ZERO OR BLANK FROM
000600*              DATE REPORTS FROM THE START OF THE LOG; A ZERO OR
000700*              BLANK TO DATE REPORTS TO ITS END.
000800*****************************************************************
000900 01  CC-RECORD.
001000     05  CC-JOB-ID           PIC X(08).
001100     05  CC-FROM-DATE        PIC 9(08).
001200     05  CC-TO-DATE          PIC 9(08).
001300     05  FILLER              PIC X(16).
