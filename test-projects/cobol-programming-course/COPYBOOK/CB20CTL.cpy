000100*****************************************************************
000200* CB20CTL   -  CONTROL CARD FOR CBL0020.
000300*              ONE RECORD READ AT STARTUP.  NAMES THE TERM THE
000400*              ENROLLMENT FILE IS FOR.  A PREREQUISITE IS ONLY
000500*              SATISFIED BY A PASSING GRADE FROM SOME OTHER TERM,
000600*              SO A RERUN AFTER TONIGHT'S GRADING CANNOT LET A
000700*              COURSE SATISFY ITSELF OR A SAME-TERM CO-REQUISITE.
000800*****************************************************************
000900 01  CC-RECORD.
001000     05  CC-JOB-ID           PIC X(08).
001100     05  CC-TERM-CODE        PIC X(06).
001200     05  FILLER              PIC X(26).
