000100*****************************************************************
000200* CB21CTL   -  CONTROL CARD FOR CBL0021.
000300*              ONE RECORD READ AT STARTUP.  CC-OPEN-TERM NAMES
000400*              THE TERM STILL BEING GRADED; A CHANGE AGAINST IT
000500*              IS REFUSED (THE CBL0004 CORRECTION FILE COVERS AN
000600*              OPEN TERM) AND ITS ATTEMPTS ARE LEFT OUT OF THE
000700*              RECOMPUTED GPA FIGURES, SINCE CBL0003 HAS NOT YET
000800*              ROLLED THEM UP.
000900*****************************************************************
001000 01  CC-RECORD.
001100     05  CC-JOB-ID           PIC X(08).
001200     05  CC-OPEN-TERM        PIC X(06).
001300     05  FILLER              PIC X(26).
