000100*****************************************************************
000200* OPRAUTH   -  AUTHORIZED-OPERATOR RECORD, MAINTAINED BY THE
000300*              REGISTRAR AND READ BY THE CBL0004 CORRECTION
000400*              SESSION AT SIGN-ON.  ONE RECORD PER OPERATOR AND
000500*              COURSE THE OPERATOR MAY WORK; AN OPERATOR WITH NO
000600*              RECORD CANNOT SIGN ON, AND ONE WITHOUT A RECORD FOR
000700*              THE SESSION'S COURSE HAS EVERY LOOKUP REFUSED.
000800*****************************************************************
000900 01  OA-RECORD.
001000     05  OA-OPERATOR-ID      PIC X(08).
001100     05  OA-COURSE-CODE      PIC X(06).
001200     05  OA-OPERATOR-NAME    PIC X(20).
001300     05  FILLER              PIC X(06).
