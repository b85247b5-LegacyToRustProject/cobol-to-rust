000100*****************************************************************
000200* GRDCHGRC  -  RETROACTIVE GRADE-CHANGE TRANSACTION READ BY
000300*              CBL0021, ONE PER GRADE THE REGISTRAR HAS
000400*              APPROVED CHANGING ON A CLOSED TERM.  THE STUDENT/
000500*              COURSE/TERM NAMES THE ORIGINAL ATTEMPT ON THE
000600*              ACTIVE GRADE HISTORY OR THE ARCHIVE; GX-NEW-LETTER
000700*              REPLACES ITS LETTER.  GX-APPROVED-DATE IS THE DATE
000800*              ON THE REGISTRAR'S CHANGE FORM.
000900*****************************************************************
001000 01  GX-RECORD.
001100     05  GX-STU-ID           PIC X(09).
001200     05  GX-COURSE-CODE      PIC X(06).
001300     05  GX-TERM-CODE        PIC X(06).
001400     05  GX-NEW-LETTER       PIC X(01).
001500     05  GX-APPROVED-DATE    PIC 9(08).
001600     05  FILLER              PIC X(10) VALUE SPACES.
