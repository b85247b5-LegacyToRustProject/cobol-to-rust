000500*              STARTUP CBL0002 LOADS ONLY THE ENTRIES THAT MATCH
000600*              ITS OWN COURSE/TERM AND APPLIES THE LATEST
000700*              CORRECTION FOR EACH STUDENT IN PLACE OF THE GRADE
000800*              ON STUDENT-FILE.  GC-OPERATOR-ID IS THE SIGNED-ON
000810*              OPERATOR WHO FILED THE CORRECTION, OR THE PROGRAM
000820*              ID OF A BATCH STEP THAT FILED IT (CBL0013).
000900*****************************************************************
001000 01  GC-RECORD.
001100     05  GC-STU-ID           PIC X(09).
001300     05  GC-TERM-CODE        PIC X(06).
001400     05  GC-NEW-GRADE        PIC 9(03).
001500     05  GC-CORR-DATE        PIC 9(08).
001600     05  GC-OPERATOR-ID      PIC X(08) VALUE SPACES.
