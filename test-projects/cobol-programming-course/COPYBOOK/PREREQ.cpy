000100*****************************************************************
000200* PREREQ    -  COURSE-PREREQUISITE RECORD, MAINTAINED BY THE
000300*              REGISTRAR.  ONE RECORD PER COURSE PER REQUIRED
000400*              PRIOR COURSE; A COURSE WITH THREE PREREQUISITES
000500*              HAS THREE RECORDS.  A COURSE WITH NO RECORDS HAS
000600*              NO PREREQUISITES.  READ BY THE CBL0020 ENROLLMENT
000700*              PRE-EDIT, WHICH REQUIRES A PASSING LETTER (A
000800*              THROUGH D) IN EACH PREREQUISITE ON THE COMBINED
000900*              GRADE HISTORY.
001000*****************************************************************
001100 01  PQ-RECORD.
001200     05  PQ-COURSE-CODE      PIC X(06).
001300     05  PQ-PREREQ-CODE      PIC X(06).
001400     05  FILLER              PIC X(18).
