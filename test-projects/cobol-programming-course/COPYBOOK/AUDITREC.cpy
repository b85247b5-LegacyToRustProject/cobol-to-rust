000510*              AL-COURSE-CODE TELLS THE WHOLE-TERM GRADING
000520*              RUN'S ENTRIES APART - ONE STUDENT GRADED IN
000530*              THIRTY COURSES LEAVES THIRTY DISTINCT ENTRIES.
000540*              CBL0021 APPENDS AN ENTRY FOR EVERY RETROACTIVE
000550*              GRADE CHANGE, WITH AL-INPUT-GRADE ZERO, THE NEW
000560*              LETTER IN AL-LETTER AND THE LETTER IT REPLACED
000570*              IN AL-PRIOR-LETTER; GRADING ENTRIES LEAVE
000580*              AL-PRIOR-LETTER BLANK.
000600*****************************************************************
000700 01  AL-RECORD.
000800     05  AL-STU-ID           PIC X(09).
001100     05  AL-RUN-DATE         PIC 9(08).
001200     05  AL-JOB-ID           PIC X(08).
001250     05  AL-COURSE-CODE      PIC X(06).
001260     05  AL-PRIOR-LETTER     PIC X(01) VALUE SPACE.
001300     05  FILLER              PIC X(04) VALUE SPACES.
