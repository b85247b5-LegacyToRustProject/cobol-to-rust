000300*              STUDENT GRADED, ONE PER STUDENT/COURSE/TERM.  THIS
000400*              IS THE PERMANENT FEED THAT CBL0003 SORTS AND ROLLS
000500*              UP INTO GPA-MASTER RECORDS AT TERM END.
000510*              CBL0027 APPENDS ACCEPTED TRANSFER AND EXAM CREDIT
000520*              AS LETTER 'T' RECORDS: THE COURSE CODE IS THE LOCAL
000530*              EQUIVALENT, OR THE ELECTIVE PLACEHOLDER 'ELECTV'
000540*              WHEN THERE IS NONE, AND GH-TRANSFER-DETAIL CARRIES
000550*              THE HOURS GRANTED AND THE SOURCE INSTITUTION CODE.
000560*              TRANSFER HOURS COUNT AS CREDITS BUT NEVER AS
000570*              QUALITY POINTS OR GPA HOURS.  ON A GRADED RECORD
000580*              GH-TRANSFER-INFO IS SPACES.
000600*****************************************************************
000700 01  GH-RECORD.
000800     05  GH-STU-ID           PIC X(09).
000900     05  GH-COURSE-CODE      PIC X(06).
000910         88  GH-ELECTIVE-PLACEHOLDER VALUE 'ELECTV'.
001000     05  GH-TERM-CODE        PIC X(06).
001100     05  GH-LETTER           PIC X(01).
001110         88  GH-TRANSFER-CREDIT  VALUE 'T'.
001200     05  GH-TRANSFER-INFO    PIC X(08) VALUE SPACES.
001300     05  GH-TRANSFER-DETAIL REDEFINES GH-TRANSFER-INFO.
001400         10  GH-TRANSFER-HOURS   PIC 9(02)V9(01).
001500         10  GH-SOURCE-INST      PIC X(05).
