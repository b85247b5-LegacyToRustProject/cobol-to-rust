000600*              (INCOMPLETE).  WHEN IT IS SET, STU-GRADE IS ZERO
000700*              AND MEANINGLESS; GRADING TAKES THE STATUS AS THE
000800*              LETTER INSTEAD OF SCALING THE SCORE.
000810*              STU-PROGRAM-CODE IS THE STUDENT'S PROGRAM OF
000820*              STUDY, MAINTAINED BY CBL0007 AND MATCHED BY THE
000830*              CBL0022 DEGREE AUDIT AGAINST THE DEGREE-
000840*              REQUIREMENTS FILE.  BLANK MEANS UNDECLARED.
000900*****************************************************************
001000 01  STU-RECORD.
001100     05  STU-ID              PIC X(09).
001500         88  STU-WITHDRAWN       VALUE 'W'.
001600         88  STU-INCOMPLETE      VALUE 'I'.
001700         88  STU-GRADED          VALUE ' '.
001750     05  STU-PROGRAM-CODE    PIC X(06).
001800     05  FILLER              PIC X(01).
