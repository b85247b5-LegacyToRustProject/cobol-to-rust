000100*****************************************************************
000200* DEGREQ    -  DEGREE-REQUIREMENTS RECORD, MAINTAINED BY THE
000300*              REGISTRAR AND READ BY THE CBL0022 DEGREE AUDIT.
000400*              EACH PROGRAM OF STUDY (STU-PROGRAM-CODE ON THE
000500*              STUDENT MASTER) HAS ONE 'P' RECORD GIVING THE
000600*              MINIMUM TOTAL CREDITS AND MINIMUM CUMULATIVE GPA,
000700*              ONE 'R' RECORD PER REQUIRED COURSE, AND ONE 'E'
000800*              RECORD PER COURSE IN EACH ELECTIVE BLOCK.  EVERY
000900*              'E' RECORD OF A BLOCK CARRIES THE BLOCK'S MINIMUM
001000*              CREDITS; A COURSE BELONGS IN ONE BLOCK ONLY.
001100*****************************************************************
001200 01  DR-RECORD.
001300     05  DR-PROGRAM-CODE     PIC X(06).
001400     05  DR-REC-TYPE         PIC X(01).
001500         88  DR-PROGRAM-TOTALS   VALUE 'P'.
001600         88  DR-REQUIRED-COURSE  VALUE 'R'.
001700         88  DR-ELECTIVE-COURSE  VALUE 'E'.
001800     05  DR-COURSE-CODE      PIC X(06).
001900     05  DR-BLOCK-ID         PIC X(04).
002000     05  DR-MIN-CREDITS      PIC 9(03)V9(01).
002100     05  DR-MIN-GPA          PIC 9(01)V9(02).
002200     05  FILLER              PIC X(16).
