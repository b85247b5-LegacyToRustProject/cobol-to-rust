000500*              ST-TRAN-CODE IS 'A' (ADD), 'C' (CHANGE) OR 'D'
000600*              (DROP).  ON A CHANGE, A BLANK NAME OR BLANK GRADE
000700*              MEANS LEAVE THAT FIELD AS IT STANDS ON THE MASTER.
000710*              ST-PROGRAM-CODE SETS THE STUDENT'S PROGRAM OF
000720*              STUDY; ON A CHANGE A BLANK PROGRAM CODE LIKEWISE
000730*              LEAVES IT ALONE.
000800*****************************************************************
000900 01  ST-RECORD.
001000     05  ST-TRAN-CODE        PIC X(01).
001400     05  ST-STU-ID           PIC X(09).
001500     05  ST-NAME             PIC X(20).
001600     05  ST-GRADE-X          PIC X(03).
001650     05  ST-PROGRAM-CODE     PIC X(06).
001700     05  FILLER              PIC X(01).
