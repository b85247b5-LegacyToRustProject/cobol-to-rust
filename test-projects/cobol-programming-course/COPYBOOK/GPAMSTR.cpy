000300*              STUDENT.  CARRIES BOTH THE JUST-COMPLETED TERM'S
000400*              GPA AND THE CUMULATIVE GPA CARRIED FORWARD FROM
000500*              THE PRIOR RUN'S GPA-MASTER FILE.
000510*              GM-CUM-CREDITS INCLUDES ACCEPTED TRANSFER AND EXAM
000520*              CREDIT, WHICH GM-CUM-XFER-CREDITS ALSO CARRIES ON
000530*              ITS OWN; THE CUMULATIVE GPA IS QUALITY POINTS OVER
000540*              THE DIFFERENCE, SO TRANSFER HOURS NEVER DILUTE IT.
000550*              SPACES IN GM-CUM-XFER-CREDITS (A RECORD WRITTEN
000560*              BEFORE THE FIELD EXISTED) MEANS ZERO.
000600*****************************************************************
000700 01  GM-RECORD.
000800     05  GM-STU-ID           PIC X(09).
001300     05  GM-CUM-CREDITS      PIC 9(04)V9(01).
001400     05  GM-CUM-QUALITY-PTS  PIC 9(06)V9(01).
001500     05  GM-CUM-GPA          PIC 9(01)V9(02).
001600     05  GM-CUM-XFER-CREDITS PIC 9(04)V9(01).
001700     05  FILLER              PIC X(12) VALUE SPACES.
