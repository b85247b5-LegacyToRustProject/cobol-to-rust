000300*              THE OVERNIGHT SCHEDULE IS SUPPOSED TO RUN.  KEPT
000400*              AS A CONTROL FILE SO THE SCHEDULE CAN CHANGE
000500*              WITHOUT A PROGRAM CHANGE.
000510*              EACH JOB MAY NAME UP TO FOUR PREDECESSORS THAT
000520*              MUST HAVE LOGGED A CLEAN RUN TONIGHT BEFORE IT
000530*              OPENS ITS INPUTS.  A BLANK PREDECESSOR JOB ID
000540*              MEANS THE SAME JOB ID AS THE STEP ITSELF.  THE
000550*              CHECK IS MADE BY THE STEP, READING THIS FILE
000560*              WITH PREDCHK AS ITS WORK AREA.
000600*****************************************************************
000700 01  EJ-RECORD.
000800     05  EJ-PROGRAM-ID       PIC X(08).
000900     05  EJ-JOB-ID           PIC X(08).
001000     05  FILLER              PIC X(14).
001100     05  EJ-PREDECESSOR OCCURS 4 TIMES.
001200         10  EJ-PRED-PROGRAM-ID  PIC X(08).
001300         10  EJ-PRED-JOB-ID      PIC X(08).
001400     05  FILLER              PIC X(06).
