000100*****************************************************************
000200* TRBATREC  -  PROCESSED-BATCH LOG RECORD.  CBL0001 APPENDS ONE
000300*              TO TRBATLOG FOR EVERY BATCH IT POSTS, AND READS
000400*              THE WHOLE LOG BEFORE POSTING ANYTHING SO THAT A
000500*              BATCH NUMBER A UNIT HAS ALREADY HAD POSTED ON AN
000600*              EARLIER RUN IS HELD RATHER THAN POSTED TWICE.
000700*              BL-LAST-SEQ-NO IS THE TRAILER'S SEQUENCE NUMBER;
000800*              A RESTART USES IT TO KNOW ITS OWN FIRST ATTEMPT'S
000900*              ENTRIES FROM A GENUINE REPEAT.
001000*****************************************************************
001100 01  BL-RECORD.
001200     05  BL-UNIT-ID          PIC X(04).
001300     05  BL-BATCH-NO         PIC X(04).
001400     05  BL-JOB-ID           PIC X(08).
001500     05  BL-RUN-DATE         PIC 9(08).
001600     05  BL-LAST-SEQ-NO      PIC 9(06).
001700     05  BL-REC-COUNT        PIC 9(05).
001800     05  FILLER              PIC X(05) VALUE SPACES.
