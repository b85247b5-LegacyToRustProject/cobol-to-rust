000700*              THE RECORD, SO THE MORNING SUMMARY (CBL0010) CAN
000800*              TELL A CHECKPOINT FROM THE NIGHT BEING REPORTED
000900*              APART FROM ONE LEFT BEHIND BY AN EARLIER RUN.
000910*              CK-BATCH-UNIT-ID/CK-BATCH-NO NAME THE BATCH THE RUN
000920*              WAS PART-WAY THROUGH, SPACES WHEN THE RECORD JUST
000930*              PROCESSED ENDED ITS BATCH.  THEY SIT AFTER THE RUN
000940*              DATE SO THE DATE KEEPS ITS PLACE FOR CBL0010.
001000*****************************************************************
001100 01  CK-RECORD.
001200     05  CK-JOB-ID           PIC X(08).
002100     05  CK-MUL-TOTAL        PIC S9(12).
002200     05  CK-DIV-TOTAL        PIC S9(12).
002300     05  CK-RUN-DATE         PIC 9(08).
002310     05  CK-BATCH-UNIT-ID    PIC X(04).
002320     05  CK-BATCH-NO         PIC X(04).
002330     05  FILLER              PIC X(02) VALUE SPACES.
