000100*****************************************************************
000200* GRDCHGRP  -  GRADE-CHANGE REGISTER LINES WRITTEN BY CBL0021.
000300*              GR- FIELDS ARE MOVED ONCE PER EVENT: EACH CHANGE
000400*              APPLIED OR REFUSED (OLD/NEW ARE THE LETTERS), EACH
000500*              STUDENT WHOSE GPA FIGURES WERE RECOMPUTED (OLD/NEW
000600*              ARE THE CUMULATIVE GPAS) AND EACH STANDING RECORD
000700*              RECLASSIFIED (OLD/NEW ARE THE STANDING CODES).
000800*              GV- FIELDS ARE MOVED ONCE, FOR THE TRAILER.
000900*****************************************************************
001000 01  WS-CHANGE-HEADING.
001100     05  FILLER              PIC X(12) VALUE "STUDENT     ".
001200     05  FILLER              PIC X(09) VALUE "COURSE   ".
001300     05  FILLER              PIC X(09) VALUE "TERM     ".
001400     05  FILLER              PIC X(08) VALUE "OLD     ".
001500     05  FILLER              PIC X(08) VALUE "NEW     ".
001600     05  FILLER              PIC X(34) VALUE "ACTION".
001700
001800 01  WS-CHANGE-LINE.
001900     05  GR-STU-ID           PIC X(09).
002000     05  FILLER              PIC X(03) VALUE SPACES.
002100     05  GR-COURSE-CODE      PIC X(06).
002200     05  FILLER              PIC X(03) VALUE SPACES.
002300     05  GR-TERM-CODE        PIC X(06).
002400     05  FILLER              PIC X(03) VALUE SPACES.
002500     05  GR-OLD              PIC X(05).
002600     05  FILLER              PIC X(03) VALUE SPACES.
002700     05  GR-NEW              PIC X(05).
002800     05  FILLER              PIC X(03) VALUE SPACES.
002900     05  GR-ACTION           PIC X(30).
003000     05  FILLER              PIC X(04) VALUE SPACES.
003100
003200 01  WS-CHANGE-TRAILER.
003300     05  FILLER              PIC X(09) VALUE "APPLIED: ".
003400     05  GV-APPLIED-COUNT    PIC ZZZZZ9.
003500     05  FILLER              PIC X(02) VALUE SPACES.
003600     05  FILLER              PIC X(10) VALUE "REFUSED: ".
003700     05  GV-REFUSED-COUNT    PIC ZZZZZ9.
003800     05  FILLER              PIC X(02) VALUE SPACES.
003900     05  FILLER              PIC X(12) VALUE "RECOMPUTED: ".
004000     05  GV-RECOMP-COUNT     PIC ZZZZZ9.
004100     05  FILLER              PIC X(02) VALUE SPACES.
004200     05  FILLER              PIC X(13) VALUE "RECLASSIFIED:".
004300     05  GV-RECLASS-COUNT    PIC ZZZZZ9.
004400     05  FILLER              PIC X(06) VALUE SPACES.
