000100*****************************************************************
000200* GRDTRRPT  -  GRADE-DISTRIBUTION TREND REPORT LINES WRITTEN BY
000300*              CBL0023.  TH- IS SET ONCE FOR THE TITLE AND TC-
000400*              OPENS EACH COURSE.  TP- FIELDS ARE MOVED ONCE PER
000500*              TERM OF THE COURSE AND ONCE MORE FOR THE COURSE'S
000600*              LONG-RUN LINE ("ALL" IN THE TERM COLUMN).  TP-FLAG
000700*              CARRIES "A" AND/OR "F" WHEN THAT SHARE MOVED
000800*              BEYOND THE CONTROL-CARD LIMIT.  TQ- FIELDS ARE
000900*              MOVED ONCE, FOR THE TRAILER.
001000*****************************************************************
001100 01  WS-TREND-TITLE.
001200     05  FILLER              PIC X(40) VALUE
001300         "GRADE DISTRIBUTION TREND BY COURSE     ".
001400     05  FILLER              PIC X(13) VALUE "SHARE LIMIT: ".
001500     05  TH-SHARE-LIMIT      PIC ZZ9.9.
001600     05  FILLER              PIC X(22) VALUE " PCT POINTS".
001700
001800 01  WS-TREND-COURSE-LINE.
001900     05  FILLER              PIC X(08) VALUE "COURSE: ".
002000     05  TC-COURSE-CODE      PIC X(06).
002100     05  FILLER              PIC X(66) VALUE SPACES.
002200
002300 01  WS-TREND-HEADING.
002400     05  FILLER              PIC X(08) VALUE "TERM    ".
002500     05  FILLER              PIC X(30) VALUE
002600         "    A     B     C     D     F ".
002700     05  FILLER              PIC X(12) VALUE "    W     I ".
002800     05  FILLER              PIC X(06) VALUE "  AVG ".
002900     05  FILLER              PIC X(14) VALUE "   A%     F%  ".
003000     05  FILLER              PIC X(10) VALUE "FLAG".
003100
003200 01  WS-TREND-LINE.
003300     05  TP-TERM-CODE        PIC X(06).
003400     05  FILLER              PIC X(02) VALUE SPACES.
003500     05  TP-A-COUNT          PIC ZZZZ9.
003600     05  FILLER              PIC X(01) VALUE SPACE.
003700     05  TP-B-COUNT          PIC ZZZZ9.
003800     05  FILLER              PIC X(01) VALUE SPACE.
003900     05  TP-C-COUNT          PIC ZZZZ9.
004000     05  FILLER              PIC X(01) VALUE SPACE.
004100     05  TP-D-COUNT          PIC ZZZZ9.
004200     05  FILLER              PIC X(01) VALUE SPACE.
004300     05  TP-F-COUNT          PIC ZZZZ9.
004400     05  FILLER              PIC X(01) VALUE SPACE.
004500     05  TP-W-COUNT          PIC ZZZZ9.
004600     05  FILLER              PIC X(01) VALUE SPACE.
004700     05  TP-I-COUNT          PIC ZZZZ9.
004800     05  FILLER              PIC X(02) VALUE SPACES.
004900     05  TP-AVG-POINTS       PIC 9.99.
005000     05  FILLER              PIC X(02) VALUE SPACES.
005100     05  TP-A-PCT            PIC ZZ9.9.
005200     05  FILLER              PIC X(02) VALUE SPACES.
005300     05  TP-F-PCT            PIC ZZ9.9.
005400     05  FILLER              PIC X(02) VALUE SPACES.
005500     05  TP-FLAG             PIC X(03).
005600     05  FILLER              PIC X(06) VALUE SPACES.
005700
005800 01  WS-TREND-TRAILER.
005900     05  FILLER              PIC X(09) VALUE "COURSES: ".
006000     05  TQ-COURSE-COUNT     PIC ZZZZZ9.
006100     05  FILLER              PIC X(03) VALUE SPACES.
006200     05  FILLER              PIC X(07) VALUE "TERMS: ".
006300     05  TQ-TERM-COUNT       PIC ZZZZZ9.
006400     05  FILLER              PIC X(03) VALUE SPACES.
006500     05  FILLER              PIC X(09) VALUE "FLAGGED: ".
006600     05  TQ-FLAG-COUNT       PIC ZZZZZ9.
006700     05  FILLER              PIC X(03) VALUE SPACES.
006800     05  FILLER              PIC X(09) VALUE "RECORDS: ".
006900     05  TQ-RECORD-COUNT     PIC ZZZZZ9.
007000     05  FILLER              PIC X(13) VALUE SPACES.
