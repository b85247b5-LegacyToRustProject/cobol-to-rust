000100*****************************************************************
000200* SAPAPRPT  -  APPEALS REPORT LINES WRITTEN BY CBL0025 FOR THE
000300*              FINANCIAL AID OFFICE.  AH- FIELDS ARE MOVED ONCE
000400*              FOR THE HEADING, WHICH SHOWS THE THRESHOLDS IN
000500*              FORCE.  EACH STUDENT ON WARNING, NOT MEETING SAP,
000600*              OR MEETING IT WITHIN THE WATCH MARGIN OF A LIMIT
000700*              GETS A SECTION: AA- FIELDS OPEN IT, AF- FIELDS
000800*              CARRY THE CREDIT FIGURES THE APPEAL IS JUDGED ON,
000900*              AND AN- FIELDS ARE MOVED ONCE PER NOTE (WHY THE
001000*              STUDENT IS LISTED, AND THE PRIOR TERM'S STATUS).
001100*              AZ- FIELDS ARE MOVED ONCE, FOR THE TRAILER.
001200*****************************************************************
001300 01  WS-APPEAL-HEADING.
001400     05  FILLER              PIC X(25) VALUE
001500         "SAP APPEALS REPORT  TERM ".
001600     05  AH-TERM-CODE        PIC X(06).
001700     05  FILLER              PIC X(11) VALUE "  MIN PACE ".
001800     05  AH-MIN-PACE-PCT     PIC ZZ9.
001900     05  FILLER              PIC X(17) VALUE
002000         "%  MAX TIMEFRAME ".
002100     05  AH-MAX-TIME-PCT     PIC ZZ9.
002200     05  FILLER              PIC X(10) VALUE "%  MARGIN ".
002300     05  AH-WATCH-MARGIN     PIC Z9.
002400     05  FILLER              PIC X(03) VALUE SPACES.
002500
002600 01  WS-APPEAL-STUDENT.
002700     05  FILLER              PIC X(09) VALUE "STUDENT: ".
002800     05  AA-STU-ID           PIC X(09).
002900     05  FILLER              PIC X(02) VALUE SPACES.
003000     05  AA-NAME             PIC X(20).
003100     05  FILLER              PIC X(02) VALUE SPACES.
003200     05  FILLER              PIC X(09) VALUE "PROGRAM: ".
003300     05  AA-PROGRAM-CODE     PIC X(06).
003400     05  FILLER              PIC X(02) VALUE SPACES.
003500     05  AA-STATUS           PIC X(11).
003600     05  FILLER              PIC X(10) VALUE SPACES.
003700
003800 01  WS-APPEAL-FIGURES.
003900     05  FILLER              PIC X(04) VALUE SPACES.
004000     05  FILLER              PIC X(10) VALUE "ATTEMPTED ".
004100     05  AF-ATTEMPTED        PIC ZZZ9.9.
004200     05  FILLER              PIC X(08) VALUE " EARNED ".
004300     05  AF-EARNED           PIC ZZZ9.9.
004400     05  FILLER              PIC X(10) VALUE " TRANSFER ".
004500     05  AF-TRANSFER         PIC ZZZ9.9.
004600     05  FILLER              PIC X(06) VALUE " PACE ".
004700     05  AF-PACE-PCT         PIC ZZ9.9.
004800     05  FILLER              PIC X(01) VALUE "%".
004900     05  FILLER              PIC X(05) VALUE " MAX ".
005000     05  AF-MAX-CREDITS      PIC ZZZ9.9.
005100     05  FILLER              PIC X(07) VALUE SPACES.
005200
005300 01  WS-APPEAL-NOTE.
005400     05  FILLER              PIC X(04) VALUE SPACES.
005500     05  AN-REASON           PIC X(40).
005600     05  FILLER              PIC X(03) VALUE SPACES.
005700     05  AN-PRIOR-LABEL      PIC X(07).
005800     05  AN-PRIOR            PIC X(11).
005900     05  FILLER              PIC X(15) VALUE SPACES.
006000
006100 01  WS-APPEAL-TRAILER.
006200     05  FILLER              PIC X(10) VALUE "STUDENTS: ".
006300     05  AZ-STUDENT-COUNT    PIC ZZZZ9.
006400     05  FILLER              PIC X(10) VALUE " MEETING: ".
006500     05  AZ-MEETING-COUNT    PIC ZZZZ9.
006600     05  FILLER              PIC X(10) VALUE " WARNING: ".
006700     05  AZ-WARNING-COUNT    PIC ZZZZ9.
006800     05  FILLER              PIC X(14) VALUE " NOT MEETING: ".
006900     05  AZ-NOT-MEETING-COUNT PIC ZZZZ9.
007000     05  FILLER              PIC X(08) VALUE " CLOSE: ".
007100     05  AZ-CLOSE-COUNT      PIC ZZZZ9.
007200     05  FILLER              PIC X(03) VALUE SPACES.
