000100*****************************************************************
000200* DEGAUDRP  -  REPORT LINES WRITTEN BY CBL0022.
000300*              EG- FIELDS ARE MOVED TO THE GRADUATION-ELIGIBLE
000400*              LIST ONCE PER STUDENT MEETING EVERY REQUIREMENT OF
000500*              THE PROGRAM.  DS- FIELDS OPEN EACH DEFICIENT
000600*              STUDENT'S SECTION OF THE DEFICIENCY REPORT AND
000700*              DI- FIELDS ARE MOVED ONCE PER DEFICIENCY (THE
000800*              MISSING COURSE OR THE SHORT ELECTIVE BLOCK, WITH
000900*              WHAT IS NEEDED AND WHAT THE STUDENT HAS).  DT-
001000*              FIELDS ARE MOVED ONCE, FOR THE TRAILER WRITTEN TO
001100*              BOTH FILES.
001200*****************************************************************
001300 01  WS-ELIGIBLE-HEADING.
001400     05  FILLER              PIC X(32) VALUE
001500         "GRADUATION-ELIGIBLE LIST  TERM ".
001600     05  EH-GRAD-TERM        PIC X(06).
001700     05  FILLER              PIC X(42) VALUE SPACES.
001800
001900 01  WS-ELIGIBLE-LINE.
002000     05  EG-STU-ID           PIC X(09).
002100     05  FILLER              PIC X(03) VALUE SPACES.
002200     05  EG-NAME             PIC X(20).
002300     05  FILLER              PIC X(03) VALUE SPACES.
002400     05  EG-PROGRAM-CODE     PIC X(06).
002500     05  FILLER              PIC X(03) VALUE SPACES.
002600     05  EG-CUM-CREDITS      PIC ZZZ9.9.
002700     05  FILLER              PIC X(03) VALUE SPACES.
002800     05  EG-CUM-GPA          PIC 9.99.
002900     05  FILLER              PIC X(23) VALUE SPACES.
003000
003100 01  WS-DEFICIENT-STUDENT.
003200     05  FILLER              PIC X(09) VALUE "STUDENT: ".
003300     05  DS-STU-ID           PIC X(09).
003400     05  FILLER              PIC X(03) VALUE SPACES.
003500     05  DS-NAME             PIC X(20).
003600     05  FILLER              PIC X(03) VALUE SPACES.
003700     05  FILLER              PIC X(09) VALUE "PROGRAM: ".
003800     05  DS-PROGRAM-CODE     PIC X(06).
003900     05  FILLER              PIC X(21) VALUE SPACES.
004000
004100 01  WS-DEFICIENCY-LINE.
004200     05  FILLER              PIC X(04) VALUE SPACES.
004300     05  DI-ITEM             PIC X(06).
004400     05  FILLER              PIC X(03) VALUE SPACES.
004500     05  DI-REASON           PIC X(30).
004600     05  FILLER              PIC X(03) VALUE SPACES.
004700     05  FILLER              PIC X(06) VALUE "NEED: ".
004800     05  DI-NEED             PIC ZZZ9.99.
004900     05  FILLER              PIC X(03) VALUE SPACES.
005000     05  FILLER              PIC X(06) VALUE "HAVE: ".
005100     05  DI-HAVE             PIC ZZZ9.99.
005200     05  FILLER              PIC X(05) VALUE SPACES.
005300
005400 01  WS-AUDIT-TRAILER.
005500     05  FILLER              PIC X(09) VALUE "AUDITED: ".
005600     05  DT-AUDIT-COUNT      PIC ZZZZZ9.
005700     05  FILLER              PIC X(03) VALUE SPACES.
005800     05  FILLER              PIC X(10) VALUE "ELIGIBLE: ".
005900     05  DT-ELIGIBLE-COUNT   PIC ZZZZZ9.
006000     05  FILLER              PIC X(03) VALUE SPACES.
006100     05  FILLER              PIC X(11) VALUE "DEFICIENT: ".
006200     05  DT-DEFICIENT-COUNT  PIC ZZZZZ9.
006300     05  FILLER              PIC X(26) VALUE SPACES.
