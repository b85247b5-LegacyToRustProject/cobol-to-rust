000100*****************************************************************
000200* ACCRPT    -  ACCESS REPORT LINES WRITTEN BY CBL0026 FROM THE
000300*              CBL0004 ACCESS LOG.  QH- FIELDS ARE MOVED ONCE FOR
000400*              THE TITLE.  THE REPORT HAS TWO PARTS, BY OPERATOR
000500*              AND BY STUDENT, EACH OPENED BY A SECTION LINE (QS-)
000600*              AND BROKEN INTO GROUPS: QG- FIELDS OPEN A GROUP,
000700*              QD- FIELDS ARE MOVED ONCE PER LOG ENTRY (QD-WHO IS
000800*              THE STUDENT IN THE OPERATOR PART AND THE OPERATOR
000900*              IN THE STUDENT PART), AND QC- FIELDS CLOSE THE
001000*              GROUP WITH ITS COUNTS.  QT- FIELDS ARE MOVED ONCE,
001100*              FOR THE TWO TRAILER LINES.
001200*****************************************************************
001300 01  WS-ACCESS-TITLE.
001400     05  FILLER              PIC X(35) VALUE
001500         "STUDENT-RECORD ACCESS REPORT  FROM ".
001600     05  QH-FROM-DATE        PIC 9(08).
001700     05  FILLER              PIC X(05) VALUE "  TO ".
001800     05  QH-TO-DATE          PIC 9(08).
001900     05  FILLER              PIC X(24) VALUE SPACES.
002000
002100 01  WS-ACCESS-SECTION.
002200     05  QS-TITLE            PIC X(40).
002300     05  FILLER              PIC X(40) VALUE SPACES.
002400
002500 01  WS-ACCESS-GROUP.
002600     05  QG-LABEL            PIC X(10).
002700     05  QG-KEY              PIC X(09).
002800     05  FILLER              PIC X(61) VALUE SPACES.
002900
003000 01  WS-ACCESS-DETAIL.
003100     05  FILLER              PIC X(04) VALUE SPACES.
003200     05  QD-DATE             PIC 9(08).
003300     05  FILLER              PIC X(01) VALUE SPACES.
003400     05  QD-TIME             PIC 9(06).
003500     05  FILLER              PIC X(02) VALUE SPACES.
003600     05  QD-WHO              PIC X(09).
003700     05  FILLER              PIC X(02) VALUE SPACES.
003800     05  QD-COURSE-CODE      PIC X(06).
003900     05  FILLER              PIC X(01) VALUE SPACES.
004000     05  QD-TERM-CODE        PIC X(06).
004100     05  FILLER              PIC X(02) VALUE SPACES.
004200     05  QD-ACTION           PIC X(18).
004300     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  QD-REASON           PIC X(08).
004500     05  FILLER              PIC X(01) VALUE SPACES.
004600     05  QD-NEW-GRADE        PIC X(03).
004700     05  FILLER              PIC X(01) VALUE SPACES.
004800
004900 01  WS-ACCESS-COUNT.
005000     05  FILLER              PIC X(04) VALUE SPACES.
005100     05  FILLER              PIC X(09) VALUE "ENTRIES: ".
005200     05  QC-ENTRIES          PIC ZZZZ9.
005300     05  FILLER              PIC X(11) VALUE "  REFUSED: ".
005400     05  QC-REFUSED          PIC ZZZZ9.
005500     05  FILLER              PIC X(21) VALUE
005600         "  CORRECTIONS FILED: ".
005700     05  QC-FILED            PIC ZZZZ9.
005800     05  FILLER              PIC X(20) VALUE SPACES.
005900
006000 01  WS-ACCESS-TRAILER-1.
006100     05  FILLER              PIC X(09) VALUE "LOOKUPS: ".
006200     05  QT-LOOKUPS          PIC ZZZZ9.
006300     05  FILLER              PIC X(19) VALUE
006400         "  LOOKUPS REFUSED: ".
006500     05  QT-LOOKUPS-REFUSED  PIC ZZZZ9.
006600     05  FILLER              PIC X(20) VALUE
006700         "  SIGN-ONS REFUSED: ".
006800     05  QT-SIGN-ONS-REFUSED PIC ZZZZ9.
006900     05  FILLER              PIC X(17) VALUE SPACES.
007000
007100 01  WS-ACCESS-TRAILER-2.
007200     05  FILLER              PIC X(19) VALUE
007300         "CORRECTIONS FILED: ".
007400     05  QT-CORR-FILED       PIC ZZZZ9.
007500     05  FILLER              PIC X(23) VALUE
007600         "  CORRECTIONS REFUSED: ".
007700     05  QT-CORR-REFUSED     PIC ZZZZ9.
007800     05  FILLER              PIC X(11) VALUE "  ENTRIES: ".
007900     05  QT-ENTRIES          PIC ZZZZ9.
008000     05  FILLER              PIC X(12) VALUE SPACES.
