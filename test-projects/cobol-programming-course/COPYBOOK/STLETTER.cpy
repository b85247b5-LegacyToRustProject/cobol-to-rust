000100*****************************************************************
000200* STLETTER  -  STANDING-LETTER LINES WRITTEN BY CBL0024.  LL-
000300*              FIELDS BUILD EACH LETTER ON THE LETTERS FILE.  LX-
000400*              FIELDS ARE MOVED FOR EVERY LETTER HELD BACK TO THE
000500*              EXCEPTION REPORT.  LQ- FIELDS ARE MOVED ONCE, FOR
000600*              THE TWO TRAILER LINES WRITTEN TO BOTH FILES; THE
000700*              SUSPENSION COUNT PLUS ANY SUSPENSION LETTERS HELD
000800*              BALANCES TO THE SUSPENDED COUNT ON STCMPRPT, AND
000900*              THE STANDING RECORDS READ TO ITS FIRST TRAILER.
001000*****************************************************************
001100 01  WS-LETTER-DATE-LINE.
001200     05  FILLER              PIC X(55) VALUE SPACES.
001300     05  LL-DATE.
001400         10  LL-DATE-MM      PIC 9(02).
001500         10  FILLER          PIC X(01) VALUE "/".
001600         10  LL-DATE-DD      PIC 9(02).
001700         10  FILLER          PIC X(01) VALUE "/".
001800         10  LL-DATE-YYYY    PIC 9(04).
001900     05  FILLER              PIC X(15) VALUE SPACES.
002000
002100 01  WS-LETTER-TEXT-LINE.
002200     05  FILLER              PIC X(05) VALUE SPACES.
002300     05  LL-TEXT             PIC X(70).
002400     05  FILLER              PIC X(05) VALUE SPACES.
002500
002600 01  WS-LETTER-RE-LINE.
002700     05  FILLER              PIC X(05) VALUE SPACES.
002800     05  FILLER              PIC X(04) VALUE "RE: ".
002900     05  LL-LETTER-NAME      PIC X(20).
003000     05  FILLER              PIC X(08) VALUE "  TERM  ".
003100     05  LL-TERM-CODE        PIC X(06).
003200     05  FILLER              PIC X(14) VALUE "  STUDENT ID  ".
003300     05  LL-STU-ID           PIC X(09).
003400     05  FILLER              PIC X(14) VALUE SPACES.
003500
003600 01  WS-LETTER-GPA-LINE.
003700     05  FILLER              PIC X(10) VALUE SPACES.
003800     05  LL-GPA-LABEL        PIC X(18).
003900     05  LL-GPA              PIC 9.99.
004000     05  FILLER              PIC X(48) VALUE SPACES.
004100
004200 01  WS-LETTER-CUT-LINE      PIC X(80) VALUE ALL "-".
004300
004400 01  WS-LETTER-SPACER        PIC X(80) VALUE SPACES.
004500
004600 01  WS-LETTER-HELD-LINE.
004700     05  LX-STU-ID           PIC X(09).
004800     05  FILLER              PIC X(02) VALUE SPACES.
004900     05  LX-LETTER-NAME      PIC X(20).
005000     05  FILLER              PIC X(02) VALUE SPACES.
005100     05  LX-REASON           PIC X(30).
005200     05  FILLER              PIC X(17) VALUE SPACES.
005300
005400 01  WS-LETTER-TRAILER-1.
005500     05  FILLER              PIC X(12) VALUE "DEANS LIST: ".
005600     05  LQ-DEANS            PIC ZZZZZ9.
005700     05  FILLER              PIC X(02) VALUE SPACES.
005800     05  FILLER              PIC X(09) VALUE "WARNING: ".
005900     05  LQ-WARNING          PIC ZZZZZ9.
006000     05  FILLER              PIC X(02) VALUE SPACES.
006100     05  FILLER              PIC X(11) VALUE "PROBATION: ".
006200     05  LQ-PROBATION        PIC ZZZZZ9.
006300     05  FILLER              PIC X(02) VALUE SPACES.
006400     05  FILLER              PIC X(12) VALUE "SUSPENSION: ".
006500     05  LQ-SUSPENSION       PIC ZZZZZ9.
006600     05  FILLER              PIC X(06) VALUE SPACES.
006700
006800 01  WS-LETTER-TRAILER-2.
006900     05  FILLER              PIC X(06) VALUE "HELD: ".
007000     05  LQ-HELD             PIC ZZZZZ9.
007100     05  FILLER              PIC X(02) VALUE SPACES.
007200     05  FILLER              PIC X(11) VALUE "NO LETTER: ".
007300     05  LQ-NO-LETTER        PIC ZZZZZ9.
007400     05  FILLER              PIC X(02) VALUE SPACES.
007500     05  FILLER              PIC X(18) VALUE
007600         "STANDING RECORDS: ".
007700     05  LQ-STANDING         PIC ZZZZZ9.
007800     05  FILLER              PIC X(23) VALUE SPACES.
