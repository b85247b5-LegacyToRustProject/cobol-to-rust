000100*****************************************************************
000200* XFRRPT    -  TRANSFER-CREDIT REGISTER LINES WRITTEN BY CBL0027.
000300*              XR- FIELDS ARE MOVED ONCE PER TRANSACTION, POSTED
000400*              OR REFUSED, WITH THE ACTION TAKEN.  XH- FIELDS ARE
000500*              MOVED ONCE, FOR THE TRAILER.
000600*****************************************************************
000700 01  WS-XFER-HEADING.
000800     05  FILLER              PIC X(12) VALUE "STUDENT     ".
000900     05  FILLER              PIC X(09) VALUE "COURSE   ".
001000     05  FILLER              PIC X(07) VALUE "HOURS  ".
001100     05  FILLER              PIC X(08) VALUE "SOURCE  ".
001200     05  FILLER              PIC X(09) VALUE "TERM     ".
001300     05  FILLER              PIC X(35) VALUE "ACTION".
001400
001500 01  WS-XFER-LINE.
001600     05  XR-STU-ID           PIC X(09).
001700     05  FILLER              PIC X(03) VALUE SPACES.
001800     05  XR-COURSE-CODE      PIC X(06).
001900     05  FILLER              PIC X(03) VALUE SPACES.
002000     05  XR-HOURS            PIC Z9.9.
002100     05  FILLER              PIC X(03) VALUE SPACES.
002200     05  XR-SOURCE-INST      PIC X(05).
002300     05  FILLER              PIC X(03) VALUE SPACES.
002400     05  XR-TERM-CODE        PIC X(06).
002500     05  FILLER              PIC X(03) VALUE SPACES.
002600     05  XR-ACTION           PIC X(32).
002700     05  FILLER              PIC X(03) VALUE SPACES.
002800
002900 01  WS-XFER-TRAILER.
003000     05  FILLER              PIC X(06) VALUE "READ: ".
003100     05  XH-READ-COUNT       PIC ZZZZZ9.
003200     05  FILLER              PIC X(02) VALUE SPACES.
003300     05  FILLER              PIC X(08) VALUE "POSTED: ".
003400     05  XH-POSTED-COUNT     PIC ZZZZZ9.
003500     05  FILLER              PIC X(02) VALUE SPACES.
003600     05  FILLER              PIC X(09) VALUE "REFUSED: ".
003700     05  XH-REFUSED-COUNT    PIC ZZZZZ9.
003800     05  FILLER              PIC X(02) VALUE SPACES.
003900     05  FILLER              PIC X(14) VALUE "HOURS POSTED: ".
004000     05  XH-POSTED-HOURS     PIC ZZZZ9.9.
004100     05  FILLER              PIC X(12) VALUE SPACES.
