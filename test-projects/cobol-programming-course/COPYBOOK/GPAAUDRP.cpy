001100     05  FILLER              PIC X(09) VALUE "RCM-CR   ".
001200     05  FILLER              PIC X(11) VALUE "MST-QP     ".
001300     05  FILLER              PIC X(11) VALUE "RCM-QP     ".
001400     05  FILLER              PIC X(17) VALUE "NOTE".
001450     05  FILLER              PIC X(11) VALUE "MST-XF".
001500
001600 01  WS-AUDIT-LINE.
001700     05  AU-STU-ID           PIC X(09).
002500     05  AU-RCM-POINTS       PIC ZZZZZ9.9.
002600     05  FILLER              PIC X(03) VALUE SPACES.
002700     05  AU-NOTE             PIC X(14).
002800     05  FILLER              PIC X(03) VALUE SPACES.
002810     05  AU-MST-XFER         PIC ZZZ9.9.
002820     05  FILLER              PIC X(05) VALUE SPACES.
002900
003000 01  WS-AUDIT-TRAILER.
003100     05  FILLER              PIC X(09) VALUE "AUDITED: ".
