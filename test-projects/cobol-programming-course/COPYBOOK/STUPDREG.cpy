000600*              ONLY ON A DROP).  UE- FIELDS ARE MOVED TO THE
000700*              ERROR REPORT FOR EVERY REJECTED TRANSACTION.
000800*              UT- FIELDS ARE MOVED ONCE, FOR THE REGISTER'S
000900*              CONTROL-TOTAL TRAILERS.  UA- FIELDS ARE MOVED FOR
000910*              EVERY IMAGE OF AN APPLIED ADDRESS TRANSACTION, TWO
000920*              LINES PER IMAGE, IMAGED THE SAME WAY AS THE
000930*              STUDENT RECORD.
001000*****************************************************************
001100 01  WS-REGISTER-LINE.
001200     05  UR-ACTION           PIC X(06).
002000     05  UR-GRADE            PIC ZZ9.
002010     05  FILLER              PIC X(02) VALUE SPACES.
002020     05  UR-STATUS           PIC X(01).
002030     05  FILLER              PIC X(02) VALUE SPACES.
002040     05  UR-PROGRAM-CODE     PIC X(06).
002100     05  FILLER              PIC X(16) VALUE SPACES.
002200
002300 01  WS-UPDATE-ERROR-LINE.
002400     05  UE-TRAN-CODE        PIC X(01).
003200     05  UE-REASON           PIC X(35).
003300     05  FILLER              PIC X(04) VALUE SPACES.
003400
003405 01  WS-ADDRESS-LINE-1.
003409     05  UA-ACTION           PIC X(06).
003413     05  FILLER              PIC X(02) VALUE SPACES.
003417     05  UA-ID               PIC X(09).
003421     05  FILLER              PIC X(02) VALUE SPACES.
003425     05  UA-IMAGE            PIC X(07).
003429     05  FILLER              PIC X(02) VALUE SPACES.
003433     05  UA-STREET-1         PIC X(30).
003437     05  FILLER              PIC X(01) VALUE SPACE.
003441     05  UA-STATE            PIC X(02).
003445     05  FILLER              PIC X(01) VALUE SPACE.
003449     05  UA-POSTAL-CODE      PIC X(10).
003453     05  FILLER              PIC X(08) VALUE SPACES.
003457
003461 01  WS-ADDRESS-LINE-2.
003465     05  FILLER              PIC X(28) VALUE SPACES.
003469     05  UA-STREET-2         PIC X(30).
003473     05  FILLER              PIC X(01) VALUE SPACE.
003477     05  UA-CITY             PIC X(20).
003481     05  FILLER              PIC X(01) VALUE SPACE.
003490
003500 01  WS-REGISTER-TRAILER.
003600     05  FILLER              PIC X(07) VALUE "ADDS:  ".
003700     05  UT-ADD-COUNT        PIC ZZZZZ9.
004500     05  FILLER              PIC X(09) VALUE "REJECTS: ".
004600     05  UT-REJECT-COUNT     PIC ZZZZZ9.
004700     05  FILLER              PIC X(15) VALUE SPACES.
004800
004900 01  WS-ADDRESS-TRAILER.
005000     05  FILLER              PIC X(12) VALUE "ADDR ADDS:  ".
005100     05  UT-ADDR-ADD-COUNT   PIC ZZZZZ9.
005200     05  FILLER              PIC X(03) VALUE SPACES.
005300     05  FILLER              PIC X(09) VALUE "CHANGES: ".
005400     05  UT-ADDR-CHANGE-COUNT PIC ZZZZZ9.
005500     05  FILLER              PIC X(03) VALUE SPACES.
005600     05  FILLER              PIC X(07) VALUE "DROPS: ".
005700     05  UT-ADDR-DROP-COUNT  PIC ZZZZZ9.
005800     05  FILLER              PIC X(03) VALUE SPACES.
005900     05  FILLER              PIC X(09) VALUE "REJECTS: ".
006000     05  UT-ADDR-REJECT-COUNT PIC ZZZZZ9.
006100     05  FILLER              PIC X(10) VALUE SPACES.
