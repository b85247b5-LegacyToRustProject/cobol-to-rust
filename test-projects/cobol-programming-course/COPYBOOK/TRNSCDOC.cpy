000300*              CBL0009, ONE DOCUMENT PER STUDENT: HEADING, THE
000400*              COURSES GROUPED BY TERM WITH A TERM-GPA LINE
000500*              AFTER EACH GROUP, AND THE CUMULATIVE FIGURES FROM
000600*              THE GPA MASTER AT THE BOTTOM.  TRANSFER AND EXAM
000610*              CREDIT PRINTS IN ITS OWN BLOCK AHEAD OF THE TERMS.
000700*****************************************************************
000800 01  WS-DOC-HEADING.
000900     05  FILLER              PIC X(09) VALUE "STUDENT  ".
004600     05  TD-CUM-CREDITS      PIC ZZZ9.9.
004700     05  FILLER              PIC X(43) VALUE SPACES.
004800
004803 01  WS-DOC-XFER-HEADING.
004806     05  FILLER              PIC X(02) VALUE SPACES.
004809     05  FILLER              PIC X(24) VALUE
004812         "TRANSFER AND EXAM CREDIT".
004815     05  FILLER              PIC X(54) VALUE SPACES.
004818
004821 01  WS-DOC-XFER-LINE.
004824     05  FILLER              PIC X(04) VALUE SPACES.
004827     05  TD-XFER-COURSE      PIC X(06).
004830     05  FILLER              PIC X(03) VALUE SPACES.
004833     05  TD-XFER-HOURS       PIC Z9.9.
004836     05  FILLER              PIC X(03) VALUE SPACES.
004839     05  TD-XFER-INST        PIC X(05).
004842     05  FILLER              PIC X(03) VALUE SPACES.
004845     05  FILLER              PIC X(07) VALUE "POSTED ".
004848     05  TD-XFER-TERM        PIC X(06).
004851     05  FILLER              PIC X(39) VALUE SPACES.
004854
004857 01  WS-DOC-XFER-TOTAL.
004860     05  FILLER              PIC X(04) VALUE SPACES.
004863     05  FILLER              PIC X(17) VALUE
004866         "TRANSFER CREDITS ".
004869     05  TD-XFER-TOTAL       PIC ZZ9.9.
004872     05  FILLER              PIC X(54) VALUE SPACES.
004875
004900 01  WS-DOC-NO-MASTER.
005000     05  FILLER              PIC X(02) VALUE SPACES.
005100     05  FILLER              PIC X(30) VALUE
