000100*****************************************************************
000200* ENRLEXC   -  ENROLLMENT-EXCEPTION REPORT LINES WRITTEN BY THE
000300*              CBL0020 PRE-EDIT, ONE PER ENROLLMENT RECORD HELD
000400*              BACK FROM THE GRADING RUN.  EX-REASON-CODE IS THE
000500*              MACHINE-READABLE REASON:
000600*                  NS  STUDENT NOT ON THE STUDENT MASTER
000700*                  NC  COURSE NOT ON THE COURSE CATALOG
000800*                  IA  COURSE ON THE CATALOG BUT INACTIVE
000900*                  DU  DUPLICATE STUDENT/COURSE ENROLLMENT
001000*                  PQ  PREREQUISITE NOT MET (EX-PREREQ-CODE NAMES
001100*                      THE FIRST ONE MISSING)
001200*              EX- FIELDS ARE MOVED ONCE PER EXCEPTION; EY- AND
001300*              EZ- FIELDS ONCE, FOR THE TRAILERS.
001400*****************************************************************
001500 01  WS-ENROLL-EXC-LINE.
001600     05  EX-STU-ID           PIC X(09).
001700     05  FILLER              PIC X(03) VALUE SPACES.
001800     05  EX-COURSE-CODE      PIC X(06).
001900     05  FILLER              PIC X(03) VALUE SPACES.
002000     05  EX-REASON-CODE      PIC X(02).
002100     05  FILLER              PIC X(03) VALUE SPACES.
002200     05  EX-REASON           PIC X(30).
002300     05  FILLER              PIC X(03) VALUE SPACES.
002400     05  EX-PREREQ-CODE      PIC X(06).
002500     05  FILLER              PIC X(15) VALUE SPACES.
002600
002700 01  WS-ENROLL-EXC-TRAILER-1.
002800     05  FILLER              PIC X(06) VALUE "READ: ".
002900     05  EY-READ-COUNT       PIC ZZZZZ9.
003000     05  FILLER              PIC X(03) VALUE SPACES.
003100     05  FILLER              PIC X(10) VALUE "ACCEPTED: ".
003200     05  EY-ACCEPT-COUNT     PIC ZZZZZ9.
003300     05  FILLER              PIC X(03) VALUE SPACES.
003400     05  FILLER              PIC X(10) VALUE "REJECTED: ".
003500     05  EY-REJECT-COUNT     PIC ZZZZZ9.
003600     05  FILLER              PIC X(30) VALUE SPACES.
003700
003800 01  WS-ENROLL-EXC-TRAILER-2.
003900     05  FILLER              PIC X(04) VALUE "NS: ".
004000     05  EZ-NS-COUNT         PIC ZZZZZ9.
004100     05  FILLER              PIC X(06) VALUE "   NC:".
004200     05  FILLER              PIC X(01) VALUE SPACE.
004300     05  EZ-NC-COUNT         PIC ZZZZZ9.
004400     05  FILLER              PIC X(06) VALUE "   IA:".
004500     05  FILLER              PIC X(01) VALUE SPACE.
004600     05  EZ-IA-COUNT         PIC ZZZZZ9.
004700     05  FILLER              PIC X(06) VALUE "   DU:".
004800     05  FILLER              PIC X(01) VALUE SPACE.
004900     05  EZ-DU-COUNT         PIC ZZZZZ9.
005000     05  FILLER              PIC X(06) VALUE "   PQ:".
005100     05  FILLER              PIC X(01) VALUE SPACE.
005200     05  EZ-PQ-COUNT         PIC ZZZZZ9.
005300     05  FILLER              PIC X(18) VALUE SPACES.
