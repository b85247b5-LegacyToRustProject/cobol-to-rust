000100*****************************************************************
000200* PREDCHK   -  PREDECESSOR-CHECK WORK AREA.  COPIED WITH EXPJREC
000300*              AND RUNLOG BY EVERY STEP OF THE NIGHTLY SUITE FOR
000400*              ITS 9000-CHECK-PREDECESSORS PARAGRAPHS.  THE STEP
000500*              FINDS ITS OWN PROGRAM/JOB ON THE EXPECTED-JOB FILE
000600*              AND LOOKS FOR THE LATEST RUN-LOG RECORD OF EACH
000700*              PREDECESSOR NAMED THERE.  A PREDECESSOR WITH NO
000800*              RECORD, A RECORD DATED BEFORE TONIGHT, A HELD
000900*              RECORD OR ANY EXCEPTIONS HOLDS THE STEP WITH
001000*              RETURN CODE 16.  A STEP NOT ON THE FILE, OR AN
001100*              EXPECTED-JOB FILE NOT PRESENT, IS NOT CHECKED.
001200*              RUN-LOG RECORDS ARE READ INTO PC-LOG-IN, LEAVING
001300*              LG-RECORD FOR THE STEP'S OWN END-OF-JOB RECORD.
001310*              "TONIGHT" IS PC-NIGHT-DATE, THE BUSINESS DATE OF
001320*              THE NIGHT'S RUN: THE STEP'S OWN RUN DATE, OR THE
001330*              DAY BEFORE WHEN THE STEP STARTS AFTER MIDNIGHT BUT
001340*              BEFORE PC-NIGHT-CUTOFF, SO A SUITE RUNNING ACROSS
001350*              MIDNIGHT STILL FINDS ITS PREDECESSORS' RECORDS.
001360*              A PREDECESSOR'S RECORD IS DATED BY THE SAME RULE:
001370*              PC-LOG-DATE IS THE BUSINESS DATE OF THE NIGHT IT
001380*              RAN, FROM ITS LOGGED RUN DATE AND TIME.
001400*****************************************************************
001500 01  WS-PREDECESSOR-CHECK.
001600     05  PC-EXPJOBS-STATUS       PIC X(02) VALUE ZERO.
001700     05  PC-EJ-EOF-SW            PIC X(01) VALUE 'N'.
001800         88  PC-EJ-EOF               VALUE 'Y'.
001900     05  PC-LG-EOF-SW            PIC X(01) VALUE 'N'.
002000         88  PC-LG-EOF               VALUE 'Y'.
002100     05  PC-SCHEDULED-SW         PIC X(01) VALUE 'N'.
002200         88  PC-SCHEDULED            VALUE 'Y'.
002300     05  PC-FOUND-SW             PIC X(01) VALUE 'N'.
002400         88  PC-FOUND                VALUE 'Y'.
002500     05  PC-HOLD-SW              PIC X(01) VALUE 'N'.
002600         88  PC-HOLD-RUN             VALUE 'Y'.
002700     05  PC-SUB                  PIC 9(01) VALUE ZERO COMP.
002800     05  PC-PRED-PROGRAM-ID      PIC X(08) VALUE SPACES.
002900     05  PC-PRED-JOB-ID          PIC X(08) VALUE SPACES.
003000     05  PC-LOG-DATE             PIC 9(08) VALUE ZERO.
003010     05  PC-NIGHT-CUTOFF         PIC 9(06) VALUE 060000.
003020     05  PC-NIGHT-DATE           PIC 9(08) VALUE ZERO.
003100     05  PC-LOG-EXC              PIC 9(06) VALUE ZERO.
003200     05  PC-LOG-STATUS           PIC X(01) VALUE SPACE.
003300         88  PC-LOG-HELD             VALUE 'H'.
003400     05  PC-HOLD-REASON          PIC X(10) VALUE SPACES.
003500     05  PC-LOG-IN.
003600         10  PC-IN-JOB-ID        PIC X(08).
003700         10  PC-IN-PROGRAM-ID    PIC X(08).
003800         10  PC-IN-RUN-DATE      PIC 9(08).
003900         10  PC-IN-RUN-TIME      PIC 9(06).
003910         10  FILLER              PIC X(12).
004000         10  PC-IN-EXC-COUNT     PIC 9(06).
004100         10  FILLER              PIC X(01).
004200         10  PC-IN-RUN-STATUS    PIC X(01).
004300         10  FILLER              PIC X(10).
