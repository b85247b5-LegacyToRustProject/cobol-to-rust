000100*****************************************************************
000200* CB25CTL   -  CONTROL CARD FOR CBL0025.
000300*              ONE RECORD READ AT STARTUP.  NAMES THE TERM THE
000400*              SATISFACTORY-ACADEMIC-PROGRESS RUN IS FOR AND
000500*              CARRIES THE FINANCIAL AID OFFICE'S THRESHOLDS:
000600*              CC-MIN-PACE-PCT IS THE LOWEST COMPLETION RATE
000700*              (EARNED OVER ATTEMPTED CREDITS) THAT MEETS SAP,
000800*              CC-MAX-TIME-PCT IS THE MAXIMUM TIMEFRAME AS A
000900*              PERCENT OF THE PROGRAM LENGTH, AND CC-DEFAULT-
001000*              CREDITS IS THE PROGRAM LENGTH USED FOR A STUDENT
001100*              WITH NO PROGRAM ON THE REQUIREMENTS FILE.  CC-
001200*              WATCH-MARGIN, IN PERCENTAGE POINTS, PUTS A STUDENT
001300*              STILL MEETING SAP BUT THAT CLOSE TO EITHER LIMIT
001400*              ON THE APPEALS REPORT; ZERO TURNS IT OFF.  A ZERO
001500*              OR BLANK THRESHOLD TAKES THE FEDERAL DEFAULT (67
001600*              PERCENT, 150 PERCENT, 120.0 CREDITS).
001700*****************************************************************
001800 01  CC-RECORD.
001900     05  CC-JOB-ID           PIC X(08).
002000     05  CC-TERM-CODE        PIC X(06).
002100     05  CC-MIN-PACE-PCT     PIC 9(03).
002200     05  CC-MAX-TIME-PCT     PIC 9(03).
002300     05  CC-DEFAULT-CREDITS  PIC 9(03)V9(01).
002400     05  CC-WATCH-MARGIN     PIC 9(02).
002500     05  FILLER              PIC X(14).
