000100*****************************************************************
000200* GRDTREND  -  GRADE-DISTRIBUTION TREND RECORD WRITTEN BY CBL0023
000300*              FOR THE INSTITUTIONAL RESEARCH OFFICE, THE SAME
000400*              FIGURES AS THE PRINTED TREND REPORT IN FIXED
000500*              COLUMNS.  ONE 'T' RECORD PER COURSE PER TERM ON
000600*              FILE, FOLLOWED BY ONE 'C' RECORD CARRYING THE
000700*              COURSE'S LONG-RUN FIGURES OVER EVERY TERM (ITS
000800*              TERM CODE IS BLANK).  THE AVERAGE AND THE A AND F
000900*              SHARES ARE OVER GRADED ATTEMPTS (A THROUGH F)
001000*              ONLY; W AND I ARE COUNTED BUT KEPT OUT OF THEM.
001100*              GT-A-FLAG / GT-F-FLAG ARE 'Y' WHEN THE TERM'S
001200*              SHARE MOVED BEYOND THE CONTROL-CARD LIMIT.
001300*
001400*              COL  1- 6  COURSE CODE
001500*              COL  7-12  TERM CODE
001600*              COL 13     RECORD TYPE
001700*              COL 14-48  A, B, C, D, F, W, I COUNTS (5 EACH)
001800*              COL 49-51  AVERAGE GRADE POINTS (9V99)
001900*              COL 52-55  A SHARE PERCENT (999V9)
002000*              COL 56-59  F SHARE PERCENT (999V9)
002100*              COL 60     A-SHARE FLAG
002200*              COL 61     F-SHARE FLAG
002300*              COL 62-80  FILLER
002400*****************************************************************
002500 01  GT-RECORD.
002600     05  GT-COURSE-CODE      PIC X(06).
002700     05  GT-TERM-CODE        PIC X(06).
002800     05  GT-REC-TYPE         PIC X(01).
002900         88  GT-TERM-FIGURES     VALUE 'T'.
003000         88  GT-COURSE-FIGURES   VALUE 'C'.
003100     05  GT-COUNTS.
003200         10  GT-A-COUNT      PIC 9(05).
003300         10  GT-B-COUNT      PIC 9(05).
003400         10  GT-C-COUNT      PIC 9(05).
003500         10  GT-D-COUNT      PIC 9(05).
003600         10  GT-F-COUNT      PIC 9(05).
003700         10  GT-W-COUNT      PIC 9(05).
003800         10  GT-I-COUNT      PIC 9(05).
003900     05  GT-AVG-POINTS       PIC 9(01)V9(02).
004000     05  GT-A-PCT            PIC 9(03)V9(01).
004100     05  GT-F-PCT            PIC 9(03)V9(01).
004200     05  GT-A-FLAG           PIC X(01).
004300     05  GT-F-FLAG           PIC X(01).
004400     05  FILLER              PIC X(19) VALUE SPACES.
