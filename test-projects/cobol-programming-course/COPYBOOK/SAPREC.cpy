000100*****************************************************************
000200* SAPREC    -  SATISFACTORY-ACADEMIC-PROGRESS RECORD WRITTEN BY
000300*              CBL0025, ONE PER STUDENT ON THE TERM'S GPA-MASTER
000400*              FILE, KEYED BY STUDENT ID IN STUDENT-ID ORDER LIKE
000500*              STANDING.  CONSUMED BY FINANCIAL AID, AND READ BACK
000600*              THE NEXT TERM AS THE PRIOR COPY (SAPPRV) SO A
000700*              SECOND TERM BELOW PACE MOVES A STUDENT FROM
000800*              WARNING TO NOT MEETING.  ATTEMPTED CREDITS COUNT
000900*              EVERY ATTEMPT, W, I AND F INCLUDED; EARNED CREDITS
001000*              COUNT EACH COURSE PASSED ONCE.  FA-PACE-PCT IS
001100*              EARNED OVER ATTEMPTED, TRANSFER CREDITS COUNTING
001200*              IN BOTH; FA-MAX-CREDITS IS THE MAXIMUM TIMEFRAME.
001300*              FA-REASON-CODE NAMES THE LIMIT A STUDENT NOT
001400*              MEETING SAP FAILED: 'P' PACE, 'T' TIMEFRAME.
001500*****************************************************************
001600 01  FA-RECORD.
001700     05  FA-STU-ID           PIC X(09).
001800     05  FA-TERM-CODE        PIC X(06).
001900     05  FA-SAP-STATUS       PIC X(01).
002000         88  FA-MEETING          VALUE 'M'.
002100         88  FA-WARNING          VALUE 'W'.
002200         88  FA-NOT-MEETING      VALUE 'N'.
002300     05  FA-ATTEMPTED-CREDITS PIC 9(04)V9(01).
002400     05  FA-EARNED-CREDITS   PIC 9(04)V9(01).
002500     05  FA-TRANSFER-CREDITS PIC 9(04)V9(01).
002600     05  FA-PACE-PCT         PIC 9(03)V9(01).
002700     05  FA-MAX-CREDITS      PIC 9(04)V9(01).
002800     05  FA-REASON-CODE      PIC X(01).
002900         88  FA-PACE-REASON      VALUE 'P'.
003000         88  FA-TIMEFRAME-REASON VALUE 'T'.
003100     05  FILLER              PIC X(09) VALUE SPACES.
