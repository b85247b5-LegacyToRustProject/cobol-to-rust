000100*****************************************************************
000200* LTRTEXT   -  STANDING-LETTER WORDING, MAINTAINED BY THE
000300*              REGISTRAR AND READ BY CBL0024.  ONE RECORD PER
000400*              PRINTED LINE.  LT-LETTER-TYPE IS THE LETTER:
000500*              D (DEAN'S LIST), W (ACADEMIC WARNING), P (ACADEMIC
000600*              PROBATION) OR S (ACADEMIC SUSPENSION).
000700*              LT-SECTION 'B' IS THE BODY, PRINTED BETWEEN THE
000800*              SALUTATION AND THE STUDENT'S GPA FIGURES; 'C' IS
000900*              THE CLOSING, PRINTED AFTER THEM.  LT-LINE-NO (01
001000*              TO 20) PLACES THE LINE WITHIN ITS SECTION, SO THE
001100*              FILE NEED NOT BE IN ORDER; A LINE NUMBER SKIPPED
001200*              PRINTS AS A BLANK LINE.  A LETTER TYPE WITH NO
001300*              BODY LINES IS NOT PRINTED.
001400*****************************************************************
001500 01  LT-RECORD.
001600     05  LT-LETTER-TYPE      PIC X(01).
001700     05  LT-SECTION          PIC X(01).
001800         88  LT-BODY             VALUE 'B'.
001900         88  LT-CLOSING          VALUE 'C'.
002000     05  LT-LINE-NO          PIC 9(02).
002100     05  LT-TEXT             PIC X(70).
002200     05  FILLER              PIC X(06).
