000100*****************************************************************
000200* ACCLOG    -  STUDENT-RECORD ACCESS-LOG RECORD APPENDED BY THE
000300*              CBL0004 CORRECTION SESSION FOR EVERY SIGN-ON
000400*              REFUSED, EVERY LOOKUP (SHOWN OR REFUSED) AND EVERY
000500*              CORRECTION FILED OR REFUSED, BEFORE ANY STUDENT
000600*              DATA IS SHOWN OR ANY CORRECTION FILED.  THE FILE IS
000700*              OPENED EXTEND SO EACH ENTRY IS ADDED TO WHAT CAME
000800*              BEFORE; LIKE THE AUDIT LOG, NOTHING ON IT IS EVER
000900*              OVERWRITTEN.  READ BY THE CBL0026 ACCESS REPORT.
001000*              AC-NEW-GRADE IS THE GRADE AS KEYED ON A CORRECTION
001100*              ENTRY, BLANK OTHERWISE.  AC-REASON SAYS WHY AN
001200*              ENTRY WAS REFUSED, OR THAT A LOOKUP FOUND NO
001300*              STUDENT; IT IS BLANK ON A LOOKUP SHOWN OR A
001400*              CORRECTION FILED.
001500*****************************************************************
001600 01  AC-RECORD.
001700     05  AC-OPERATOR-ID      PIC X(08).
001800     05  AC-STU-ID           PIC X(09).
001900     05  AC-COURSE-CODE      PIC X(06).
002000     05  AC-TERM-CODE        PIC X(06).
002100     05  AC-ACCESS-DATE      PIC 9(08).
002200     05  AC-ACCESS-TIME      PIC 9(06).
002300     05  AC-ACTION           PIC X(01).
002400         88  AC-SIGN-ON-REFUSED  VALUE 'S'.
002500         88  AC-LOOKUP           VALUE 'L'.
002600         88  AC-LOOKUP-REFUSED   VALUE 'R'.
002700         88  AC-CORR-FILED       VALUE 'C'.
002800         88  AC-CORR-REFUSED     VALUE 'X'.
002900     05  AC-NEW-GRADE        PIC X(03).
003000     05  AC-REASON           PIC X(08).
003100         88  AC-UNKNOWN-OPERATOR VALUE 'NOOPER  '.
003200         88  AC-NOT-AUTHORIZED   VALUE 'NOTAUTH '.
003300         88  AC-NOT-ON-MASTER    VALUE 'NOTFOUND'.
003400         88  AC-GRADE-NOT-NUMERIC VALUE 'NOTNUM  '.
003500         88  AC-GRADE-OUT-OF-RANGE VALUE 'RANGE   '.
003600     05  FILLER              PIC X(05) VALUE SPACES.
