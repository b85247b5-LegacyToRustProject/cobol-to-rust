000100*****************************************************************
000200* STUADDR   -  STUDENT MAILING-ADDRESS RECORDS.  AD- IS THE
000300*              ADDRESS MASTER, ONE PER STUDENT IN STUDENT-ID
000400*              ORDER, KEPT BESIDE THE STUDENT MASTER BECAUSE
000500*              STUDREC HAS NO ROOM LEFT FOR AN ADDRESS.  CBL0007
000600*              MAINTAINS IT IN THE SAME RUN AS THE STUDENT
000700*              MASTER (OLD STUADDR IN, NEW STUADNEW OUT) AND
000800*              DROPS A STUDENT'S ADDRESS WHEN THE STUDENT IS
000900*              DROPPED.  THE STANDING LETTERS (CBL0024) ARE
001000*              ADDRESSED FROM IT.
001100*
001200*              AX- IS THE ADDRESS TRANSACTION (ADRTRAN) APPLIED
001300*              BY CBL0007.  AX-TRAN-CODE IS 'A' (ADD), 'C'
001400*              (CHANGE) OR 'D' (DROP), AS ON STUTRAN.  ON A
001500*              CHANGE, A BLANK FIELD LEAVES THAT FIELD AS IT
001600*              STANDS; A SECOND STREET LINE IS CLEARED BY
001700*              DROPPING AND RE-ADDING THE ADDRESS.
001800*****************************************************************
001900 01  AD-RECORD.
002000     05  AD-STU-ID           PIC X(09).
002100     05  AD-STREET-1         PIC X(30).
002200     05  AD-STREET-2         PIC X(30).
002300     05  AD-CITY             PIC X(20).
002400     05  AD-STATE            PIC X(02).
002500     05  AD-POSTAL-CODE      PIC X(10).
002600     05  FILLER              PIC X(19) VALUE SPACES.
002700
002800 01  AX-RECORD.
002900     05  AX-TRAN-CODE        PIC X(01).
003000         88  AX-TRAN-ADD         VALUE 'A'.
003100         88  AX-TRAN-CHANGE      VALUE 'C'.
003200         88  AX-TRAN-DROP        VALUE 'D'.
003300     05  AX-STU-ID           PIC X(09).
003400     05  AX-STREET-1         PIC X(30).
003500     05  AX-STREET-2         PIC X(30).
003600     05  AX-CITY             PIC X(20).
003700     05  AX-STATE            PIC X(02).
003800     05  AX-POSTAL-CODE      PIC X(10).
003900     05  FILLER              PIC X(18).
