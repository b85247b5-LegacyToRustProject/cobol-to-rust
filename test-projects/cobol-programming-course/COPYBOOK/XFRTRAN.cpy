000100*****************************************************************
000200* XFRTRAN   -  TRANSFER AND EXAM CREDIT TRANSACTION READ BY
000300*              CBL0027, ONE PER EVALUATED COURSE OR SCORE THE
000400*              REGISTRAR HAS ACCEPTED.  XT-COURSE-CODE IS THE
000500*              LOCAL EQUIVALENT COURSE, OR 'ELECTV' FOR ELECTIVE
000600*              CREDIT WITH NO EQUIVALENT.  XT-CREDIT-HOURS ARE
000700*              THE HOURS GRANTED, WHICH NEED NOT MATCH THE
000800*              CATALOG.  XT-SOURCE-INST IS THE SENDING SCHOOL'S
000900*              CODE, OR THE EXAM PROGRAM (AP, CLEP, IB).
001000*****************************************************************
001100 01  XT-RECORD.
001200     05  XT-STU-ID           PIC X(09).
001300     05  XT-COURSE-CODE      PIC X(06).
001400         88  XT-ELECTIVE-PLACEHOLDER VALUE 'ELECTV'.
001500     05  XT-CREDIT-HOURS     PIC 9(02)V9(01).
001600     05  XT-SOURCE-INST      PIC X(05).
001700     05  FILLER              PIC X(17).
