000900*              THIS FILE FOR THE STALE-RESEND REPORT INSTEAD.
001000*              RS-REASON CARRIES THE SIS REASON TEXT FROM THE
001100*              LAST ACKNOWLEDGMENT.
001110*              CBL0021 QUEUES CORRECTED LINES HERE TOO, WITH NO
001120*              ATTEMPTS YET; CBL0011 KEEPS ANY LINE THAT WAS NOT
001130*              ON THE FEED IT RECONCILED.
001200*****************************************************************
001300 01  RS-RECORD.
001400     05  RS-STU-ID           PIC X(09).
