000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000810* 10/15/2026 DPD   OPERATOR SIGN-ON AND ACCESS LOG.  THE SESSION
000820*                  OPENS WITH AN OPERATOR ID CHECKED AGAINST THE
000830*                  AUTHORIZED-OPERATOR FILE (OPRAUTH); LOOKUPS
000840*                  AND CORRECTIONS FOR A COURSE NOT LISTED FOR
000850*                  THE OPERATOR ARE REFUSED.  EVERY LOOKUP AND
000860*                  EVERY CORRECTION FILED OR REFUSED IS APPENDED
000870*                  TO THE ACCESS LOG (ACCLOG) BEFORE ANYTHING IS
000880*                  SHOWN OR FILED, AND GRDCORR RECORDS NOW CARRY
000890*                  THE OPERATOR ID.  A LOG THAT CANNOT BE OPENED
000895*                  OR WRITTEN ENDS THE SESSION.
000900* 09/02/2026 DPD   LOOK THE STUDENT UP WITH ONE KEYED READ ON THE
001000*                  INDEXED STUDENT MASTER (STUMAST, REBUILT BY
001100*                  EVERY CBL0007 MAINTENANCE RUN) INSTEAD OF
004400     SELECT CORRECTION-FILE ASSIGN TO "GRDCORR"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-GRDCORR-STATUS.
004610
004620     SELECT OPERATOR-FILE ASSIGN TO "OPRAUTH"
004630         ORGANIZATION IS LINE SEQUENTIAL
004640         FILE STATUS IS WS-OPRAUTH-STATUS.
004650
004660     SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG"
004670         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS WS-ACCLOG-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005700 FD  CORRECTION-FILE
005800     RECORDING MODE IS F.
005900 01  CORRECTION-RECORD           PIC X(40).
005910
005920 FD  OPERATOR-FILE
005930     RECORDING MODE IS F.
005940 01  OPERATOR-RECORD             PIC X(40).
005950
005960 FD  ACCESS-LOG-FILE
005970     RECORDING MODE IS F.
005980 01  ACCESS-LOG-RECORD           PIC X(60).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-GRDCORR-STATUS           PIC X(02) VALUE ZERO.
006300 01  WS-STUMAST-STATUS           PIC X(02) VALUE ZERO.
006310 01  WS-STUMAST-OPEN-SW          PIC X(01) VALUE 'N'.
006320     88  WS-STUMAST-OPEN             VALUE 'Y'.
006330 01  WS-OPRAUTH-STATUS           PIC X(02) VALUE ZERO.
006340 01  WS-ACCLOG-STATUS            PIC X(02) VALUE ZERO.
006350 01  WS-OA-EOF-SW                PIC X(01) VALUE 'N'.
006360     88  WS-OA-EOF                   VALUE 'Y'.
006370 01  WS-OPERATOR-KNOWN-SW        PIC X(01) VALUE 'N'.
006380     88  WS-OPERATOR-KNOWN           VALUE 'Y'.
006390 01  WS-COURSE-AUTH-SW           PIC X(01) VALUE 'N'.
006391     88  WS-COURSE-AUTHORIZED        VALUE 'Y'.
006392 01  WS-LOG-FAILED-SW            PIC X(01) VALUE 'N'.
006393     88  WS-LOG-FAILED               VALUE 'Y'.
006400 01  WS-DONE-SW                  PIC X(01) VALUE 'N'.
006500     88  WS-DONE                     VALUE 'Y'.
006600
007100 01  WS-NEW-GRADE-X              PIC X(03) VALUE SPACES.
007200 77  WS-NEW-GRADE                PIC 9(03) VALUE ZERO.
007300 01  WS-RUN-DATE                 PIC 9(08).
007310 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
007320 01  WS-OPERATOR-NAME            PIC X(20) VALUE SPACES.
007330 01  WS-ACCESS-TIME-FULL.
007340     05  WS-ACCESS-TIME          PIC 9(06).
007350     05  FILLER                  PIC 9(02).
007400
007500 COPY CB2CTL.
007600 COPY GRDCORR.
007610 COPY OPRAUTH.
007620 COPY ACCLOG.
007700
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
008700* 1000-INITIALIZE - READ THE CURRENT RUN'S CONTROL CARD SO THE
008800*                    COURSE/TERM BEING WORKED ON IS KNOWN, OPEN
008900*                    THE INDEXED STUDENT MASTER FOR KEYED READS,
009000*                    GET TODAY'S DATE FOR STAMPING
009100*                    CORRECTIONS, AND SIGN THE OPERATOR ON.
009200*----------------------------------------------------------------*
009300 1000-INITIALIZE.
009400     OPEN INPUT CONTROL-FILE.
010810     SET WS-STUMAST-OPEN TO TRUE.
010900     DISPLAY "GRADE CORRECTION - COURSE " CC-COURSE-CODE
011000             " TERM " CC-TERM-CODE.
011010     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
011100 1000-EXIT.
011200     EXIT.
011300
011301*----------------------------------------------------------------*
011302* 1100-SIGN-ON - TAKE THE OPERATOR ID AND LOOK IT UP ON THE
011303*                 AUTHORIZED-OPERATOR FILE.  AN OPERATOR NOT ON
011304*                 THE FILE (OR NO FILE AT ALL) ENDS THE SESSION;
011305*                 ONE NOT LISTED FOR THIS SESSION'S COURSE IS
011306*                 SIGNED ON BUT EVERY LOOKUP IS REFUSED AND
011307*                 LOGGED.
011308*----------------------------------------------------------------*
011309 1100-SIGN-ON.
011310     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
011311     ACCEPT WS-OPERATOR-ID.
011312     OPEN INPUT OPERATOR-FILE.
011313     IF WS-OPRAUTH-STATUS = "35"
011314         SET WS-OA-EOF TO TRUE
011315     END-IF.
011316     PERFORM 1110-READ-OPERATOR THRU 1110-EXIT
011317         UNTIL WS-OA-EOF OR WS-COURSE-AUTHORIZED.
011318     IF WS-OPRAUTH-STATUS NOT = "35"
011319         CLOSE OPERATOR-FILE
011320     END-IF.
011321     IF NOT WS-OPERATOR-KNOWN
011322         MOVE SPACES TO AC-RECORD
011323         SET AC-SIGN-ON-REFUSED  TO TRUE
011324         SET AC-UNKNOWN-OPERATOR TO TRUE
011325         PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT
011326         DISPLAY "OPERATOR " WS-OPERATOR-ID
011327             " NOT AUTHORIZED - SESSION ENDED."
011328         SET WS-DONE TO TRUE
011329         GO TO 1100-EXIT
011330     END-IF.
011331     DISPLAY "SIGNED ON - " WS-OPERATOR-ID " " WS-OPERATOR-NAME.
011332     IF NOT WS-COURSE-AUTHORIZED
011333         DISPLAY "NOT AUTHORIZED FOR COURSE " CC-COURSE-CODE
011334             " - LOOKUPS WILL BE REFUSED."
011335     END-IF.
011336 1100-EXIT.
011337     EXIT.
011338
011339 1110-READ-OPERATOR.
011340     READ OPERATOR-FILE INTO OA-RECORD
011341         AT END
011342             SET WS-OA-EOF TO TRUE
011343     END-READ.
011344     IF WS-OA-EOF OR OA-OPERATOR-ID NOT = WS-OPERATOR-ID
011345         GO TO 1110-EXIT
011346     END-IF.
011347     SET WS-OPERATOR-KNOWN TO TRUE.
011348     MOVE OA-OPERATOR-NAME TO WS-OPERATOR-NAME.
011349     IF OA-COURSE-CODE = CC-COURSE-CODE
011350         SET WS-COURSE-AUTHORIZED TO TRUE
011351     END-IF.
011352 1110-EXIT.
011353     EXIT.
011354
011400*----------------------------------------------------------------*
011500* 2000-PROCESS-ONE-LOOKUP - PROMPT FOR A STUDENT ID, LOOK THE
011600*                            STUDENT UP, AND OFFER TO FILE A
011700*                            CORRECTION FOR THE PENDING GRADE.
011710*                            THE LOOKUP IS LOGGED BEFORE THE
011720*                            STUDENT IS SHOWN; IF IT CANNOT BE
011730*                            LOGGED NOTHING IS SHOWN.
011800*----------------------------------------------------------------*
011900 2000-PROCESS-ONE-LOOKUP.
012000     DISPLAY " ".
012500         SET WS-DONE TO TRUE
012600         GO TO 2000-EXIT
012700     END-IF.
012710     MOVE SPACES TO AC-RECORD.
012720     MOVE WS-LOOKUP-ID TO AC-STU-ID.
012730     IF NOT WS-COURSE-AUTHORIZED
012740         SET AC-LOOKUP-REFUSED TO TRUE
012750         SET AC-NOT-AUTHORIZED TO TRUE
012760         PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT
012770         DISPLAY "NOT AUTHORIZED FOR COURSE " CC-COURSE-CODE
012780             " - LOOKUP REFUSED."
012790         GO TO 2000-EXIT
012791     END-IF.
012800     PERFORM 2100-FIND-STUDENT THRU 2100-EXIT.
012810     SET AC-LOOKUP TO TRUE.
012820     IF NOT WS-FOUND
012830         SET AC-NOT-ON-MASTER TO TRUE
012840     END-IF.
012850     PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT.
012860     IF WS-LOG-FAILED
012870         GO TO 2000-EXIT
012880     END-IF.
012900     IF WS-FOUND
013000         PERFORM 2200-CORRECT-GRADE THRU 2200-EXIT
013100     ELSE
015300*----------------------------------------------------------------*
015400* 2200-CORRECT-GRADE - SHOW THE PENDING GRADE AND, IF STAFF ENTER
015500*                       A NEW ONE, FILE A CORRECTION RECORD.
015510*                       A CORRECTION FILED OR REFUSED IS LOGGED
015520*                       FIRST; ONE THAT CANNOT BE LOGGED IS NOT
015530*                       FILED.
015600*----------------------------------------------------------------*
015700 2200-CORRECT-GRADE.
015800     IF STU-GRADED
016800     IF WS-NEW-GRADE-X = SPACES
016900         GO TO 2200-EXIT
017000     END-IF.
017010     MOVE SPACES TO AC-RECORD.
017020     MOVE STU-ID         TO AC-STU-ID.
017030     MOVE WS-NEW-GRADE-X TO AC-NEW-GRADE.
017040     SET AC-CORR-REFUSED TO TRUE.
017100     IF WS-NEW-GRADE-X NOT NUMERIC
017110         SET AC-GRADE-NOT-NUMERIC TO TRUE
017120         PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT
017200         DISPLAY "GRADE MUST BE NUMERIC - CORRECTION NOT FILED."
017300         GO TO 2200-EXIT
017400     END-IF.
017500     MOVE WS-NEW-GRADE-X TO WS-NEW-GRADE.
017600     IF WS-NEW-GRADE > 100
017610         SET AC-GRADE-OUT-OF-RANGE TO TRUE
017620         PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT
017700         DISPLAY "GRADE OUT OF RANGE - CORRECTION NOT FILED."
017800         GO TO 2200-EXIT
017900     END-IF.
017910     SET AC-CORR-FILED TO TRUE.
017920     PERFORM 2900-WRITE-ACCESS-LOG THRU 2900-EXIT.
017930     IF WS-LOG-FAILED
017940         DISPLAY "CORRECTION NOT FILED."
017950         GO TO 2200-EXIT
017960     END-IF.
018000     PERFORM 2210-WRITE-CORRECTION THRU 2210-EXIT.
018100     DISPLAY "CORRECTION FILED FOR " STU-ID
018200             " - CBL0002 WILL PICK IT UP TONIGHT.".
019300     MOVE CC-TERM-CODE    TO GC-TERM-CODE.
019400     MOVE WS-NEW-GRADE    TO GC-NEW-GRADE.
019500     MOVE WS-RUN-DATE     TO GC-CORR-DATE.
019510     MOVE WS-OPERATOR-ID  TO GC-OPERATOR-ID.
019600     MOVE GC-RECORD       TO CORRECTION-RECORD.
019700     WRITE CORRECTION-RECORD.
019800     CLOSE CORRECTION-FILE.
019900 2210-EXIT.
020000     EXIT.
020100
020102*----------------------------------------------------------------*
020104* 2900-WRITE-ACCESS-LOG - APPEND ONE ACCESS-LOG ENTRY.  THE CALLER
020106*                          HAS SET THE STUDENT, ACTION, REASON AND
020108*                          ANY KEYED GRADE; THE OPERATOR, COURSE,
020110*                          TERM, DATE AND TIME ARE ADDED HERE.  A
020112*                          LOG THAT CANNOT BE OPENED OR WRITTEN
020114*                          ENDS THE SESSION.
020116*----------------------------------------------------------------*
020118 2900-WRITE-ACCESS-LOG.
020120     OPEN EXTEND ACCESS-LOG-FILE.
020122     IF WS-ACCLOG-STATUS = "35"
020124         OPEN OUTPUT ACCESS-LOG-FILE
020126     END-IF.
020128     IF WS-ACCLOG-STATUS NOT = "00"
020130         DISPLAY "CBL0004 - ACCESS LOG NOT AVAILABLE - STATUS "
020132             WS-ACCLOG-STATUS
020134         DISPLAY "SESSION ENDED."
020136         SET WS-LOG-FAILED TO TRUE
020138         SET WS-DONE TO TRUE
020140         GO TO 2900-EXIT
020142     END-IF.
020144     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020146     ACCEPT WS-ACCESS-TIME-FULL FROM TIME.
020148     MOVE WS-OPERATOR-ID  TO AC-OPERATOR-ID.
020150     MOVE CC-COURSE-CODE  TO AC-COURSE-CODE.
020152     MOVE CC-TERM-CODE    TO AC-TERM-CODE.
020154     MOVE WS-RUN-DATE     TO AC-ACCESS-DATE.
020156     MOVE WS-ACCESS-TIME  TO AC-ACCESS-TIME.
020158     MOVE AC-RECORD       TO ACCESS-LOG-RECORD.
020160     WRITE ACCESS-LOG-RECORD.
020162     IF WS-ACCLOG-STATUS NOT = "00"
020164         DISPLAY "CBL0004 - ACCESS LOG NOT WRITTEN - STATUS "
020166             WS-ACCLOG-STATUS
020168         DISPLAY "SESSION ENDED."
020170         SET WS-LOG-FAILED TO TRUE
020172         SET WS-DONE TO TRUE
020174     END-IF.
020176     CLOSE ACCESS-LOG-FILE.
020178 2900-EXIT.
020180     EXIT.
020182
020200*----------------------------------------------------------------*
020300* 3000-FINALIZE - CLOSE THE MASTER AND SAY GOODBYE.
020400*----------------------------------------------------------------*
