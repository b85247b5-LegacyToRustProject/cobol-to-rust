000600* MODIFICATION HISTORY
000700* ----------------------------------------------------------------
000800* DATE       INIT  DESCRIPTION
000801* 10/15/2026 DPD   CARRY THE STUDENT'S PROGRAM OF STUDY: SET ON
000802*                  AN ADD, REPLACED BY A CHANGE WITH A NON-BLANK
000803*                  CODE, SHOWN ON THE REGISTER.  MAINTAIN THE
000804*                  MAILING-ADDRESS MASTER (STUADDR IN, STUADNEW
000805*                  OUT) FROM ADRTRAN A/C/D TRANSACTIONS IN THE
000806*                  SAME BALANCED LINE.  PREDECESSOR CHECK AHEAD OF
000807*                  THE INPUTS: UNLESS EACH PREDECESSOR ON THE
000808*                  EXPECTED-JOB FILE LOGGED A CLEAN RUN TONIGHT,
000809*                  A HELD RUN-LOG RECORD AND RETURN CODE 16.
000810* 09/02/2026 DPD   REBUILD THE INDEXED STUDENT MASTER
000811*                  (STUMAST) ALONGSIDE THE SEQUENTIAL NEW
000812*                  MASTER.  EVERY SURVIVING RECORD IS ALSO
004820     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
004830         ORGANIZATION IS LINE SEQUENTIAL
004840         FILE STATUS IS WS-RUNLOG-STATUS.
004843
004846     SELECT ADDR-TRAN-FILE ASSIGN TO "ADRTRAN"
004849         ORGANIZATION IS LINE SEQUENTIAL
004852         FILE STATUS IS WS-ADRTRAN-STATUS.
004855
004858     SELECT ADDR-SORT-FILE ASSIGN TO "AXSORT".
004861
004864     SELECT SORTED-ADDR-TRAN-FILE ASSIGN TO "AXSRTD"
004867         ORGANIZATION IS LINE SEQUENTIAL.
004870
004873     SELECT OLD-ADDRESS-FILE ASSIGN TO "STUADDR"
004876         ORGANIZATION IS LINE SEQUENTIAL
004879         FILE STATUS IS WS-STUADDR-STATUS.
004882
004885     SELECT NEW-ADDRESS-FILE ASSIGN TO "STUADNEW"
004888         ORGANIZATION IS LINE SEQUENTIAL.
004890
004892     SELECT EXPECTED-JOB-FILE ASSIGN TO "EXPJOBS"
004894         ORGANIZATION IS LINE SEQUENTIAL
004896         FILE STATUS IS PC-EXPJOBS-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
008020 FD  RUN-LOG-FILE
008030     RECORDING MODE IS F.
008040 01  RUN-LOG-RECORD              PIC X(60).
008042
008044 FD  ADDR-TRAN-FILE
008046     RECORDING MODE IS F.
008048 01  ADDR-TRAN-RECORD            PIC X(120).
008050
008052 SD  ADDR-SORT-FILE.
008054 01  TA-RECORD.
008056     05  TA-TRAN-CODE            PIC X(01).
008058     05  TA-STU-ID               PIC X(09).
008060     05  FILLER                  PIC X(110).
008062
008064 FD  SORTED-ADDR-TRAN-FILE
008066     RECORDING MODE IS F.
008068 01  SORTED-ADDR-TRAN-RECORD     PIC X(120).
008070
008072 FD  OLD-ADDRESS-FILE
008074     RECORDING MODE IS F.
008076 01  OLD-ADDRESS-RECORD          PIC X(120).
008078
008080 FD  NEW-ADDRESS-FILE
008082     RECORDING MODE IS F.
008084 01  NEW-ADDRESS-RECORD          PIC X(120).
008087
008090 FD  EXPECTED-JOB-FILE
008093     RECORDING MODE IS F.
008096 01  EXPECTED-JOB-RECORD         PIC X(100).
008100
008200 WORKING-STORAGE SECTION.
008210 01  WS-RUNLOG-STATUS            PIC X(02) VALUE ZERO.
008211 01  WS-STUMAST-STATUS           PIC X(02) VALUE ZERO.
008214 01  WS-ADRTRAN-STATUS           PIC X(02) VALUE ZERO.
008217 01  WS-STUADDR-STATUS           PIC X(02) VALUE ZERO.
008220 01  WS-RUN-DATE                 PIC 9(08).
008230 01  WS-RUN-TIME-FULL.
008240     05  WS-RUN-TIME             PIC 9(06).
008400     88  WS-ST-EOF                   VALUE 'Y'.
008500 01  WS-OM-EOF-SW                PIC X(01) VALUE 'N'.
008600     88  WS-OM-EOF                   VALUE 'Y'.
008610 01  WS-AX-EOF-SW                PIC X(01) VALUE 'N'.
008620     88  WS-AX-EOF                   VALUE 'Y'.
008630 01  WS-AM-EOF-SW                PIC X(01) VALUE 'N'.
008640     88  WS-AM-EOF                   VALUE 'Y'.
008700
008800*
008900* THE MASTER RECORD BEING BUILT FOR THE CURRENT STUDENT ID LIVES
009600 01  WS-MASTER-SW                PIC X(01) VALUE 'N'.
009700     88  WS-MASTER-PRESENT           VALUE 'Y'.
009800     88  WS-MASTER-ABSENT            VALUE 'N'.
009810*
009820* THE SAME PRESENT/ABSENT SWITCH FOR THE ADDRESS BEING BUILT IN
009830* AD-RECORD FOR THE CURRENT STUDENT ID.
009840*
009850 01  WS-ADDR-SW                  PIC X(01) VALUE 'N'.
009860     88  WS-ADDR-PRESENT             VALUE 'Y'.
009870     88  WS-ADDR-ABSENT              VALUE 'N'.
009900
009950*
010000* READ-AHEAD AREA FOR THE OLD MASTER.  THE NEXT RECORD WAITS HERE
010700     05  WS-OM-NEXT-NAME         PIC X(20).
010800     05  WS-OM-NEXT-GRADE        PIC X(03).
010900     05  FILLER                  PIC X(08).
010910
010920 01  WS-AM-NEXT.
010930     05  WS-AM-NEXT-ID           PIC X(09).
010940     05  FILLER                  PIC X(111).
011000
011100 01  WS-CUR-STU-ID               PIC X(09) VALUE SPACES.
011121 01  WS-ST-KEY                   PIC X(09) VALUE SPACES.
011142 01  WS-OM-KEY                   PIC X(09) VALUE SPACES.
011149 01  WS-AX-KEY                   PIC X(09) VALUE SPACES.
011156 01  WS-AM-KEY                   PIC X(09) VALUE SPACES.
011163 01  WS-REASON                   PIC X(35).
011184
011205 77  WS-ADD-COUNT                PIC 9(06) VALUE ZERO COMP.
011226 77  WS-CHANGE-COUNT             PIC 9(06) VALUE ZERO COMP.
011247 77  WS-DROP-COUNT               PIC 9(06) VALUE ZERO COMP.
011268 77  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO COMP.
011271 77  WS-ADDR-ADD-COUNT           PIC 9(06) VALUE ZERO COMP.
011274 77  WS-ADDR-CHANGE-COUNT        PIC 9(06) VALUE ZERO COMP.
011277 77  WS-ADDR-DROP-COUNT          PIC 9(06) VALUE ZERO COMP.
011280 77  WS-ADDR-REJECT-COUNT        PIC 9(06) VALUE ZERO COMP.
011283 77  WS-AX-READ-COUNT            PIC 9(06) VALUE ZERO COMP.
011286 77  WS-AX-APPLIED-COUNT         PIC 9(06) VALUE ZERO COMP.
011289
011310 COPY CB7CTL.
011320 COPY STUTRAN.
011331 COPY STUDREC.
011341 COPY STUADDR.
011352 COPY STUPDREG.
011360     COPY RUNLOG.
011364     COPY EXPJREC.
011368     COPY PREDCHK.
011373
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700     PERFORM 2000-PROCESS-ONE-ID THRU 2000-EXIT
011800         UNTIL WS-ST-EOF AND WS-OM-EOF
011810           AND WS-AX-EOF AND WS-AM-EOF.
011900     PERFORM 3000-FINALIZE THRU 3000-EXIT.
012000     STOP RUN.
012100
012200*----------------------------------------------------------------*
012300* 1000-INITIALIZE - READ THE CONTROL CARD, SORT THE TRANSACTIONS
012400*                    BY STUDENT ID, KEEPING SAME-ID TRANSACTIONS
012500*                    IN THE ORDER KEYED, DO THE SAME FOR THE
012510*                    ADDRESS TRANSACTIONS, OPEN THE FILES AND
012520*                    PRIME THE READ-AHEADS.  THE ADDRESS
012530*                    TRANSACTIONS AND THE OLD ADDRESS MASTER
012540*                    MAY BE ABSENT; EITHER IS TAKEN AS EMPTY.
012600*----------------------------------------------------------------*
012700 1000-INITIALIZE.
012710     OPEN INPUT CONTROL-FILE.
012760     CLOSE CONTROL-FILE.
012770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012780     ACCEPT WS-RUN-TIME-FULL FROM TIME.
012790     PERFORM 9000-CHECK-PREDECESSORS THRU 9000-EXIT.
012800     SORT TRAN-SORT-FILE
012900         ON ASCENDING KEY TS-STU-ID
013000         WITH DUPLICATES IN ORDER
013100         USING TRAN-FILE
013200         GIVING SORTED-TRAN-FILE.
013210     SORT ADDR-SORT-FILE
013220         ON ASCENDING KEY TA-STU-ID
013230         WITH DUPLICATES IN ORDER
013240         INPUT PROCEDURE IS 1100-RELEASE-ADDR-TRAN
013250             THRU 1100-EXIT
013260         GIVING SORTED-ADDR-TRAN-FILE.
013300     OPEN INPUT SORTED-TRAN-FILE
013400           INPUT OLD-MASTER-FILE.
013410     OPEN INPUT SORTED-ADDR-TRAN-FILE.
013420     OPEN INPUT OLD-ADDRESS-FILE.
013430     IF WS-STUADDR-STATUS = "35"
013440         SET WS-AM-EOF TO TRUE
013450     END-IF.
013500     OPEN OUTPUT NEW-MASTER-FILE
013600          OUTPUT REGISTER-FILE
013700          OUTPUT ERROR-FILE.
013705     OPEN OUTPUT NEW-ADDRESS-FILE.
013710*
013720* THE INDEXED MASTER IS REBUILT FROM SCRATCH ON EVERY RUN; THE
013730* BALANCED LINE DELIVERS THE SURVIVING RECORDS IN KEY ORDER, SO
013760     OPEN OUTPUT INDEXED-MASTER-FILE.
013800     PERFORM 8000-READ-TRAN THRU 8000-EXIT.
013900     PERFORM 8100-READ-OLD-MASTER THRU 8100-EXIT.
013910     PERFORM 8200-READ-ADDR-TRAN THRU 8200-EXIT.
013920     IF NOT WS-AM-EOF
013930         PERFORM 8300-READ-OLD-ADDRESS THRU 8300-EXIT
013940     END-IF.
014000 1000-EXIT.
014100     EXIT.
014103
014106*----------------------------------------------------------------*
014109* 1100-RELEASE-ADDR-TRAN - FEED THE ADDRESS-TRANSACTION SORT,
014112*                           RELEASING NOTHING WHEN THE FILE IS
014115*                           ABSENT.
014118*----------------------------------------------------------------*
014121 1100-RELEASE-ADDR-TRAN.
014124     OPEN INPUT ADDR-TRAN-FILE.
014127     IF WS-ADRTRAN-STATUS = "35"
014130         GO TO 1100-EXIT
014133     END-IF.
014136     PERFORM 1110-RELEASE-ONE-ADDR-TRAN THRU 1110-EXIT
014139         UNTIL WS-AX-EOF.
014142     CLOSE ADDR-TRAN-FILE.
014145     MOVE 'N' TO WS-AX-EOF-SW.
014148 1100-EXIT.
014151     EXIT.
014154
014157 1110-RELEASE-ONE-ADDR-TRAN.
014160     READ ADDR-TRAN-FILE INTO AX-RECORD
014163         AT END
014166             SET WS-AX-EOF TO TRUE
014169     END-READ.
014172     IF WS-AX-EOF
014175         GO TO 1110-EXIT
014178     END-IF.
014181     RELEASE TA-RECORD FROM AX-RECORD.
014184 1110-EXIT.
014187     EXIT.
014200
014300*----------------------------------------------------------------*
014400* 2000-PROCESS-ONE-ID - CLASSIC BALANCED-LINE UPDATE.  THE LOWER
016691                 ADD 1 TO WS-REJECT-COUNT
016692         END-WRITE
016700     END-IF.
016710     PERFORM 2060-PROCESS-ADDRESS THRU 2060-EXIT.
016800 2000-EXIT.
016900     EXIT.
017000
017100*----------------------------------------------------------------*
017200* 2010-DETERMINE-DRIVING-KEY - THE LOWEST OF THE SOURCE KEYS
017300*                               DRIVES THIS PASS; HIGH-VALUES
017400*                               MARKS AN EXHAUSTED SOURCE.  THE
017500*                               OLD-MASTER RECORD FOR THE CURRENT
017600*                               ID IS ALREADY SITTING IN THE HOLD
017700*                               AREA FROM THE READ-AHEAD.  THE
017710*                               ADDRESS TRANSACTIONS AND ADDRESS
017720*                               MASTER TAKE PART SO AN ID FOUND
017730*                               ONLY ON THEM IS STILL VISITED.
017800*----------------------------------------------------------------*
017900 2010-DETERMINE-DRIVING-KEY.
018000     IF WS-ST-EOF
019200     ELSE
019300         MOVE WS-OM-KEY TO WS-CUR-STU-ID
019400     END-IF.
019401     IF WS-AX-EOF
019402         MOVE HIGH-VALUES TO WS-AX-KEY
019403     ELSE
019404         MOVE AX-STU-ID TO WS-AX-KEY
019405     END-IF.
019406     IF WS-AM-EOF
019407         MOVE HIGH-VALUES TO WS-AM-KEY
019408     ELSE
019409         MOVE WS-AM-NEXT-ID TO WS-AM-KEY
019410     END-IF.
019411     IF WS-AX-KEY < WS-CUR-STU-ID
019412         MOVE WS-AX-KEY TO WS-CUR-STU-ID
019413     END-IF.
019414     IF WS-AM-KEY < WS-CUR-STU-ID
019415         MOVE WS-AM-KEY TO WS-CUR-STU-ID
019416     END-IF.
019500 2010-EXIT.
019600     EXIT.
019700
021400     PERFORM 8100-READ-OLD-MASTER THRU 8100-EXIT.
021500 2050-EXIT.
021600     EXIT.
021601
021602*----------------------------------------------------------------*
021603* 2060-PROCESS-ADDRESS - THE SAME BALANCED LINE FOR THE ADDRESS
021604*                         MASTER, RUN ONCE THE STUDENT RECORD
021605*                         FOR THE ID IS SETTLED.  AN ADDRESS
021606*                         WHOSE STUDENT IS NOT ON THE NEW MASTER
021607*                         GOES WITH THE STUDENT.
021608*----------------------------------------------------------------*
021609 2060-PROCESS-ADDRESS.
021610     IF WS-CUR-STU-ID = WS-AM-KEY
021611         SET WS-ADDR-PRESENT TO TRUE
021612         MOVE WS-AM-NEXT TO AD-RECORD
021613         PERFORM 8300-READ-OLD-ADDRESS THRU 8300-EXIT
021614         PERFORM 2065-DROP-DUP-ADDRESS THRU 2065-EXIT
021615             UNTIL WS-AM-EOF OR WS-AM-NEXT-ID NOT = WS-CUR-STU-ID
021616     ELSE
021617         SET WS-ADDR-ABSENT TO TRUE
021618         MOVE SPACES TO AD-RECORD
021619     END-IF.
021620     PERFORM 2070-APPLY-ONE-ADDR-TRAN THRU 2070-EXIT
021621         UNTIL WS-AX-EOF OR AX-STU-ID NOT = WS-CUR-STU-ID.
021622     IF WS-ADDR-PRESENT AND WS-MASTER-ABSENT
021623         MOVE "DROP  " TO UA-ACTION
021624         MOVE "BEFORE " TO UA-IMAGE
021625         PERFORM 2090-WRITE-ADDR-REGISTER THRU 2090-EXIT
021626         SET WS-ADDR-ABSENT TO TRUE
021627         ADD 1 TO WS-ADDR-DROP-COUNT
021628     END-IF.
021629     IF WS-ADDR-PRESENT
021630         MOVE AD-RECORD TO NEW-ADDRESS-RECORD
021631         WRITE NEW-ADDRESS-RECORD
021632     END-IF.
021633 2060-EXIT.
021634     EXIT.
021635
021636 2065-DROP-DUP-ADDRESS.
021637     MOVE SPACES             TO WS-UPDATE-ERROR-LINE.
021638     MOVE WS-AM-NEXT-ID      TO UE-ID.
021639     MOVE "DUPLICATE ADDRESS ID - DROPPED"
021640                             TO UE-REASON.
021641     MOVE WS-UPDATE-ERROR-LINE TO ERROR-RECORD.
021642     WRITE ERROR-RECORD.
021643     ADD 1 TO WS-ADDR-REJECT-COUNT.
021644     PERFORM 8300-READ-OLD-ADDRESS THRU 8300-EXIT.
021645 2065-EXIT.
021646     EXIT.
021647
021648*----------------------------------------------------------------*
021649* 2070-APPLY-ONE-ADDR-TRAN - EDIT AND APPLY ONE ADDRESS
021650*                             TRANSACTION, THEN READ THE NEXT.
021651*                             THE STUDENT MUST BE ON THE MASTER.
021652*----------------------------------------------------------------*
021653 2070-APPLY-ONE-ADDR-TRAN.
021654     IF WS-MASTER-ABSENT
021655         MOVE "ADDRESS FOR ID NOT ON MASTER" TO WS-REASON
021656         PERFORM 2095-WRITE-ADDR-REJECT THRU 2095-EXIT
021657         GO TO 2070-READ
021658     END-IF.
021659     EVALUATE TRUE
021660         WHEN AX-TRAN-ADD
021661             PERFORM 2075-APPLY-ADDR-ADD THRU 2075-EXIT
021662         WHEN AX-TRAN-CHANGE
021663             PERFORM 2080-APPLY-ADDR-CHANGE THRU 2080-EXIT
021664         WHEN AX-TRAN-DROP
021665             PERFORM 2085-APPLY-ADDR-DROP THRU 2085-EXIT
021666         WHEN OTHER
021667             MOVE "TRAN CODE NOT A, C OR D" TO WS-REASON
021668             PERFORM 2095-WRITE-ADDR-REJECT THRU 2095-EXIT
021669     END-EVALUATE.
021670 2070-READ.
021671     PERFORM 8200-READ-ADDR-TRAN THRU 8200-EXIT.
021672 2070-EXIT.
021673     EXIT.
021700
021701 2075-APPLY-ADDR-ADD.
021702     IF WS-ADDR-PRESENT
021703         MOVE "DUPLICATE ADD - ADDRESS ON FILE" TO WS-REASON
021704         PERFORM 2095-WRITE-ADDR-REJECT THRU 2095-EXIT
021705         GO TO 2075-EXIT
021706     END-IF.
021707     IF AX-STREET-1 = SPACES OR AX-CITY = SPACES
021708         MOVE "STREET OR CITY MISSING" TO WS-REASON
021709         PERFORM 2095-WRITE-ADDR-REJECT THRU 2095-EXIT
021710         GO TO 2075-EXIT
021711     END-IF.
021712     MOVE SPACES         TO AD-RECORD.
021713     MOVE AX-STU-ID      TO AD-STU-ID.
021714     MOVE AX-STREET-1    TO AD-STREET-1.
021715     MOVE AX-STREET-2    TO AD-STREET-2.
021716     MOVE AX-CITY        TO AD-CITY.
021717     MOVE AX-STATE       TO AD-STATE.
021718     MOVE AX-POSTAL-CODE TO AD-POSTAL-CODE.
021719     SET WS-ADDR-PRESENT TO TRUE.
021720     ADD 1 TO WS-ADDR-ADD-COUNT WS-AX-APPLIED-COUNT.
021721     MOVE "ADD   " TO UA-ACTION.
021722     MOVE "AFTER  " TO UA-IMAGE.
021723     PERFORM 2090-WRITE-ADDR-REGISTER THRU 2090-EXIT.
021724 2075-EXIT.
021725     EXIT.
021726
021727 2080-APPLY-ADDR-CHANGE.
021728     IF WS-ADDR-ABSENT
021729         MOVE "CHANGE FOR ADDRESS NOT ON FILE" TO WS-REASON
021730         PERFORM 2095-WRITE-ADDR-REJECT THRU 2095-EXIT
021731         GO TO 2080-EXIT
021732     END-IF.
021733     MOVE "CHANGE" TO UA-ACTION.
021734     MOVE "BEFORE " TO UA-IMAGE.
021735     PERFORM 2090-WRITE-ADDR-REGISTER THRU 2090-EXIT.
021736     IF AX-STREET-1 NOT = SPACES
021737         MOVE AX-STREET-1 TO AD-STREET-1
021738     END-IF.
021739     IF AX-STREET-2 NOT = SPACES
021740         MOVE AX-STREET-2 TO AD-STREET-2
021741     END-IF.
021742     IF AX-CITY NOT = SPACES
021743         MOVE AX-CITY TO AD-CITY
021744     END-IF.
021745     IF AX-STATE NOT = SPACES
021746         MOVE AX-STATE TO AD-STATE
021747     END-IF.
021748     IF AX-POSTAL-CODE NOT = SPACES
021749         MOVE AX-POSTAL-CODE TO AD-POSTAL-CODE
021750     END-IF.
021751     ADD 1 TO WS-ADDR-CHANGE-COUNT WS-AX-APPLIED-COUNT.
021752     MOVE "AFTER  " TO UA-IMAGE.
021753     PERFORM 2090-WRITE-ADDR-REGISTER THRU 2090-EXIT.
021754 2080-EXIT.
021755     EXIT.
021756
021757 2085-APPLY-ADDR-DROP.
021758     IF WS-ADDR-ABSENT
021759         MOVE "DROP FOR ADDRESS NOT ON FILE" TO WS-REASON
021760         PERFORM 2095-WRITE-ADDR-REJECT THRU 2095-EXIT
021761         GO TO 2085-EXIT
021762     END-IF.
021763     MOVE "DROP  " TO UA-ACTION.
021764     MOVE "BEFORE " TO UA-IMAGE.
021765     PERFORM 2090-WRITE-ADDR-REGISTER THRU 2090-EXIT.
021766     SET WS-ADDR-ABSENT TO TRUE.
021767     MOVE SPACES TO AD-RECORD.
021768     ADD 1 TO WS-ADDR-DROP-COUNT WS-AX-APPLIED-COUNT.
021769 2085-EXIT.
021770     EXIT.
021771
021772 2090-WRITE-ADDR-REGISTER.
021773     MOVE WS-CUR-STU-ID  TO UA-ID.
021774     MOVE AD-STREET-1    TO UA-STREET-1.
021775     MOVE AD-STATE       TO UA-STATE.
021776     MOVE AD-POSTAL-CODE TO UA-POSTAL-CODE.
021777     MOVE AD-STREET-2    TO UA-STREET-2.
021778     MOVE AD-CITY        TO UA-CITY.
021779     MOVE WS-ADDRESS-LINE-1 TO REGISTER-RECORD.
021780     WRITE REGISTER-RECORD.
021781     MOVE WS-ADDRESS-LINE-2 TO REGISTER-RECORD.
021782     WRITE REGISTER-RECORD.
021783 2090-EXIT.
021784     EXIT.
021785
021786 2095-WRITE-ADDR-REJECT.
021787     MOVE SPACES       TO WS-UPDATE-ERROR-LINE.
021788     MOVE AX-TRAN-CODE TO UE-TRAN-CODE.
021789     MOVE AX-STU-ID    TO UE-ID.
021790     MOVE WS-REASON    TO UE-REASON.
021791     MOVE WS-UPDATE-ERROR-LINE TO ERROR-RECORD.
021792     WRITE ERROR-RECORD.
021793     ADD 1 TO WS-ADDR-REJECT-COUNT.
021794 2095-EXIT.
021795     EXIT.
021800*----------------------------------------------------------------*
021900* 2100-APPLY-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION TO THE
022000*                        HOLD AREA, THEN READ THE NEXT ONE.
025800     MOVE SPACES     TO STU-RECORD.
025900     MOVE ST-STU-ID  TO STU-ID.
026000     MOVE ST-NAME    TO STU-NAME.
026005     MOVE ST-PROGRAM-CODE TO STU-PROGRAM-CODE.
026010     PERFORM 2500-SET-GRADE-FIELDS THRU 2500-EXIT.
026200     SET WS-MASTER-PRESENT TO TRUE.
026300     ADD 1 TO WS-ADD-COUNT.
026900
027000*----------------------------------------------------------------*
027100* 2300-APPLY-CHANGE - UPDATE THE HELD RECORD IN PLACE, PRINTING
027200*                      BEFORE AND AFTER IMAGES.  A BLANK NAME,
027300*                      GRADE OR PROGRAM CODE ON THE TRANSACTION
027400*                      LEAVES THAT FIELD AS IT STANDS.
027500*----------------------------------------------------------------*
027600 2300-APPLY-CHANGE.
027700     IF WS-MASTER-ABSENT
029300     IF ST-GRADE-X NOT = SPACES
029400         PERFORM 2500-SET-GRADE-FIELDS THRU 2500-EXIT
029500     END-IF.
029510     IF ST-PROGRAM-CODE NOT = SPACES
029520         MOVE ST-PROGRAM-CODE TO STU-PROGRAM-CODE
029530     END-IF.
029600     ADD 1 TO WS-CHANGE-COUNT.
029700     MOVE "CHANGE" TO UR-ACTION.
029800     MOVE "AFTER  " TO UR-IMAGE.
032800     MOVE STU-NAME      TO UR-NAME.
032900     MOVE STU-GRADE     TO UR-GRADE.
032910     MOVE STU-STATUS    TO UR-STATUS.
032920     MOVE STU-PROGRAM-CODE TO UR-PROGRAM-CODE.
033000     MOVE WS-REGISTER-LINE TO REGISTER-RECORD.
033100     WRITE REGISTER-RECORD.
033200 2800-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------------*
035200* 3000-FINALIZE - WRITE THE REGISTER CONTROL TOTALS, STUDENT AND
035210*                  ADDRESS, AND CLOSE UP.
035300*----------------------------------------------------------------*
035400 3000-FINALIZE.
035500     MOVE WS-ADD-COUNT    TO UT-ADD-COUNT.
035800     MOVE WS-REJECT-COUNT TO UT-REJECT-COUNT.
035900     MOVE WS-REGISTER-TRAILER TO REGISTER-RECORD.
036000     WRITE REGISTER-RECORD.
036001     MOVE WS-ADDR-ADD-COUNT    TO UT-ADDR-ADD-COUNT.
036002     MOVE WS-ADDR-CHANGE-COUNT TO UT-ADDR-CHANGE-COUNT.
036003     MOVE WS-ADDR-DROP-COUNT   TO UT-ADDR-DROP-COUNT.
036004     MOVE WS-ADDR-REJECT-COUNT TO UT-ADDR-REJECT-COUNT.
036005     MOVE WS-ADDRESS-TRAILER TO REGISTER-RECORD.
036006     WRITE REGISTER-RECORD.
036010     PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
036100     CLOSE SORTED-TRAN-FILE
036200           OLD-MASTER-FILE
036300           NEW-MASTER-FILE
036350           INDEXED-MASTER-FILE
036400           REGISTER-FILE
036500           ERROR-FILE
036510           SORTED-ADDR-TRAN-FILE
036520           NEW-ADDRESS-FILE.
036530     IF WS-STUADDR-STATUS NOT = "35"
036540         CLOSE OLD-ADDRESS-FILE
036550     END-IF.
036600 3000-EXIT.
036700     EXIT.
036710
036720*----------------------------------------------------------------*
036730* 3100-WRITE-RUN-LOG - APPEND THE STANDARD RUN-LOG RECORD FOR
036740*                       THE MORNING SUMMARY.  READ IS EVERY
036750*                       TRANSACTION PROCESSED, STUDENT AND
036751*                       ADDRESS, WRITTEN IS THE
036760*                       TRANSACTIONS APPLIED, AND THE REJECTS
036770*                       RIDE IN THE EXCEPTION COLUMN SO THE
036780*                       MORNING REPORT FLAGS A DIRTY BATCH.
036798     MOVE WS-RUN-DATE    TO LG-RUN-DATE.
036799     MOVE WS-RUN-TIME    TO LG-RUN-TIME.
036800     COMPUTE LG-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
036801         + WS-DROP-COUNT + WS-REJECT-COUNT + WS-AX-READ-COUNT.
036802     COMPUTE LG-WRITE-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
036803         + WS-DROP-COUNT + WS-AX-APPLIED-COUNT.
036804     ADD WS-REJECT-COUNT WS-ADDR-REJECT-COUNT GIVING LG-EXC-COUNT.
036805     SET LG-RESTART-NO   TO TRUE.
036806     MOVE LG-RECORD      TO RUN-LOG-RECORD.
036807     WRITE RUN-LOG-RECORD.
038900     END-READ.
039000 8100-EXIT.
039100     EXIT.
039300
039400*----------------------------------------------------------------*
039500* 8200-READ-ADDR-TRAN - READ-AHEAD ON THE SORTED ADDRESS
039600*                        TRANSACTIONS.
039700*----------------------------------------------------------------*
039800 8200-READ-ADDR-TRAN.
039900     READ SORTED-ADDR-TRAN-FILE INTO AX-RECORD
040000         AT END
040100             SET WS-AX-EOF TO TRUE
040200     END-READ.
040300     IF NOT WS-AX-EOF
040400         ADD 1 TO WS-AX-READ-COUNT
040500     END-IF.
040600 8200-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000* 8300-READ-OLD-ADDRESS - READ-AHEAD ON THE OLD ADDRESS MASTER,
041100*                          HELD IN WS-AM-NEXT AS FOR THE STUDENT
041200*                          MASTER.
041300*----------------------------------------------------------------*
041400 8300-READ-OLD-ADDRESS.
041500     READ OLD-ADDRESS-FILE INTO WS-AM-NEXT
041600         AT END
041700             SET WS-AM-EOF TO TRUE
041800     END-READ.
041900 8300-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------------*
042300* 9000-CHECK-PREDECESSORS - FIND THIS STEP ON THE EXPECTED-JOB
042400*                            FILE AND CHECK THE RUN LOG FOR A
042500*                            CLEAN RECORD DATED TONIGHT FROM EACH
042600*                            PREDECESSOR IT NAMES.  ANY FAILURE
042700*                            HOLDS THE STEP BEFORE AN INPUT IS
042800*                            OPENED: A HELD RUN-LOG RECORD FOR
042900*                            CBL0010 AND RETURN CODE 16.
042910*                            "TONIGHT" MEANS THE BUSINESS NIGHT:
042920*                            A STEP STARTED AFTER MIDNIGHT BUT
042930*                            BEFORE THE PC-NIGHT-CUTOFF TIME
042940*                            COUNTS AS THE PREVIOUS DAY'S NIGHT.
043000*----------------------------------------------------------------*
043100 9000-CHECK-PREDECESSORS.
043200     OPEN INPUT EXPECTED-JOB-FILE.
043300     IF PC-EXPJOBS-STATUS = "35"
043400         GO TO 9000-EXIT
043500     END-IF.
043600     PERFORM 9010-FIND-SCHEDULE THRU 9010-EXIT
043700         UNTIL PC-EJ-EOF OR PC-SCHEDULED.
043800     CLOSE EXPECTED-JOB-FILE.
043900     IF NOT PC-SCHEDULED
044000         GO TO 9000-EXIT
044100     END-IF.
044110     MOVE WS-RUN-DATE TO PC-NIGHT-DATE.
044120     IF WS-RUN-TIME < PC-NIGHT-CUTOFF
044130         COMPUTE PC-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
044140             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
044150     END-IF.
044200     PERFORM 9020-CHECK-ONE-PREDECESSOR THRU 9020-EXIT
044300         VARYING PC-SUB FROM 1 BY 1
044400         UNTIL PC-SUB > 4 OR PC-HOLD-RUN.
044500     IF PC-HOLD-RUN
044600         DISPLAY "CBL0007 - HELD, PREDECESSOR " PC-PRED-PROGRAM-ID
044700             "JOB " PC-PRED-JOB-ID " " PC-HOLD-REASON
044800         PERFORM 9100-WRITE-HELD-LOG THRU 9100-EXIT
044900         MOVE 16 TO RETURN-CODE
045000         STOP RUN
045100     END-IF.
045200 9000-EXIT.
045300     EXIT.
045400
045500 9010-FIND-SCHEDULE.
045600     READ EXPECTED-JOB-FILE INTO EJ-RECORD
045700         AT END
045800             SET PC-EJ-EOF TO TRUE
045900     END-READ.
046000     IF NOT PC-EJ-EOF
046100             AND EJ-PROGRAM-ID = "CBL0007 "
046200             AND EJ-JOB-ID = CC-JOB-ID
046300         SET PC-SCHEDULED TO TRUE
046400     END-IF.
046500 9010-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------*
046900* 9020-CHECK-ONE-PREDECESSOR - THE LATEST RUN-LOG RECORD FOR THE
047000*                               PREDECESSOR (A RERUN SUPERSEDES
047100*                               THE EARLIER ATTEMPT) MUST BE
047200*                               DATED TONIGHT, NOT HELD, AND
047300*                               FREE OF EXCEPTIONS.
047400*----------------------------------------------------------------*
047500 9020-CHECK-ONE-PREDECESSOR.
047600     IF EJ-PRED-PROGRAM-ID(PC-SUB) = SPACES
047700         GO TO 9020-EXIT
047800     END-IF.
047900     MOVE EJ-PRED-PROGRAM-ID(PC-SUB) TO PC-PRED-PROGRAM-ID.
048000     MOVE EJ-PRED-JOB-ID(PC-SUB)     TO PC-PRED-JOB-ID.
048100     IF PC-PRED-JOB-ID = SPACES
048200         MOVE CC-JOB-ID TO PC-PRED-JOB-ID
048300     END-IF.
048400     MOVE 'N' TO PC-FOUND-SW.
048500     MOVE 'N' TO PC-LG-EOF-SW.
048600     OPEN INPUT RUN-LOG-FILE.
048700     IF WS-RUNLOG-STATUS NOT = "35"
048800         PERFORM 9030-READ-RUN-LOG THRU 9030-EXIT
048900             UNTIL PC-LG-EOF
049000         CLOSE RUN-LOG-FILE
049100     END-IF.
049200     EVALUATE TRUE
049300         WHEN NOT PC-FOUND
049400             MOVE "MISSING   " TO PC-HOLD-REASON
049500         WHEN PC-LOG-DATE < PC-NIGHT-DATE
049600             MOVE "STALE     " TO PC-HOLD-REASON
049700         WHEN PC-LOG-HELD
049800             MOVE "HELD      " TO PC-HOLD-REASON
049900         WHEN PC-LOG-EXC > ZERO
050000             MOVE "EXCEPTIONS" TO PC-HOLD-REASON
050100         WHEN OTHER
050200             GO TO 9020-EXIT
050300     END-EVALUATE.
050400     SET PC-HOLD-RUN TO TRUE.
050500 9020-EXIT.
050600     EXIT.
050700
050800 9030-READ-RUN-LOG.
050900     READ RUN-LOG-FILE INTO PC-LOG-IN
051000         AT END
051100             SET PC-LG-EOF TO TRUE
051200     END-READ.
051300     IF NOT PC-LG-EOF
051400             AND PC-IN-PROGRAM-ID = PC-PRED-PROGRAM-ID
051500             AND PC-IN-JOB-ID = PC-PRED-JOB-ID
051600         SET PC-FOUND TO TRUE
051700         MOVE PC-IN-RUN-DATE   TO PC-LOG-DATE
051710         IF PC-IN-RUN-TIME < PC-NIGHT-CUTOFF
051720             COMPUTE PC-LOG-DATE = FUNCTION DATE-OF-INTEGER
051730                 (FUNCTION INTEGER-OF-DATE(PC-IN-RUN-DATE) - 1)
051740         END-IF
051800         MOVE PC-IN-EXC-COUNT  TO PC-LOG-EXC
051900         MOVE PC-IN-RUN-STATUS TO PC-LOG-STATUS
052000     END-IF.
052100 9030-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------------*
052500* 9100-WRITE-HELD-LOG - THE HELD RECORD: NO COUNTS, THE HELD
052600*                        FLAG, AND THE PREDECESSOR WAITED ON.
052700*----------------------------------------------------------------*
052800 9100-WRITE-HELD-LOG.
052900     OPEN EXTEND RUN-LOG-FILE.
053000     IF WS-RUNLOG-STATUS = "35"
053100         OPEN OUTPUT RUN-LOG-FILE
053200     END-IF.
053300     MOVE CC-JOB-ID          TO LG-JOB-ID.
053400     MOVE "CBL0007 "         TO LG-PROGRAM-ID.
053500     MOVE WS-RUN-DATE        TO LG-RUN-DATE.
053600     MOVE WS-RUN-TIME        TO LG-RUN-TIME.
053700     MOVE ZERO               TO LG-READ-COUNT
053800                                LG-WRITE-COUNT
053900                                LG-EXC-COUNT.
054000     SET LG-RESTART-NO       TO TRUE.
054100     SET LG-RUN-HELD         TO TRUE.
054200     MOVE PC-PRED-PROGRAM-ID TO LG-HELD-FOR.
054300     MOVE LG-RECORD          TO RUN-LOG-RECORD.
054400     WRITE RUN-LOG-RECORD.
054500     CLOSE RUN-LOG-FILE.
054600 9100-EXIT.
054700     EXIT.
