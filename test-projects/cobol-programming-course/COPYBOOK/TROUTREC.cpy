000700*              RECORD-COUNT LINE AND ONCE PER OPERATION FOR THE
000800*              PER-OPERATION CONTROL TOTALS, SO EACH REQUESTING
000900*              UNIT CAN BALANCE ITS OWN WORK.
000910*              BD- FIELDS ARE ONE CONTROL LINE PER BATCH, WRITTEN
000920*              WHEN ITS LAST RECORD HAS BEEN HANDLED: POSTED,
000930*              HELD (WITH THE REASON) OR UNBATCHED.  UL- FIELDS
000940*              ARE ONE LINE PER UNIT AFTER THE OPERATION TOTALS.
001000*****************************************************************
001100 01  WS-DETAIL-LINE.
001200     05  DL-SEQ              PIC ZZZZZ9.
003700     05  FILLER              PIC X(07) VALUE "TOTAL: ".
003800     05  TL-OP-TOTAL         PIC -(11)9.
003900     05  FILLER              PIC X(60) VALUE SPACES.
003910
003920 01  WS-BATCH-LINE.
003930     05  FILLER              PIC X(06) VALUE "BATCH ".
003940     05  BD-UNIT-ID          PIC X(04).
003950     05  FILLER              PIC X(01) VALUE "/".
003960     05  BD-BATCH-NO         PIC X(04).
003970     05  FILLER              PIC X(02) VALUE SPACES.
003980     05  BD-STATUS           PIC X(09).
003990     05  FILLER              PIC X(11) VALUE "  RECORDS: ".
004000     05  BD-REC-COUNT        PIC ZZZZ9.
004010     05  FILLER              PIC X(10) VALUE "  POSTED: ".
004020     05  BD-POSTED           PIC ZZZZ9.
004030     05  FILLER              PIC X(06) VALUE " EXC: ".
004040     05  BD-EXC              PIC ZZZZ9.
004050     05  FILLER              PIC X(02) VALUE SPACES.
004060     05  BD-REASON           PIC X(30).
004070
004080 01  WS-UNIT-LINE.
004090     05  FILLER              PIC X(05) VALUE "UNIT ".
004100     05  UL-UNIT-ID          PIC X(04).
004110     05  FILLER              PIC X(11) VALUE "  BATCHES: ".
004120     05  UL-BATCHES          PIC ZZ9.
004130     05  FILLER              PIC X(08) VALUE "  HELD: ".
004140     05  UL-HELD             PIC ZZ9.
004150     05  FILLER              PIC X(10) VALUE "  POSTED: ".
004160     05  UL-POSTED           PIC ZZZZZ9.
004170     05  FILLER              PIC X(14) VALUE "  EXCEPTIONS: ".
004180     05  UL-EXC              PIC ZZZZZ9.
004190     05  FILLER              PIC X(16) VALUE "  HELD RECORDS: ".
004200     05  UL-HELD-RECS        PIC ZZZZZ9.
004210     05  FILLER              PIC X(08) VALUE SPACES.
