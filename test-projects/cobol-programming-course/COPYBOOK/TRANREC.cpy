000600*              REQUESTS; DIV PRODUCES QUOTIENT AND REMAINDER AND
000700*              A ZERO TR-NUM2 ON A DIV IS AN EDIT FAILURE, NOT
000800*              AN ABEND.
000810*              EACH REQUESTING UNIT'S WORK ARRIVES AS A BATCH: A
000820*              HEADER (TR-OP-CODE 'BHD') AND A TRAILER ('BTR')
000830*              AROUND ITS DETAIL RECORDS, BOTH CARRYING THE UNIT
000840*              ID, BATCH NUMBER, DETAIL RECORD COUNT AND A HASH
000850*              TOTAL OF TR-NUM1 PLUS TR-NUM2 OVER THE DETAILS.
000860*              TB-RECORD IS THAT VIEW OF THE SAME 40 BYTES.
000870*              HEADERS AND TRAILERS TAKE SEQUENCE NUMBERS IN
000880*              LINE WITH THE DETAILS.
000900*****************************************************************
001000 01  TR-RECORD.
001100     05  TR-SEQ-NO           PIC 9(06).
001600         88  TR-OP-SUB           VALUE 'SUB'.
001700         88  TR-OP-MUL           VALUE 'MUL'.
001800         88  TR-OP-DIV           VALUE 'DIV'.
001810         88  TR-BATCH-HEADER     VALUE 'BHD'.
001820         88  TR-BATCH-TRAILER    VALUE 'BTR'.
001900     05  FILLER              PIC X(23).
001910 01  TB-RECORD REDEFINES TR-RECORD.
001920     05  TB-SEQ-NO           PIC 9(06).
001930     05  TB-UNIT-ID          PIC X(04).
001940     05  TB-BATCH-NO         PIC X(04).
001950     05  FILLER              PIC X(06).
001960     05  TB-REC-COUNT        PIC 9(05).
001970     05  TB-HASH-TOTAL       PIC 9(10).
001980     05  FILLER              PIC X(05).
