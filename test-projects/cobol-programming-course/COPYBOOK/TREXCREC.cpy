000300*              TRANSACTION THAT FAILS EDITING, ONE PER BAD
000400*              RECORD.  A DIV WITH A ZERO TR-NUM2 LANDS HERE
000500*              LIKE ANY OTHER EDIT FAILURE.
000510*              A HELD BATCH GETS ONE LINE OF ITS OWN: OP 'BAT',
000520*              THE UNIT AND BATCH NUMBER IN THE NUM1/NUM2
000530*              COLUMNS AND THE REASON IT WAS HELD.
000600*****************************************************************
000700 01  WS-EXCEPTION-LINE.
000800     05  XL-SEQ              PIC ZZZZZ9.
