000010*****************************************************************
000020* FEECALWS - TRANSACTION FEE WORK AREAS.
000030* SHARED BY THE PROGRAMS THAT CHARGE FEES ON ACCEPTED
000040* TRANSACTIONS (TXNVAL, FRAUDMAINT, APPRMAINT).  EACH SETS
000050* WS-FEE-ORIGIN TO ITS OWN PREFIX BEFORE THE FIRST FEE SO THE
000060* FEE TRAN-IDS IT ISSUES CANNOT COLLIDE WITH ANOTHER'S.  THE
000070* ACCEPTED DETAIL IS PARKED IN WS-FEE-HOLD-TRAN WHILE THE FEE
000080* RECORD IS BUILT IN ITS PLACE, THEN PUT BACK.
000090*****************************************************************
000100        01  WS-FEE-FIELDS.
000110            05  WS-FEE-ENABLED-SWITCH       PIC X(01) VALUE "N".
000120                88  WS-FEES-ENABLED             VALUE "Y".
000130            05  WS-FEE-SEQ-FOUND-SWITCH     PIC X(01) VALUE "N".
000140                88  WS-FEE-SEQ-FOUND            VALUE "Y".
000150            05  WS-FEE-AMOUNT               PIC 9(10)V99
000155                VALUE ZERO.
000160            05  WS-FEE-SEQ-KEY.
000170                10  FILLER                  PIC X(09)
000180                    VALUE "**FEESEQ-".
000190                10  WS-FEE-ORIGIN           PIC X(01) VALUE SPACE.
000200            05  WS-FEE-TRAN-ID.
000210                10  FILLER                  PIC X(01) VALUE "F".
000220                10  WS-FEE-TRAN-ORIGIN      PIC X(01) VALUE SPACE.
000230                10  WS-FEE-TRAN-SEQ         PIC 9(08) VALUE ZERO.
000240            05  WS-FEE-CHARGED-COUNT        PIC 9(09) VALUE ZERO.
000250            05  WS-FEE-CHARGED-TOTAL        PIC 9(13)V99
000255                VALUE ZERO.
000260            05  WS-FEE-REVERSED-COUNT       PIC 9(09) VALUE ZERO.
000270            05  WS-FEE-REVERSED-TOTAL       PIC 9(13)V99
000275                VALUE ZERO.
000280            05  WS-FEE-HOLD-TRAN            PIC X(101)
000290                VALUE SPACES.
000300            05  WS-FEE-HOLD-REGISTER        PIC X(106)
000310                VALUE SPACES.
