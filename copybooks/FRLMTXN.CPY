000010*****************************************************************
000020* FRLMTXN - FRAUD RULE MAINTENANCE TRANSACTION RECORD.
000030* INPUT TO FRLMAINT.  ONE RECORD PER ADD/CHANGE/DELETE AGAINST
000040* THE FRAUD-RULE-FILE READ BY TXNVAL AT THE START OF EACH RUN.
000050* AN ADD/CHANGE/DELETE IS HELD ON REFPEND UNTIL A CONFIRM (V)
000060* FROM A DIFFERENT USER ON THE APPROVER MASTER APPLIES IT, OR A
000070* REJECT (X) DISCARDS IT.  A CONFIRM OR REJECT CARRIES ONLY THE
000080* KEY FIELDS, WITH THE CHECKER'S ID IN FMT-UPDATED-BY.
000090*****************************************************************
000100        01  FRAUD-RULE-MAINT-TXN.
000110            05  FMT-ACTION-CODE             PIC X(01).
000120                88  FMT-ACTION-ADD              VALUE "A".
000130                88  FMT-ACTION-CHANGE           VALUE "C".
000140                88  FMT-ACTION-DELETE           VALUE "D".
000150                88  FMT-ACTION-CONFIRM          VALUE "V".
000160                88  FMT-ACTION-REJECT           VALUE "X".
000170            05  FMT-RULE-KEY.
000180                10  FMT-TRAN-TYPE-CODE      PIC X(04).
000190                10  FMT-CURRENCY-CODE       PIC X(03).
000200                10  FMT-RULE-CODE           PIC X(03).
000210            05  FMT-WEIGHT                  PIC 9(03).
000220            05  FMT-PARM-PCT                PIC 9(03)V99.
000230            05  FMT-PARM-AMOUNT             PIC 9(10)V99.
000240            05  FMT-PARM-DAYS               PIC 9(03).
000250            05  FMT-PARM-COUNT              PIC 9(03).
000260            05  FMT-ACTIVE-SW               PIC X(01).
000270            05  FMT-UPDATED-BY              PIC X(08).
000280            05  FILLER                      PIC X(20).
