000020* LIMMTXN - LIMIT TABLE MAINTENANCE TRANSACTION RECORD.
000030* INPUT TO LIMMAINT.  ONE RECORD PER ADD/CHANGE/DELETE AGAINST
000040* THE LIMIT-PARM-FILE READ BY TXNVAL AT THE START OF EACH RUN.
000041* AN ADD/CHANGE/DELETE IS HELD ON REFPEND UNTIL A CONFIRM (V)
000042* FROM A DIFFERENT USER ON THE APPROVER MASTER APPLIES IT, OR A
000043* REJECT (X) DISCARDS IT.  A CONFIRM OR REJECT CARRIES ONLY THE
000044* KEY FIELDS, WITH THE CHECKER'S ID IN LMT-UPDATED-BY.
000050*****************************************************************
000060        01  LIMIT-MAINT-TXN.
000070            05  LMT-ACTION-CODE             PIC X(01).
000080                88  LMT-ACTION-ADD              VALUE "A".
000090                88  LMT-ACTION-CHANGE           VALUE "C".
000100                88  LMT-ACTION-DELETE           VALUE "D".
000101                88  LMT-ACTION-CONFIRM          VALUE "V".
000102                88  LMT-ACTION-REJECT           VALUE "X".
000110            05  LMT-TRAN-TYPE-CODE          PIC X(04).
000120            05  LMT-CURRENCY-CODE           PIC X(03).
000130            05  LMT-MAX-AMOUNT              PIC 9(10)V99.
