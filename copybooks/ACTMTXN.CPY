000020* ACTMTXN - ACCOUNT STATUS MASTER MAINTENANCE RECORD.
000030* INPUT TO ACTMAINT.  ONE RECORD PER ADD/CHANGE/DELETE AGAINST
000040* THE ACCOUNT STATUS MASTER CHECKED BY TXNVAL'S EDIT PASS.
000041* AN ADD/CHANGE/DELETE IS HELD ON REFPEND UNTIL A CONFIRM (V)
000042* FROM A DIFFERENT USER ON THE APPROVER MASTER APPLIES IT, OR A
000043* REJECT (X) DISCARDS IT.  A CONFIRM OR REJECT CARRIES ONLY THE
000044* KEY FIELDS, WITH THE CHECKER'S ID IN ACT-UPDATED-BY.
000050*****************************************************************
000060        01  ACCOUNT-MAINT-TXN.
000070            05  ACT-ACTION-CODE             PIC X(01).
000080                88  ACT-ACTION-ADD              VALUE "A".
000090                88  ACT-ACTION-CHANGE           VALUE "C".
000100                88  ACT-ACTION-DELETE           VALUE "D".
000101                88  ACT-ACTION-CONFIRM          VALUE "V".
000102                88  ACT-ACTION-REJECT           VALUE "X".
000110            05  ACT-ACCOUNT-ID              PIC X(10).
000120            05  ACT-STATUS                  PIC X(01).
000130            05  ACT-OPEN-DATE               PIC 9(08).
