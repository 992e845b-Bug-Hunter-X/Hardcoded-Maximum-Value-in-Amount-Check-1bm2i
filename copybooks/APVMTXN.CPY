000020* APVMTXN - APPROVER MASTER MAINTENANCE TRANSACTION RECORD.
000030* INPUT TO APVMAINT.  ONE RECORD PER ADD/CHANGE/DELETE AGAINST
000040* THE APPROVER ENTITLEMENT MASTER.
000041* AN ADD/CHANGE/DELETE IS HELD ON REFPEND UNTIL A CONFIRM (V)
000042* FROM A DIFFERENT USER ON THE APPROVER MASTER APPLIES IT, OR A
000043* REJECT (X) DISCARDS IT.  A CONFIRM OR REJECT CARRIES ONLY THE
000044* KEY FIELDS, WITH THE CHECKER'S ID IN AVT-UPDATED-BY.
000050*****************************************************************
000060        01  APPROVER-MAINT-TXN.
000070            05  AVT-ACTION-CODE             PIC X(01).
000080                88  AVT-ACTION-ADD              VALUE "A".
000090                88  AVT-ACTION-CHANGE           VALUE "C".
000100                88  AVT-ACTION-DELETE           VALUE "D".
000101                88  AVT-ACTION-CONFIRM          VALUE "V".
000102                88  AVT-ACTION-REJECT           VALUE "X".
000110            05  AVT-APPROVER-ID             PIC X(08).
000120            05  AVT-APPROVER-NAME           PIC X(30).
000130            05  AVT-STATUS                  PIC X(01).
