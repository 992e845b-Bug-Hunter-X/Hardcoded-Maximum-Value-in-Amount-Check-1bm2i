000020* TYPMTXN - TRANSACTION TYPE MASTER MAINTENANCE RECORD.
000030* INPUT TO TYPMAINT.  ONE RECORD PER ADD/CHANGE/DELETE AGAINST
000040* THE TYPE-PARM-FILE READ BY TXNVAL AT THE START OF EACH RUN.
000041* AN ADD/CHANGE/DELETE IS HELD ON REFPEND UNTIL A CONFIRM (V)
000042* FROM A DIFFERENT USER ON THE APPROVER MASTER APPLIES IT, OR A
000043* REJECT (X) DISCARDS IT.  A CONFIRM OR REJECT CARRIES ONLY THE
000044* KEY FIELDS, WITH THE CHECKER'S ID IN TMT-UPDATED-BY.
000050*****************************************************************
000060        01  TYPE-MAINT-TXN.
000070            05  TMT-ACTION-CODE             PIC X(01).
000080                88  TMT-ACTION-ADD              VALUE "A".
000090                88  TMT-ACTION-CHANGE           VALUE "C".
000100                88  TMT-ACTION-DELETE           VALUE "D".
000101                88  TMT-ACTION-CONFIRM          VALUE "V".
000102                88  TMT-ACTION-REJECT           VALUE "X".
000110            05  TMT-TRAN-TYPE-CODE          PIC X(04).
000120            05  TMT-TYPE-DESC               PIC X(30).
000130            05  TMT-ACTIVE-SW               PIC X(01).
