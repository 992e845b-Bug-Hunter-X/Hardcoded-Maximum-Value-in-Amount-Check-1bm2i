000010*****************************************************************
000020* SINMTXN - STANDING-INSTRUCTION MAINTENANCE TRANSACTION RECORD.
000030* INPUT TO SINMAINT.  ONE RECORD PER ADD/CHANGE/DELETE AGAINST
000040* THE STANDING-INSTRUCTION MASTER.  AN ADD/CHANGE/DELETE IS HELD
000050* ON REFPEND UNTIL A CONFIRM (V) FROM A DIFFERENT USER ON THE
000060* APPROVER MASTER APPLIES IT, OR A REJECT (X) DISCARDS IT.  A
000070* CONFIRM OR REJECT CARRIES ONLY THE INSTRUCTION ID, WITH THE
000080* CHECKER'S ID IN SMT-UPDATED-BY.  A BLANK STATUS ON AN ADD OR
000090* CHANGE IS TAKEN AS ACTIVE; A ZERO END DATE MEANS NO END DATE.
000100* SMT-APPROVER-ID IS THE APPROVER CARRIED ON EVERY TRANSACTION
000110* THE INSTRUCTION RAISES.
000120*****************************************************************
000130        01  STANDING-INSTR-MAINT-TXN.
000140            05  SMT-ACTION-CODE             PIC X(01).
000150                88  SMT-ACTION-ADD              VALUE "A".
000160                88  SMT-ACTION-CHANGE           VALUE "C".
000170                88  SMT-ACTION-DELETE           VALUE "D".
000180                88  SMT-ACTION-CONFIRM          VALUE "V".
000190                88  SMT-ACTION-REJECT           VALUE "X".
000200            05  SMT-INSTR-ID                PIC X(08).
000210            05  SMT-ACCOUNT-ID              PIC X(10).
000220            05  SMT-TRAN-TYPE-CODE          PIC X(04).
000230            05  SMT-CURRENCY-CODE           PIC X(03).
000240            05  SMT-AMOUNT                  PIC 9(10)V99.
000250            05  SMT-FREQUENCY               PIC X(01).
000260            05  SMT-START-DATE              PIC 9(08).
000270            05  SMT-END-DATE                PIC 9(08).
000280            05  SMT-APPROVER-ID             PIC X(08).
000290            05  SMT-STATUS                  PIC X(01).
000300            05  SMT-UPDATED-BY              PIC X(08).
000310            05  FILLER                      PIC X(20).
