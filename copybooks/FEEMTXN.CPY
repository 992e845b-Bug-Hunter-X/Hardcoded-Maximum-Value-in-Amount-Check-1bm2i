000010*****************************************************************
000020* FEEMTXN - FEE SCHEDULE MAINTENANCE TRANSACTION RECORD.
000030* INPUT TO FEEMAINT.  ONE RECORD PER ADD/CHANGE/DELETE AGAINST
000040* THE FEE-SCHEDULE-FILE.  AN ADD/CHANGE/DELETE IS HELD ON
000050* REFPEND UNTIL A CONFIRM (V) FROM A DIFFERENT USER ON THE
000060* APPROVER MASTER APPLIES IT, OR A REJECT (X) DISCARDS IT.  A
000070* CONFIRM OR REJECT CARRIES ONLY THE KEY FIELDS, WITH THE
000080* CHECKER'S ID IN FET-UPDATED-BY.  A BLANK STATUS ON AN ADD OR
000090* CHANGE IS TAKEN AS ACTIVE.
000100*****************************************************************
000110        01  FEE-MAINT-TXN.
000120            05  FET-ACTION-CODE             PIC X(01).
000130                88  FET-ACTION-ADD              VALUE "A".
000140                88  FET-ACTION-CHANGE           VALUE "C".
000150                88  FET-ACTION-DELETE           VALUE "D".
000160                88  FET-ACTION-CONFIRM          VALUE "V".
000170                88  FET-ACTION-REJECT           VALUE "X".
000180            05  FET-TRAN-TYPE-CODE          PIC X(04).
000190            05  FET-CURRENCY-CODE           PIC X(03).
000200            05  FET-FLAT-FEE                PIC 9(07)V99.
000210            05  FET-PERCENT-RATE            PIC 9(03)V9(04).
000220            05  FET-MINIMUM-FEE             PIC 9(07)V99.
000230            05  FET-MAXIMUM-FEE             PIC 9(07)V99.
000240            05  FET-STATUS                  PIC X(01).
000250            05  FET-UPDATED-BY              PIC X(08).
000260            05  FILLER                      PIC X(20).
