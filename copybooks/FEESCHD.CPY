000010*****************************************************************
000020* FEESCHD - TRANSACTION FEE SCHEDULE RECORD (INDEXED MASTER).
000030* ONE ENTRY PER TRANSACTION-TYPE / CURRENCY COMBINATION THAT
000040* ATTRACTS A FEE.  THE FEE ON AN ACCEPTED TRANSACTION IS THE
000050* FLAT AMOUNT PLUS THE PERCENTAGE OF THE TRANSACTION AMOUNT,
000060* RAISED TO THE MINIMUM AND HELD TO THE MAXIMUM (A ZERO MAXIMUM
000070* MEANS NO CAP).  A COMBINATION WITH NO ENTRY, OR WITH ITS ENTRY
000080* SUSPENDED, IS NOT CHARGED.  MAINTAINED BY FEEMAINT UNDER
000090* MAKER-CHECKER CONTROL; READ BY TXNVAL, FRAUDMAINT AND
000100* APPRMAINT WHEN THEY ACCEPT A TRANSACTION.
000110*****************************************************************
000120        01  FEE-SCHEDULE-RECORD.
000130            05  FS-FEE-KEY.
000140                10  FS-TRAN-TYPE-CODE       PIC X(04).
000150                10  FS-CURRENCY-CODE        PIC X(03).
000160            05  FS-FLAT-FEE                 PIC 9(07)V99.
000170            05  FS-PERCENT-RATE             PIC 9(03)V9(04).
000180            05  FS-MINIMUM-FEE              PIC 9(07)V99.
000190            05  FS-MAXIMUM-FEE              PIC 9(07)V99.
000200            05  FS-STATUS                   PIC X(01).
000210                88  FS-FEE-ACTIVE               VALUE "A".
000220                88  FS-FEE-SUSPENDED            VALUE "S".
000230            05  FS-LAST-UPDATED-DATE        PIC 9(08).
000240            05  FS-LAST-UPDATED-BY          PIC X(08).
000250            05  FILLER                      PIC X(10).
