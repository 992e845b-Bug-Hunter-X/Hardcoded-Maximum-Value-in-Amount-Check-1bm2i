000010*****************************************************************
000020* FEEREG - TRANSACTION FEE REGISTER RECORD (INDEXED).
000030* ONE ENTRY PER FEE CHARGED, KEYED BY THE TRAN-ID OF THE
000040* ACCEPTED TRANSACTION IT WAS CHARGED ON.  WRITTEN BY TXNVAL,
000050* FRAUDMAINT AND APPRMAINT ALONGSIDE THE FEE RECORD THEY PUT
000060* ON TRANOUT (SOURCE "E"), SO A TRANSACTION IS NEVER CHARGED
000070* TWICE ON A RERUN.  WHEN TXNVAL REVERSES THE ORIGINAL IT LOOKS
000080* THE FEE UP HERE, EMITS THE FEE REVERSAL (SOURCE "X") AND
000090* MARKS THE ENTRY REVERSED.
000100* CONTROL ENTRIES KEYED "**FEESEQ-" PLUS A ONE-CHARACTER ORIGIN
000110* CARRY THE LAST FEE SEQUENCE NUMBER ISSUED BY THAT ORIGIN;
000120* THE FEE TRAN-ID IS "F", THE ORIGIN AND THE EIGHT-DIGIT
000130* SEQUENCE.  TXNVAL'S ORIGIN IS THE LAST CHARACTER OF ITS RUN
000135* ID, FRAUDMAINT'S "F" AND APPRMAINT'S "A".
000140*****************************************************************
000150        01  FEE-REGISTER-RECORD.
000160            05  FG-ORIG-TRAN-ID             PIC X(10).
000170            05  FG-FEE-DATA.
000180                10  FG-FEE-TRAN-ID          PIC X(10).
000190                10  FG-TRAN-TYPE-CODE       PIC X(04).
000200                10  FG-CURRENCY-CODE        PIC X(03).
000210                10  FG-ACCOUNT-ID           PIC X(10).
000220                10  FG-TRAN-AMOUNT          PIC 9(10)V99.
000230                10  FG-FEE-AMOUNT           PIC 9(10)V99.
000240                10  FG-CHARGE-DATE          PIC 9(08).
000250                10  FG-CHARGED-BY           PIC X(08).
000260                10  FG-FEE-STATUS           PIC X(01).
000270                    88  FG-FEE-CHARGED          VALUE "C".
000280                    88  FG-FEE-REVERSED         VALUE "R".
000290                10  FG-REVERSAL-TRAN-ID     PIC X(10).
000300                10  FG-REVERSAL-DATE        PIC 9(08).
000310            05  FG-SEQUENCE-DATA REDEFINES FG-FEE-DATA.
000320                10  FG-LAST-SEQUENCE        PIC 9(08).
000330                10  FILLER                  PIC X(78).
000340            05  FILLER                      PIC X(10).
