000010*****************************************************************
000020* GLHOLD - GENERAL-LEDGER REJECTED-POSTING HOLD RECORD.
000030* WRITTEN BY GLRECON FOR EVERY GLPOST LINE THE LEDGER REJECTED,
000040* READ BY THE NEXT GLEXTRCT, WHICH CARRIES EACH HELD LINE INTO
000050* THAT NIGHT'S FEED SO A REJECTED POSTING IS RE-SENT RATHER
000060* THAN LOST.  GLRECON REWRITES THE FILE IN FULL ON EVERY RUN
000070* FROM THE FEED IT RECONCILES, WHICH ALREADY HOLDS ANY LINES
000080* CARRIED IN FROM THE NIGHT BEFORE.  GH-ORIG-EXTRACT-DATE IS
000090* THE FEED THE LINE FIRST WENT OUT ON AND GH-CARRY-COUNT HOW
000100* MANY TIMES THE LEDGER HAS NOW REJECTED IT.
000110*****************************************************************
000120        01  GL-HOLD-RECORD.
000130            05  GH-ORIG-EXTRACT-DATE        PIC 9(08).
000140            05  GH-REJECT-EXTRACT-DATE      PIC 9(08).
000150            05  GH-CARRY-COUNT              PIC 9(03).
000160            05  GH-REJECT-CODE              PIC X(04).
000170            05  GH-REJECT-TEXT              PIC X(30).
000180            05  GH-ACCOUNT-NUMBER           PIC X(12).
000190            05  GH-DR-CR-CODE               PIC X(01).
000200                88  GH-DEBIT                    VALUE "D".
000210                88  GH-CREDIT                   VALUE "C".
000220            05  GH-AMOUNT                   PIC 9(13)V99.
000230            05  GH-CURRENCY-CODE            PIC X(03).
000240            05  GH-TRAN-TYPE-CODE           PIC X(04).
000250            05  GH-SOURCE-CODE              PIC X(01).
000260            05  GH-TRAN-DATE                PIC 9(08).
000270            05  GH-TRAN-COUNT               PIC 9(07).
000280            05  FILLER                      PIC X(10).
