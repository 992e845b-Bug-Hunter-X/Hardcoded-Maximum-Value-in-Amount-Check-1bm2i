000050* WRITTEN PER SUMMARY BUCKET).  THE HEADER/TRAILER (GL-CONTROL)
000060* CARRY THE CONTROL FIGURES FINANCE TIES BACK TO THE FEEDING
000070* RUNS' ACCEPTED TOTALS.
000072* A LINE THE LEDGER REJECTED IS HELD BY GLRECON (GLHOLD) AND
000074* CARRIED INTO THE NEXT FEED FLAGGED GP-CARRIED-FORWARD, WITH
000076* THE FEED IT FIRST WENT OUT ON AND ITS REJECTION COUNT.  ONLY
000077* THE REJECTED SIDE OF A PAIR IS CARRIED, SO CARRIED LINES ARE
000078* IN THE TRAILER DEBIT/CREDIT TOTALS BUT NOT IN
000079* GC-INPUT-AMOUNT.
000080*****************************************************************
000090        01  GL-POSTING-RECORD.
000100            05  GP-REC-TYPE                 PIC X(01).
000220                10  GP-SOURCE-CODE          PIC X(01).
000230                10  GP-TRAN-DATE            PIC 9(08).
000240                10  GP-TRAN-COUNT           PIC 9(07).
000242                10  GP-CARRY-SW             PIC X(01).
000244                    88  GP-CARRIED-FORWARD      VALUE "C".
000246                10  GP-ORIG-EXTRACT-DATE    PIC 9(08).
000248                10  GP-CARRY-COUNT          PIC 9(03).
000250                10  FILLER                  PIC X(16).
000260            05  GL-CONTROL REDEFINES GP-DETAIL.
000270                10  GC-EXTRACT-DATE         PIC 9(08).
000280                10  GC-RECORD-COUNT         PIC 9(09).
