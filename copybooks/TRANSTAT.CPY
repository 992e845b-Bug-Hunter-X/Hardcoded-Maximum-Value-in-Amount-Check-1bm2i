000060* LOOKUP ANSWERS "WHERE IS THIS TRANSACTION" WITHOUT DUMPING
000070* THE QUEUES, THE HISTORY FILE AND THE SUSPENSE FILE.  READ
000080* BACK BY THE TRANINQ BATCH INQUIRY EXTRACT.
000082* TS-DECIDED-BY IS THE REVIEWER OR APPROVER ON A FRAUDMAINT OR
000084* APPRMAINT DECISION.  ON THE EVENTS TXNVAL AND ACCTAGG WRITE
000086* (INCLUDING THE FRAUD AND APPROVAL QUEUED EVENTS) THE SAME
000088* BYTES CARRY THE TRANSACTION TYPE, SO QSLARPT CAN MEASURE QUEUE
000089* TURNAROUND BY TYPE WITHOUT THE QUEUE RECORD.  SPACES ELSEWHERE.
000090*****************************************************************
000100        01  TRAN-STATUS-RECORD.
000110            05  TS-EVENT-KEY.
000290            05  TS-REASON-CODE              PIC X(04).
000300            05  TS-AMOUNT                   PIC 9(10)V99.
000310            05  TS-CURRENCY-CODE            PIC X(03).
000311            05  TS-DECIDED-BY               PIC X(08).
000312            05  TS-QUEUED-VIEW REDEFINES TS-DECIDED-BY.
000313                10  TS-QUEUED-TYPE-CODE     PIC X(04).
000314                10  FILLER                  PIC X(04).
000320            05  FILLER                      PIC X(02).
