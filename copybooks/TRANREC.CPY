000052* RECORD NAMES AN EARLIER ACCEPTED TRAN-ID IN
000054* TRAN-ORIG-TRAN-ID; TXNVAL EMITS THE NEGATING TRANSACTION
000056* AND MARKS THE ORIGINAL'S HISTORY ROW REVERSED.
000057* A FEE RECORD (SOURCE "E") IS THE CHARGE RAISED ON AN
000058* ACCEPTED TRANSACTION UNDER THE FEE SCHEDULE AND NAMES THAT
000059* TRANSACTION IN TRAN-ORIG-TRAN-ID; A FEE REVERSAL (SOURCE "X")
000062* NAMES THE FEE IT BACKS OUT.
000066*****************************************************************
000070        01  TRAN-RECORD.
000080            05  TRAN-REC-TYPE           PIC X(01).
000090                88  TRAN-IS-HEADER          VALUE "H".
000211                    88  TRAN-SRC-FRAUD-CLEARED  VALUE "F".
000212                    88  TRAN-SRC-DUAL-APPROVED  VALUE "D".
000214                    88  TRAN-SRC-REVERSAL       VALUE "V".
000216                    88  TRAN-SRC-FEE            VALUE "E".
000217                    88  TRAN-SRC-FEE-REVERSAL   VALUE "X".
000218                10  TRAN-ORIG-TRAN-ID       PIC X(10).
000219                10  FILLER                  PIC X(23).
000220            05  TRAN-CONTROL REDEFINES TRAN-DETAIL.
000230                10  CTL-RECORD-COUNT        PIC 9(09).
000240                10  CTL-TOTAL-AMOUNT        PIC 9(13)V99.
