000010*****************************************************************
000020* GLACK - GENERAL-LEDGER ACKNOWLEDGMENT (RETURN) RECORD.
000030* RETURNED BY THE LEDGER FOR EACH GLPOST FEED IT LOADS AND READ
000040* BY GLRECON.  EACH DETAIL ECHOES ONE GLPOST DETAIL LINE - THE
000050* EXTRACT DATE OF THE FEED, THE ACCOUNT, THE DEBIT/CREDIT SIDE
000060* AND THE REST OF THE POSTED LINE - WITH THE LEDGER'S OUTCOME:
000070* POSTED, OR REJECTED WITH THE LEDGER'S REASON CODE AND TEXT.
000080* THE HEADER/TRAILER (GK-CONTROL) CARRY THE EXTRACT DATE THE
000090* LEDGER LOADED AND ITS OWN COUNT AND DEBIT/CREDIT TOTALS OF
000100* THE LINES IT RETURNED.
000110*****************************************************************
000120        01  GL-ACK-RECORD.
000130            05  GA-REC-TYPE                 PIC X(01).
000140                88  GA-IS-HEADER                VALUE "H".
000150                88  GA-IS-DETAIL                VALUE "D".
000160                88  GA-IS-TRAILER               VALUE "T".
000170            05  GA-DETAIL.
000180                10  GA-EXTRACT-DATE         PIC 9(08).
000190                10  GA-ACCOUNT-NUMBER       PIC X(12).
000200                10  GA-DR-CR-CODE           PIC X(01).
000210                    88  GA-DEBIT                VALUE "D".
000220                    88  GA-CREDIT               VALUE "C".
000230                10  GA-AMOUNT               PIC 9(13)V99.
000240                10  GA-CURRENCY-CODE        PIC X(03).
000250                10  GA-TRAN-TYPE-CODE       PIC X(04).
000260                10  GA-SOURCE-CODE          PIC X(01).
000270                10  GA-TRAN-DATE            PIC 9(08).
000280                10  GA-ACK-STATUS           PIC X(01).
000290                    88  GA-POSTED               VALUE "P".
000300                    88  GA-REJECTED             VALUE "R".
000310                10  GA-REJECT-CODE          PIC X(04).
000320                10  GA-REJECT-TEXT          PIC X(30).
000330                10  GA-LEDGER-REF           PIC X(12).
000340                10  FILLER                  PIC X(10).
000350            05  GK-CONTROL REDEFINES GA-DETAIL.
000360                10  GK-EXTRACT-DATE         PIC 9(08).
000370                10  GK-RECORD-COUNT         PIC 9(09).
000380                10  GK-TOTAL-DEBITS         PIC 9(13)V99.
000390                10  GK-TOTAL-CREDITS        PIC 9(13)V99.
000400                10  FILLER                  PIC X(62).
