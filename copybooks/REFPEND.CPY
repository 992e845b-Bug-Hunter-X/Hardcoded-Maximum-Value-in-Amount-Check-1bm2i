000010*****************************************************************
000020* REFPEND - REFERENCE-DATA PENDING CHANGE RECORD (INDEXED).
000030* ONE ENTRY PER MAINTENANCE CHANGE RAISED AGAINST LIMITPRM,
000040* TYPEPRM, ACCTMST, APPRMST, FRDRULE, FEESCHED OR STDINST AND
000045* NOT YET CONFIRMED.  WRITTEN BY LIMMAINT, TYPMAINT, ACTMAINT,
000050* APVMAINT, FRLMAINT, FEEMAINT AND SINMAINT WHEN THE MAKER'S
000060* ADD/CHANGE/DELETE ARRIVES; THE MASTER IS ONLY UPDATED WHEN A
000070* SECOND, DIFFERENT USER ON THE APPROVER MASTER CONFIRMS IT, AND
000080* THE ENTRY IS REMOVED ONCE CONFIRMED OR REJECTED.  ONLY ONE
000090* CHANGE MAY BE PENDING AGAINST A GIVEN MASTER RECORD AT A TIME.
000100* RP-TXN-IMAGE HOLDS THE MAKER'S MAINTENANCE TRANSACTION.
000110*****************************************************************
000120        01  REF-PENDING-RECORD.
000130            05  RP-PENDING-KEY.
000140                10  RP-FILE-CODE            PIC X(04).
000150                    88  RP-FILE-LIMITS          VALUE "LIMT".
000160                    88  RP-FILE-TYPES           VALUE "TYPE".
000170                    88  RP-FILE-ACCOUNTS        VALUE "ACCT".
000180                    88  RP-FILE-APPROVERS       VALUE "APPR".
000185                    88  RP-FILE-FRAUD-RULES     VALUE "FRUL".
000187                    88  RP-FILE-FEES            VALUE "FEES".
000188                    88  RP-FILE-STANDING-INSTR  VALUE "SINS".
000190                10  RP-RECORD-KEY           PIC X(10).
000200            05  RP-ACTION-CODE              PIC X(01).
000210            05  RP-MAKER-ID                 PIC X(08).
000220            05  RP-REQUEST-DATE             PIC 9(08).
000230            05  RP-REQUEST-TIME             PIC 9(08).
000240            05  RP-TXN-IMAGE                PIC X(100).
000250            05  FILLER                      PIC X(20).
