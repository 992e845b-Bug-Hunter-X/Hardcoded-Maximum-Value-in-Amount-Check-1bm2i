000010*****************************************************************
000020* REFJRNL - REFERENCE-DATA CHANGE JOURNAL RECORD (SEQUENTIAL).
000030* PERMANENT, APPEND-ONLY RECORD OF EVERY MAINTENANCE CHANGE TO
000040* LIMITPRM, TYPEPRM, ACCTMST, APPRMST, FRDRULE, FEESCHED AND
000050* STDINST ONCE IT HAS BEEN CONFIRMED OR REJECTED BY A CHECKER.
000060* CARRIES WHO RAISED THE CHANGE AND WHEN, WHO CONFIRMED OR
000070* REJECTED IT, THE MASTER RECORD BEFORE AND AFTER, AND THE
000075* MAKER'S TRANSACTION ITSELF.
000080* AN ADD HAS A BLANK BEFORE IMAGE; A DELETE A BLANK AFTER IMAGE;
000090* A REJECTED OR FAILED CHANGE LEAVES THE MASTER UNTOUCHED, SO ITS
000100* AFTER IMAGE EQUALS ITS BEFORE IMAGE.  WRITTEN BY LIMMAINT,
000110* TYPMAINT, ACTMAINT, APVMAINT, FRLMAINT, FEEMAINT AND
000112* SINMAINT; READ BY REFJRPT.
000115* NEVER PURGED.
000120*****************************************************************
000130        01  REF-JOURNAL-RECORD.
000140            05  RJ-JOURNAL-DATE             PIC 9(08).
000150            05  RJ-JOURNAL-TIME             PIC 9(08).
000160            05  RJ-FILE-CODE                PIC X(04).
000170                88  RJ-FILE-LIMITS              VALUE "LIMT".
000180                88  RJ-FILE-TYPES               VALUE "TYPE".
000190                88  RJ-FILE-ACCOUNTS            VALUE "ACCT".
000200                88  RJ-FILE-APPROVERS           VALUE "APPR".
000205                88  RJ-FILE-FRAUD-RULES         VALUE "FRUL".
000207                88  RJ-FILE-FEES                VALUE "FEES".
000208                88  RJ-FILE-STANDING-INSTR      VALUE "SINS".
000210            05  RJ-RECORD-KEY               PIC X(10).
000220            05  RJ-ACTION-CODE              PIC X(01).
000230            05  RJ-OUTCOME                  PIC X(01).
000240                88  RJ-OUTCOME-APPLIED          VALUE "A".
000250                88  RJ-OUTCOME-REJECTED         VALUE "R".
000260                88  RJ-OUTCOME-FAILED           VALUE "F".
000270            05  RJ-MAKER-ID                 PIC X(08).
000280            05  RJ-REQUEST-DATE             PIC 9(08).
000290            05  RJ-REQUEST-TIME             PIC 9(08).
000300            05  RJ-CHECKER-ID               PIC X(08).
000310            05  RJ-BEFORE-IMAGE             PIC X(100).
000320            05  RJ-AFTER-IMAGE              PIC X(100).
000330            05  RJ-TXN-IMAGE                PIC X(100).
000340            05  FILLER                      PIC X(20).
