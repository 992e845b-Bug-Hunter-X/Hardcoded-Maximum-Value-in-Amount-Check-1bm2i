000030* AN OVER-LIMIT TRANSACTION WITH OTHERWISE CLEAN DATA IS HELD
000040* HERE IN PENDING STATUS FOR A SECONDARY FRAUD/AUTH REVIEW
000050* INSTEAD OF BEING BOUNCED OUTRIGHT.
000052* FR-FRAUD-SCORE AND FR-FIRED-RULES CARRY THE ITEM'S FRAUD RULE
000054* SCORE AND THE CODES OF THE RULES THAT FIRED (SEE FRDRULE), SO
000056* THE REVIEWER CAN SEE WHY THE ITEM IS IN FRONT OF THEM.  BOTH
000058* ARE SPACES ON ENTRIES QUEUED BEFORE SCORING WAS INTRODUCED.
000060*****************************************************************
000070        01  FRAUD-REVIEW-RECORD.
000080            05  FR-TRAN-ID                  PIC X(10).
000180                88  FR-STATUS-PENDING           VALUE "P".
000190                88  FR-STATUS-CLEARED           VALUE "C".
000200                88  FR-STATUS-DENIED             VALUE "D".
000202            05  FR-FRAUD-SCORE              PIC 9(03).
000204            05  FR-FIRED-RULES              PIC X(12).
000206            05  FR-FIRED-RULE-TABLE REDEFINES FR-FIRED-RULES.
000208                10  FR-FIRED-RULE           PIC X(03) OCCURS 4.
000210            05  FILLER                      PIC X(05).
