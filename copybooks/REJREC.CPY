000264                88  REJ-ACCT-CLOSED             VALUE "ACLS".
000265                88  REJ-ACCT-FROZEN             VALUE "AFRZ".
000266                88  REJ-DUP-WAREHOUSE           VALUE "DUPW".
000267                88  REJ-FRAUD-SCORE             VALUE "FSCR".
000268            05  REJ-REASON-TEXT             PIC X(90).
000270            05  REJ-DISPOSITION             PIC X(01).
000280                88  REJ-DISP-REJECTED           VALUE "R".
000290                88  REJ-DISP-FRAUD-REVIEW        VALUE "F".
