000010*****************************************************************
000020* FRDRULE - FRAUD SCORING RULE MASTER RECORD (INDEXED).
000030* ONE ENTRY PER RULE PER TRANSACTION-TYPE / CURRENCY.  "****" IN
000040* THE TYPE OR "***" IN THE CURRENCY MAKES THE ENTRY APPLY TO ANY
000050* TYPE OR CURRENCY; TXNVAL USES THE MOST SPECIFIC ACTIVE ENTRY
000060* (TYPE+CURRENCY, TYPE+ANY, ANY+CURRENCY, ANY+ANY) FOR EACH RULE.
000070* EACH RULE THAT FIRES ADDS ITS WEIGHT TO THE ITEM'S SCORE; AN
000080* ITEM WHOSE SCORE REACHES THE THRESHOLD GOES TO FRAUD REVIEW.
000090* AMOUNTS ARE IN THE TRANSACTION'S OWN CURRENCY.
000100*   SPL  SPLIT UNDER LIMIT - AMOUNT WITHIN FRL-PARM-PCT PERCENT
000110*        BELOW THE CEILING, AND AT LEAST FRL-PARM-COUNT SUCH ITEMS
000120*        ON THE ACCOUNT IN THE RUN (THIS ONE INCLUDED).
000130*   RND  ROUND AMOUNT - AN EXACT MULTIPLE OF FRL-PARM-AMOUNT.
000140*   NAC  NEW ACCOUNT - ACCOUNT OPENED NO MORE THAN FRL-PARM-DAYS
000150*        BEFORE THE PROCESSING DATE AND AMOUNT AT LEAST
000160*        FRL-PARM-AMOUNT.
000170*   RSB  RESUBMITTED - RESUBMISSION COUNT AT LEAST FRL-PARM-COUNT.
000180*   THR  NOT A RULE - FRL-WEIGHT IS THE SCORE THRESHOLD.
000190* MAINTAINED BY FRLMAINT UNDER MAKER-CHECKER CONTROL.
000200*****************************************************************
000210        01  FRAUD-RULE-RECORD.
000220            05  FRL-RULE-KEY.
000230                10  FRL-TRAN-TYPE-CODE      PIC X(04).
000240                10  FRL-CURRENCY-CODE       PIC X(03).
000250                10  FRL-RULE-CODE           PIC X(03).
000260                    88  FRL-RULE-SPLIT          VALUE "SPL".
000270                    88  FRL-RULE-ROUND          VALUE "RND".
000280                    88  FRL-RULE-NEW-ACCOUNT    VALUE "NAC".
000290                    88  FRL-RULE-RESUBMIT       VALUE "RSB".
000300                    88  FRL-RULE-THRESHOLD      VALUE "THR".
000310                    88  FRL-RULE-CODE-VALID     VALUE "SPL" "RND"
000320                                                "NAC" "RSB" "THR".
000330            05  FRL-WEIGHT                  PIC 9(03).
000340            05  FRL-PARM-PCT                PIC 9(03)V99.
000350            05  FRL-PARM-AMOUNT             PIC 9(10)V99.
000360            05  FRL-PARM-DAYS               PIC 9(03).
000370            05  FRL-PARM-COUNT              PIC 9(03).
000380            05  FRL-ACTIVE-SW               PIC X(01).
000390                88  FRL-RULE-ACTIVE             VALUE "Y".
000400                88  FRL-RULE-SUSPENDED          VALUE "N".
000410            05  FRL-LAST-UPDATED-DATE       PIC 9(08).
000420            05  FRL-LAST-UPDATED-BY         PIC X(08).
000430            05  FILLER                      PIC X(10).
