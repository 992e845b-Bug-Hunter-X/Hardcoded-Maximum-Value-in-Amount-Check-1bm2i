000010*****************************************************************
000020* FRDRULWS - IN-MEMORY COPY OF THE FRAUD SCORING RULE MASTER.
000030* LOADED FROM THE FRAUD-RULE-FILE AT THE START OF THE RUN (ACTIVE
000040* RULES ONLY).  WS-SPLIT-RUN-TABLE COUNTS EACH ACCOUNT'S ITEMS
000050* THAT CAME IN JUST UNDER THEIR CEILING DURING THE RUN, FOR THE
000060* SPLIT-UNDER-LIMIT RULE.
000070*****************************************************************
000080        01  WS-FRAUD-RULE-TABLE.
000090            05  WS-RL-TAB-COUNT             PIC 9(04) VALUE ZERO.
000100            05  WS-RL-TAB-MAX               PIC 9(04) VALUE 300.
000110            05  WS-RL-ENTRY OCCURS 1 TO 300 TIMES
000120                        DEPENDING ON WS-RL-TAB-COUNT
000130                        INDEXED BY WS-RL-IDX.
000140                10  WS-RL-TRAN-TYPE-CODE    PIC X(04).
000150                10  WS-RL-CURRENCY-CODE     PIC X(03).
000160                10  WS-RL-RULE-CODE         PIC X(03).
000170                10  WS-RL-WEIGHT            PIC 9(03).
000180                10  WS-RL-PARM-PCT          PIC 9(03)V99.
000190                10  WS-RL-PARM-AMOUNT       PIC 9(10)V99.
000200                10  WS-RL-PARM-DAYS         PIC 9(03).
000210                10  WS-RL-PARM-COUNT        PIC 9(03).

000220        01  WS-SPLIT-RUN-TABLE.
000230            05  WS-SPLIT-RUN-COUNT          PIC 9(05) VALUE ZERO.
000240            05  WS-SPLIT-RUN-MAX            PIC 9(05) VALUE 2000.
000250            05  WS-SPLIT-RUN-ENTRY OCCURS 1 TO 2000 TIMES
000260                        DEPENDING ON WS-SPLIT-RUN-COUNT
000270                        INDEXED BY WS-SPLIT-RUN-IDX.
000280                10  WS-SR-ACCOUNT-ID        PIC X(10).
000290                10  WS-SR-NEAR-LIMIT-COUNT  PIC 9(05).
