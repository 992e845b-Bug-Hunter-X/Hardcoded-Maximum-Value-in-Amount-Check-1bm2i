000132* FLIPPED; WITH NO "V" ENTRY OF ITS OWN IT MAPS THROUGH THE
000133* TYPE'S STRAIGHT-ACCEPT ENTRY SO THE REVERSAL HITS THE SAME
000134* ACCOUNTS THE ORIGINAL POSTING DID.
000135* A FEE BUCKET (SOURCE "E") WITH NO ENTRY FOR ITS TYPE FALLS
000136* BACK TO THE FEE-INCOME ENTRY (TYPE "****" SOURCE "E") BEFORE
000137* THE SUSPENSE DEFAULT.  A FEE REVERSAL (SOURCE "X") POSTS
000138* FLIPPED; WITH NO "X" ENTRY OF ITS OWN IT MAPS THROUGH THE FEE
000139* ENTRY SO IT HITS THE SAME FEE-INCOME ACCOUNTS.
000140* POSTING LINES THE LEDGER REJECTED LAST NIGHT (HELD ON GLHOLD
000141* BY GLRECON) ARE CARRIED INTO THE FEED AHEAD OF THE TRAILER,
000143* FLAGGED AS CARRIED FORWARD AND INCLUDED IN THE TRAILER
000144* DEBIT/CREDIT TOTALS, AND LISTED ON THE REPORT.  GLRECON MUST
000145* HAVE COMPLETED FOR THE BUSINESS DATE FIRST, AND A HELD LINE
000147* FROM ANY FEED BUT THE PRIOR NIGHT'S STOPS THE RUN.
000148*****************************************************************
000150 IDENTIFICATION DIVISION.
000160         PROGRAM-ID. GLEXTRCT.
000170         AUTHOR. BATCH-SYSTEMS.
000360                 ORGANIZATION IS SEQUENTIAL
000370                 FILE STATUS IS WS-GLRPT-STATUS.

000371             SELECT GL-HOLD-FILE ASSIGN TO GLHOLD
000372                 ORGANIZATION IS SEQUENTIAL
000373                 FILE STATUS IS WS-GLHOLD-STATUS.

000374             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000375                 ORGANIZATION IS INDEXED
000376                 ACCESS MODE IS DYNAMIC
000377                 RECORD KEY IS PD-CONTROL-KEY
000378                 FILE STATUS IS WS-PROCDATE-STATUS.

000380         DATA DIVISION.
000390         FILE SECTION.
000400         FD  TRAN-OUT-FILE
000500             RECORDING MODE IS F.
000510         01  GL-RPT-LINE                     PIC X(132).

000511         FD  GL-HOLD-FILE
000512             RECORDING MODE IS F.
000513         COPY GLHOLD.

000514         FD  PROCESS-DATE-FILE
000515             RECORDING MODE IS F.
000516         COPY PROCDATE.

000520         WORKING-STORAGE SECTION.
000530         01  WS-FILE-STATUSES.
000540             05  WS-TRANOUT-STATUS           PIC X(02) VALUE "00".
000550             05  WS-GLMAP-STATUS             PIC X(02) VALUE "00".
000560             05  WS-GLPOST-STATUS            PIC X(02) VALUE "00".
000570             05  WS-GLRPT-STATUS             PIC X(02) VALUE "00".
000571             05  WS-GLHOLD-STATUS            PIC X(02) VALUE "00".
000575             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000577         COPY PROCDTWS.

000580         01  WS-SWITCHES.
000590             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000600                 88  WS-END-OF-FILE              VALUE "Y".
000610             05  WS-MAP-FOUND-SWITCH         PIC X(01) VALUE "N".
000620                 88  WS-MAP-FOUND                 VALUE "Y".
000621             05  WS-HOLD-AVAIL-SWITCH        PIC X(01) VALUE "N".
000622                 88  WS-HOLD-AVAILABLE            VALUE "Y".
000623             05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000624                 88  WS-HOLD-END-OF-FILE          VALUE "Y".

000630         01  WS-WORK-FIELDS.
000640             05  WS-EXTRACT-DATE             PIC 9(08) VALUE ZERO.
000650             05  WS-SUM-SOURCE               PIC X(01) VALUE SPACE.
000660             05  WS-DEFAULT-MAP-TYPE         PIC X(04) VALUE "****".
000663             05  WS-DEFAULT-MAP-SOURCE       PIC X(01) VALUE "*".
000667             05  WS-FEE-MAP-SOURCE           PIC X(01) VALUE "E".
000671             05  WS-POST-DEBIT-ACCT          PIC X(12) VALUE SPACES.
000672             05  WS-POST-CREDIT-ACCT         PIC X(12) VALUE SPACES.

000730             05  WS-TOTAL-CREDITS            PIC 9(13)V99 VALUE ZERO.
000740             05  WS-UNMAPPED-COUNT           PIC 9(07) VALUE ZERO.
000750             05  WS-UNMAPPED-AMOUNT          PIC 9(13)V99 VALUE ZERO.
000751             05  WS-CARRIED-COUNT            PIC 9(07) VALUE ZERO.
000752             05  WS-CARRIED-DEBITS           PIC 9(13)V99
000753                 VALUE ZERO.
000754             05  WS-CARRIED-CREDITS          PIC 9(13)V99
000755                 VALUE ZERO.

000760         01  WS-SUMMARY-TABLE.
000770             05  WS-SUM-TAB-COUNT            PIC 9(04) VALUE ZERO.
000910             PERFORM 2000-SUMMARISE-TRAN-OUT
000920                 UNTIL WS-END-OF-FILE
000930             PERFORM 3000-FINALIZE
000934             PERFORM 8950-COMPLETE-PROCESS-STEP
000940             STOP RUN.

000950         1000-INITIALIZE.
000952             MOVE "GLEXTRCT" TO WS-STEP-NAME
000954             MOVE "GLEXTRCT" TO WS-STEP-SCHEDULE-NAME
000956             PERFORM 8900-START-PROCESS-STEP
000960             MOVE WS-BUSINESS-DATE TO WS-EXTRACT-DATE

000970             OPEN INPUT TRAN-OUT-FILE
000980             IF WS-TRANOUT-STATUS NOT = "00"
001190                 GO TO 9999-ABEND
001200             END-IF

001201             OPEN INPUT GL-HOLD-FILE
001202             IF WS-GLHOLD-STATUS = "35"
001203                 SET WS-HOLD-END-OF-FILE TO TRUE
001204                 DISPLAY "WARNING: NO GL-HOLD-FILE - NO REJECTED "
001205                     "POSTINGS CARRIED FORWARD"
001206             ELSE
001207                 IF WS-GLHOLD-STATUS NOT = "00"
001208                     DISPLAY "ERROR OPENING GL-HOLD-FILE STATUS="
001209                         WS-GLHOLD-STATUS
001210                     GO TO 9999-ABEND
001211                 END-IF
001212                 SET WS-HOLD-AVAILABLE TO TRUE
001213             END-IF

001216             MOVE SPACES TO GL-POSTING-RECORD
001220             SET GP-IS-HEADER TO TRUE
001230             MOVE WS-EXTRACT-DATE TO GC-EXTRACT-DATE
001240             MOVE ZERO TO GC-RECORD-COUNT

001890         3000-FINALIZE.
001900             PERFORM 3100-POST-SUMMARY-BUCKETS
001901             IF WS-HOLD-AVAILABLE
001902                 PERFORM 3250-READ-HELD-POSTING
001903                 PERFORM 3200-CARRY-HELD-POSTING
001904                     UNTIL WS-HOLD-END-OF-FILE
001905             END-IF
001910             MOVE SPACES TO GL-POSTING-RECORD
001920             SET GP-IS-TRAILER TO TRUE
001930             MOVE WS-EXTRACT-DATE TO GC-EXTRACT-DATE
002040                 " CREDITS " WS-TOTAL-CREDITS
002050                 " UNMAPPED " WS-UNMAPPED-COUNT
002060                 " UNMAPPED-AMOUNT " WS-UNMAPPED-AMOUNT
002061                 " CARRIED " WS-CARRIED-COUNT
002062                 " CARRIED-DEBITS " WS-CARRIED-DEBITS
002063                 " CARRIED-CREDITS " WS-CARRIED-CREDITS
002070             CLOSE TRAN-OUT-FILE
002080             CLOSE GL-MAP-FILE
002090             CLOSE GL-POST-FILE
002100             CLOSE GL-RPT-FILE
002101             IF WS-HOLD-AVAILABLE
002102                 CLOSE GL-HOLD-FILE
002103             END-IF.

002110         3100-POST-SUMMARY-BUCKETS.
002120             PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
002331                         SET WS-MAP-FOUND TO TRUE
002332                 END-READ
002333             END-IF
002334*        A FEE REVERSAL WITH NO "X" ENTRY REVERSES WHATEVER
002335*        THE TYPE'S FEE POSTED TO.
002336             IF NOT WS-MAP-FOUND
002337                 AND WS-SU-SOURCE-CODE (WS-SUM-IDX) = "X"
002338                 MOVE WS-FEE-MAP-SOURCE TO GM-SOURCE-CODE
002339                 READ GL-MAP-FILE
002340                     INVALID KEY
002341                         CONTINUE
002342                     NOT INVALID KEY
002343                         SET WS-MAP-FOUND TO TRUE
002344                 END-READ
002345             END-IF
002346*        A FEE OR FEE REVERSAL WITH NOTHING FOR ITS TYPE GOES TO
002347*        THE FEE-INCOME PAIR AHEAD OF THE SUSPENSE DEFAULT.
002348             IF NOT WS-MAP-FOUND
002349                 AND (WS-SU-SOURCE-CODE (WS-SUM-IDX) = "E"
002350                     OR WS-SU-SOURCE-CODE (WS-SUM-IDX) = "X")
002351                 MOVE WS-DEFAULT-MAP-TYPE TO GM-TRAN-TYPE-CODE
002352                 MOVE WS-FEE-MAP-SOURCE TO GM-SOURCE-CODE
002353                 READ GL-MAP-FILE
002354                     INVALID KEY
002355                         CONTINUE
002356                     NOT INVALID KEY
002357                         SET WS-MAP-FOUND TO TRUE
002358                 END-READ
002359             END-IF
002361             IF NOT WS-MAP-FOUND
002363                 MOVE WS-DEFAULT-MAP-TYPE TO GM-TRAN-TYPE-CODE
002365                 MOVE WS-DEFAULT-MAP-SOURCE TO GM-SOURCE-CODE
002367                 READ GL-MAP-FILE
002370                     INVALID KEY
002380                         CONTINUE
002390                     NOT INVALID KEY
002410                 END-READ
002420             END-IF.

002422         3120-WRITE-POSTING-PAIR.
002424             MOVE GM-DEBIT-ACCOUNT TO WS-POST-DEBIT-ACCT
002426             MOVE GM-CREDIT-ACCOUNT TO WS-POST-CREDIT-ACCT
002428*        A REVERSAL OR FEE REVERSAL POSTS THE ORIGINAL PAIR
002430*        WITH THE SIDES FLIPPED SO THE BOOKS BACK THE
002432*        MOVEMENT OUT.
002433             IF WS-SU-SOURCE-CODE (WS-SUM-IDX) = "V"
002434                 OR WS-SU-SOURCE-CODE (WS-SUM-IDX) = "X"
002436                 MOVE GM-CREDIT-ACCOUNT TO WS-POST-DEBIT-ACCT
002437                 MOVE GM-DEBIT-ACCOUNT TO WS-POST-CREDIT-ACCT
002438             END-IF
002870                 DELIMITED BY SIZE INTO GL-RPT-LINE
002880             WRITE GL-RPT-LINE
002890             DISPLAY "UNMAPPED GL BUCKET FOR TYPE "
002891                 WS-SU-TRAN-TYPE-CODE (WS-SUM-IDX)
002892                 " SOURCE " WS-SU-SOURCE-CODE (WS-SUM-IDX).

002893         3250-READ-HELD-POSTING.
002894             READ GL-HOLD-FILE
002896                 AT END
002897                     SET WS-HOLD-END-OF-FILE TO TRUE
002898             END-READ.

002899         3200-CARRY-HELD-POSTING.
002900*        THE HELD LINE GOES OUT AGAIN EXACTLY AS IT WAS SENT.
002902*        WHERE THE LEDGER POSTED ONE SIDE OF A PAIR AND REJECTED
002903*        THE OTHER, ONLY THE REJECTED SIDE IS HELD AND RE-SENT.
002904*        A HELD LINE MUST COME FROM THE PRIOR NIGHT'S FEED.  AN
002905*        OLDER ONE MEANS THE HOLD FILE WAS NOT REBUILT BY GLRECON
002906*        AND MAY ALREADY HAVE BEEN CARRIED, SO IT IS NOT SENT.
002908             IF GH-REJECT-EXTRACT-DATE
002909                     NOT = WS-PRIOR-BUSINESS-DATE
002910                 DISPLAY "ERROR: GL-HOLD-FILE LINE FOR ACCOUNT "
002911                     GH-ACCOUNT-NUMBER " WAS REJECTED FROM FEED "
002912                     GH-REJECT-EXTRACT-DATE
002914                 DISPLAY "BUT THE PRIOR FEED IS "
002915                     WS-PRIOR-BUSINESS-DATE
002916                     " - RERUN GLRECON FOR THE PRIOR FEED FIRST"
002917                 GO TO 9999-ABEND
002918             END-IF
002919             MOVE SPACES TO GL-POSTING-RECORD
002920             SET GP-IS-DETAIL TO TRUE
002921             MOVE GH-ACCOUNT-NUMBER TO GP-ACCOUNT-NUMBER
002922             MOVE GH-DR-CR-CODE TO GP-DR-CR-CODE
002923             MOVE GH-AMOUNT TO GP-AMOUNT
002924             MOVE GH-CURRENCY-CODE TO GP-CURRENCY-CODE
002925             MOVE GH-TRAN-TYPE-CODE TO GP-TRAN-TYPE-CODE
002926             MOVE GH-SOURCE-CODE TO GP-SOURCE-CODE
002927             MOVE GH-TRAN-DATE TO GP-TRAN-DATE
002928             MOVE GH-TRAN-COUNT TO GP-TRAN-COUNT
002929             SET GP-CARRIED-FORWARD TO TRUE
002930             MOVE GH-ORIG-EXTRACT-DATE TO GP-ORIG-EXTRACT-DATE
002931             MOVE GH-CARRY-COUNT TO GP-CARRY-COUNT
002932             WRITE GL-POSTING-RECORD
002933             ADD 1 TO WS-POSTING-COUNT
002934             ADD 1 TO WS-CARRIED-COUNT
002935             IF GH-DEBIT
002936                 ADD GH-AMOUNT TO WS-TOTAL-DEBITS
002937                 ADD GH-AMOUNT TO WS-CARRIED-DEBITS
002938             ELSE
002939                 ADD GH-AMOUNT TO WS-TOTAL-CREDITS
002940                 ADD GH-AMOUNT TO WS-CARRIED-CREDITS
002941             END-IF
002942             MOVE SPACES TO GL-RPT-LINE
002943             STRING "CARRIED FORWARD - ACCOUNT " GH-ACCOUNT-NUMBER
002944                     " " GH-DR-CR-CODE
002945                     " AMOUNT " GH-AMOUNT
002946                     " CCY " GH-CURRENCY-CODE
002947                     " TYPE " GH-TRAN-TYPE-CODE
002948                     " FIRST SENT " GH-ORIG-EXTRACT-DATE
002949                     " REJECTED " GH-CARRY-COUNT " TIME(S) - "
002950                     GH-REJECT-CODE " " GH-REJECT-TEXT
002951                 DELIMITED BY SIZE INTO GL-RPT-LINE
002952             WRITE GL-RPT-LINE
002953             PERFORM 3250-READ-HELD-POSTING.

002954         8900-START-PROCESS-STEP.
002955*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
002956*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
002957*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
002958*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
002959*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
002960*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
002961*        START STAMP REPLACED.
002962             OPEN I-O PROCESS-DATE-FILE
002963             IF WS-PROCDATE-STATUS NOT = "00"
002964                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002965                     WS-PROCDATE-STATUS
002966                 GO TO 9999-ABEND
002967             END-IF
002968             PERFORM 8810-READ-DATE-ROW

002969             MOVE "N" TO WS-STEP-REFUSED-SWITCH
002970             PERFORM 8910-CHECK-STEP-SCHEDULE
002971                 VARYING WS-SCHED-SUB FROM 1 BY 1
002972                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
002973             IF WS-STEP-REFUSED
002974                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
002975                     "BUSINESS DATE " WS-BUSINESS-DATE
002976                 GO TO 9999-ABEND
002977             END-IF

002978             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002979             MOVE WS-STEP-NAME TO PD-KEY-STEP
002980             READ PROCESS-DATE-FILE
002981                 INVALID KEY
002982                     MOVE "N" TO WS-STEP-ROW-SWITCH
002983                 NOT INVALID KEY
002984                     SET WS-STEP-ROW-EXISTS TO TRUE
002985             END-READ
002986             IF WS-STEP-ROW-EXISTS
002987                 IF PD-STEP-COMPLETED
002988                     DISPLAY "ERROR: STEP " WS-STEP-NAME
002989                         " ALREADY COMPLETED FOR BUSINESS DATE "
002990                         WS-BUSINESS-DATE
002991                     GO TO 9999-ABEND
002992                 END-IF
002993                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
002994                     "STARTED " PD-STEP-START-TS
002995             ELSE
002996                 MOVE SPACES TO PD-STEP-DATA
002997                 MOVE ZERO TO PD-STEP-END-TS
002998                 MOVE ZERO TO PD-STEP-RUN-COUNT
002999             END-IF
003000             SET PD-STEP-STARTED TO TRUE
003001             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
003002             ADD 1 TO PD-STEP-RUN-COUNT
003003             IF WS-STEP-ROW-EXISTS
003004                 REWRITE PROCESS-DATE-RECORD
003005             ELSE
003006                 WRITE PROCESS-DATE-RECORD
003007             END-IF
003008             IF WS-PROCDATE-STATUS NOT = "00"
003009                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
003010                     " STATUS=" WS-PROCDATE-STATUS
003011                 GO TO 9999-ABEND
003012             END-IF
003013             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
003014                 "DATE " WS-BUSINESS-DATE.

003015         8810-READ-DATE-ROW.
003016             MOVE ZERO TO PD-KEY-DATE
003017             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
003018             READ PROCESS-DATE-FILE
003019                 INVALID KEY
003020                     DISPLAY "ERROR: NO BUSINESS DATE ON "
003021                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
003022                     GO TO 9999-ABEND
003023             END-READ
003024             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
003025             MOVE PD-PRIOR-BUSINESS-DATE
003026                 TO WS-PRIOR-BUSINESS-DATE.

003027         8910-CHECK-STEP-SCHEDULE.
003028             IF WS-SCHED-STEP (WS-SCHED-SUB)
003029                     = WS-STEP-SCHEDULE-NAME
003030                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
003031                     VARYING WS-PREREQ-SUB FROM 1 BY 1
003032                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
003033             END-IF.

003034         8920-CHECK-SCHEDULED-PREREQ.
003035             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
003036                 TO WS-PREREQ-STEP
003037             IF WS-PREREQ-STEP NOT = SPACES
003038                 PERFORM 8930-TEST-PREREQ-STEP
003039             END-IF.

003040         8930-TEST-PREREQ-STEP.
003041             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
003042             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
003043             READ PROCESS-DATE-FILE
003044                 INVALID KEY
003045                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
003046                         WS-PREREQ-STEP " - NOT RUN FOR "
003047                         "BUSINESS DATE " WS-BUSINESS-DATE
003048                     SET WS-STEP-REFUSED TO TRUE
003049                 NOT INVALID KEY
003050                     IF NOT PD-STEP-COMPLETED
003051                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
003052                             WS-PREREQ-STEP " - NOT COMPLETED "
003053                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
003054                         SET WS-STEP-REFUSED TO TRUE
003055                     END-IF
003056             END-READ.

003057         8950-COMPLETE-PROCESS-STEP.
003058*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
003059*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
003060*        AND THE STEPS WAITING ON IT STAY HELD.
003061             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
003062             MOVE WS-STEP-NAME TO PD-KEY-STEP
003063             READ PROCESS-DATE-FILE
003064                 INVALID KEY
003065                     DISPLAY "ERROR: STEP " WS-STEP-NAME
003066                         " MISSING FROM PROCESS-DATE-FILE"
003067                     GO TO 9999-ABEND
003068             END-READ
003069             SET PD-STEP-COMPLETED TO TRUE
003070             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
003071             REWRITE PROCESS-DATE-RECORD
003072             IF WS-PROCDATE-STATUS NOT = "00"
003073                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
003074                     " STATUS=" WS-PROCDATE-STATUS
003075                 GO TO 9999-ABEND
003076             END-IF
003077             CLOSE PROCESS-DATE-FILE.

003080         9999-ABEND.
003090             DISPLAY "GLEXTRCT ABENDING"
003100             CLOSE TRAN-OUT-FILE
003110             CLOSE GL-MAP-FILE
003120             CLOSE GL-POST-FILE
003130             CLOSE GL-RPT-FILE
003140             CLOSE GL-HOLD-FILE
003150             CLOSE PROCESS-DATE-FILE
003160             STOP RUN.
