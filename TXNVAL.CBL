000884                 RECORD KEY IS TS-EVENT-KEY
000885                 FILE STATUS IS WS-TRNSTAT-STATUS.

000886             SELECT FRAUD-RULE-FILE ASSIGN TO FRDRULE
000887                 ORGANIZATION IS INDEXED
000888                 ACCESS MODE IS DYNAMIC
000889                 RECORD KEY IS FRL-RULE-KEY
000890                 FILE STATUS IS WS-FRDRULE-STATUS.

000891             SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
000892                 ORGANIZATION IS INDEXED
000893                 ACCESS MODE IS DYNAMIC
000894                 RECORD KEY IS FS-FEE-KEY
000895                 FILE STATUS IS WS-FEESCHED-STATUS.

000896             SELECT FEE-REGISTER-FILE ASSIGN TO FEEREG
000897                 ORGANIZATION IS INDEXED
000898                 ACCESS MODE IS DYNAMIC
000899                 RECORD KEY IS FG-ORIG-TRAN-ID
000900                 FILE STATUS IS WS-FEEREG-STATUS.

000902             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000903                 ORGANIZATION IS INDEXED
000905                 ACCESS MODE IS DYNAMIC
000906                 RECORD KEY IS PD-CONTROL-KEY
000908                 FILE STATUS IS WS-PROCDATE-STATUS.

000909         DATA DIVISION.
000911         FILE SECTION.
000912         FD  TRAN-IN-FILE
000914             RECORDING MODE IS F.
000915         COPY TRANREC.

000917         FD  TRAN-OUT-FILE
000918             RECORDING MODE IS F.
000920         01  TRAN-OUT-REC                    PIC X(101).

000930         FD  LIMIT-PARM-FILE
001387             RECORDING MODE IS F.
001388         COPY ARCHREC.

001389         FD  FRAUD-RULE-FILE
001390             RECORDING MODE IS F.
001391         COPY FRDRULE.

001392         FD  FEE-SCHEDULE-FILE
001393             RECORDING MODE IS F.
001394         COPY FEESCHD.

001395         FD  FEE-REGISTER-FILE
001396             RECORDING MODE IS F.
001397         COPY FEEREG.

001398         FD  PROCESS-DATE-FILE
001399             RECORDING MODE IS F.
001400         COPY PROCDATE.

001402         WORKING-STORAGE SECTION.
001403         01  WS-FILE-STATUSES.
001404             05  WS-TRANIN-STATUS            PIC X(02) VALUE "00".
001406             05  WS-TRANOUT-STATUS           PIC X(02) VALUE "00".
001407             05  WS-LIMITPRM-STATUS          PIC X(02) VALUE "00".
001408             05  WS-TRANREJ-STATUS           PIC X(02) VALUE "00".
001410             05  WS-AMTEXCPT-STATUS          PIC X(02) VALUE "00".
001420             05  WS-OVRDAUD-STATUS           PIC X(02) VALUE "00".
001430             05  WS-TXNVCKPT-STATUS          PIC X(02) VALUE "00".
001529             05  WS-TXNWHSE-STATUS           PIC X(02) VALUE "00".
001531             05  WS-QMOVMNT-STATUS           PIC X(02) VALUE "00".
001532             05  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
001533             05  WS-FRDRULE-STATUS           PIC X(02) VALUE "00".
001534             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
001535             05  WS-FEESCHED-STATUS          PIC X(02) VALUE "00".
001536             05  WS-FEEREG-STATUS            PIC X(02) VALUE "00".

001537         COPY PROCDTWS.

001538         01  WS-CHECKPOINT-FIELDS.
001540             05  WS-RUN-ID                   PIC X(08) VALUE "TXNVAL01".
001550             05  WS-RUN-START-TS             PIC 9(14) VALUE ZERO.
001560             05  WS-CHECKPOINT-INTERVAL      PIC 9(05) VALUE 1000.
002303             05  WS-QM-REM-VALUE             PIC 9(13)V99 VALUE ZERO.
002304             05  WS-QM-QUEUE-CODE            PIC X(01) VALUE SPACE.

002305*        HAND-OFF FIELDS FOR THE LIFECYCLE STATUS EVENT WRITER -
002306*        EACH DISPOSITION PATH FILLS THEM, THEN PERFORMS 2260.
002307         01  WS-STATUS-EVENT-FIELDS.
002308             05  WS-EVENT-TRAN-ID            PIC X(10) VALUE SPACES.
002310             05  WS-EVENT-CODE               PIC X(01) VALUE SPACE.
002311             05  WS-EVENT-REASON             PIC X(04) VALUE SPACES.
002312             05  WS-EVENT-BATCH-ID           PIC X(10) VALUE SPACES.
002313             05  WS-EVENT-AMOUNT             PIC 9(10)V99 VALUE ZERO.
002315             05  WS-EVENT-CURRENCY           PIC X(03) VALUE SPACES.

002316         01  WS-RECON-FIELDS.
002317             05  WS-BATCH-ID                 PIC X(10) VALUE SPACES.
002318             05  WS-CTL-EXPECTED-COUNT       PIC 9(09) VALUE ZERO.
002320             05  WS-CTL-EXPECTED-AMOUNT      PIC 9(13)V99 VALUE ZERO.
002330             05  WS-ACTUAL-RECORD-COUNT      PIC 9(09) VALUE ZERO.
002340             05  WS-ACTUAL-TOTAL-AMOUNT      PIC 9(13)V99 VALUE ZERO.
002910             05  WS-RPT-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002920         COPY LIMTABWS.
002921         COPY CURRTABWS.
002922         COPY ACCTLMWS.
002923         COPY TYPTABWS.
002924         COPY LIMPRPWS.
002925         COPY FRDRULWS.
002926         COPY FEECALWS.

002927*        FRAUD RULE SCORING.  EACH RULE THAT FIRES ON A DETAIL
002928*        ADDS ITS WEIGHT TO WS-FRAUD-SCORE AND ITS CODE TO
002929*        WS-FIRED-RULES; A SCORE AT OR OVER THE THRESHOLD SENDS
002930*        THE ITEM TO FRAUD REVIEW.  THE THRESHOLD IS THE WEIGHT
002931*        ON THE MOST SPECIFIC THR ENTRY ON FRDRULE, OR THE
002932*        DEFAULT HERE IF THERE IS NONE.
002933         01  WS-FRAUD-SCORE-FIELDS.
002934             05  WS-FRAUD-SCORE              PIC 9(03) VALUE ZERO.
002935             05  WS-SCORE-THRESHOLD          PIC 9(03) VALUE ZERO.
002936             05  WS-DEFAULT-SCORE-THRESHOLD  PIC 9(03) VALUE 100.
002937             05  WS-FIRED-COUNT              PIC 9(01) VALUE ZERO.
002938             05  WS-FIRED-RULES              PIC X(12)
002939                 VALUE SPACES.
002940             05  WS-FIRED-RULE-TABLE REDEFINES WS-FIRED-RULES.
002941                 10  WS-FIRED-RULE           PIC X(03) OCCURS 4.
002942             05  WS-SCORED-RULE-LIST         PIC X(12)
002943                 VALUE "SPLRNDNACRSB".
002944             05  WS-SCORED-RULE-TABLE
002945                 REDEFINES WS-SCORED-RULE-LIST.
002946                 10  WS-SCORED-RULE-CODE     PIC X(03) OCCURS 4.
002947             05  WS-SCORED-RULE-SUB          PIC 9(02) VALUE ZERO.
002948             05  WS-RULE-LOOKUP-TYPE         PIC X(04)
002949                 VALUE SPACES.
002950             05  WS-RULE-LOOKUP-CCY          PIC X(03)
002951                 VALUE SPACES.
002952             05  WS-RULE-LOOKUP-CODE         PIC X(03)
002953                 VALUE SPACES.
002954             05  WS-RULE-FOUND-SWITCH        PIC X(01) VALUE "N".
002955                 88  WS-RULE-FOUND                VALUE "Y".
002956             05  WS-RULE-HIT-SWITCH          PIC X(01) VALUE "N".
002957                 88  WS-RULE-HIT                  VALUE "Y".
002958             05  WS-SCORE-HIT-SWITCH         PIC X(01) VALUE "N".
002959                 88  WS-FRAUD-SCORE-HIT           VALUE "Y".
002960             05  WS-NEAR-LIMIT-FLOOR         PIC 9(10)V99
002962                 VALUE ZERO.
002963             05  WS-NEAR-LIMIT-TALLY         PIC 9(05) VALUE ZERO.
002964             05  WS-RULE-MIN-COUNT           PIC 9(03) VALUE ZERO.
002965             05  WS-ROUND-QUOTIENT           PIC 9(10) VALUE ZERO.
002966             05  WS-ROUND-REMAINDER          PIC 9(10)V99
002967                 VALUE ZERO.
002968             05  WS-ACCT-OPEN-DATE           PIC 9(08) VALUE ZERO.
002969             05  WS-ACCT-AGE-DAYS            PIC S9(07)
002970                 VALUE ZERO.
002971             05  WS-FRAUD-SCORE-COUNT        PIC 9(09) VALUE ZERO.

002972*        WHAT-IF SIMULATION FIGURES - ONE SET OF DISPOSITION
002973*        COUNTS AND BASE-CURRENCY VALUES UNDER THE LIVE LIMITS
002974*        AND ONE UNDER THE PROPOSED FILE.  NOTHING ELSE IS
002975*        WRITTEN IN SIMULATION MODE.
002976         01  WS-SIM-FIELDS.
002977             05  WS-SIM-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
002978             05  WS-SIM-CLASS                PIC X(01) VALUE SPACE.
002979             05  WS-SIM-LIVE-CLASS           PIC X(01) VALUE SPACE.
002980             05  WS-SIM-PROP-CLASS           PIC X(01) VALUE SPACE.
002981             05  WS-SIM-VALUE                PIC 9(10)V99 VALUE ZERO.
002982             05  WS-SIM-LIVE-VALUE           PIC 9(10)V99 VALUE ZERO.
002983             05  WS-SIM-PROP-VALUE           PIC 9(10)V99 VALUE ZERO.

002984         01  WS-SIM-LIVE-COUNTERS.
002985             05  WS-SIML-ACCEPT-COUNT        PIC 9(09) VALUE ZERO.
002986             05  WS-SIML-REJECT-COUNT        PIC 9(09) VALUE ZERO.
002987             05  WS-SIML-FRAUD-COUNT         PIC 9(09) VALUE ZERO.
002988             05  WS-SIML-APPROVAL-COUNT      PIC 9(09) VALUE ZERO.
002989             05  WS-SIML-ACCEPT-TOTAL        PIC 9(13)V99 VALUE ZERO.
002990             05  WS-SIML-REJECT-TOTAL        PIC 9(13)V99 VALUE ZERO.
002991             05  WS-SIML-FRAUD-TOTAL         PIC 9(13)V99 VALUE ZERO.
002992             05  WS-SIML-APPROVAL-TOTAL      PIC 9(13)V99 VALUE ZERO.

002993         01  WS-SIM-PROP-COUNTERS.
002994             05  WS-SIMP-ACCEPT-COUNT        PIC 9(09) VALUE ZERO.
002995             05  WS-SIMP-REJECT-COUNT        PIC 9(09) VALUE ZERO.
002996             05  WS-SIMP-FRAUD-COUNT         PIC 9(09) VALUE ZERO.
002997             05  WS-SIMP-APPROVAL-COUNT      PIC 9(09) VALUE ZERO.
002998             05  WS-SIMP-ACCEPT-TOTAL        PIC 9(13)V99 VALUE ZERO.
002999             05  WS-SIMP-REJECT-TOTAL        PIC 9(13)V99 VALUE ZERO.
003000             05  WS-SIMP-FRAUD-TOTAL         PIC 9(13)V99 VALUE ZERO.
003001             05  WS-SIMP-APPROVAL-TOTAL      PIC 9(13)V99 VALUE ZERO.

003003*        REGULATORY LARGE-TRANSACTION REPORTING.  THE THRESHOLD
003004*        ARRIVES ON THE COMPLIANCE PARAMETER FILE, NOT IN
003027             05  FILLER                      PIC X(02) VALUE SPACES.
003028             05  WS-CMPR-TRAN-DATE           PIC 9(08).
003029             05  FILLER                      PIC X(02) VALUE SPACES.
003030             05  WS-CMPR-BASE-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003031             05  FILLER                      PIC X(02) VALUE SPACES.
003032             05  WS-CMPR-DISP                PIC X(01).

003033         01  WS-SIM-RPT-HEADING.
003034             05  FILLER                      PIC X(40)
003035                 VALUE "LIMIT CHANGE SIMULATION - IMPACT REPORT".
003036             05  FILLER                      PIC X(10) VALUE "RUN DATE ".
003037             05  WS-SIM-HDG-DATE             PIC 9(08).

003038         01  WS-SIM-RPT-DETAIL.
003039             05  WS-SIM-RPT-CATEGORY         PIC X(24).
003040             05  FILLER                      PIC X(06) VALUE " LIVE ".
003041             05  WS-SIM-RPT-LIVE-COUNT       PIC ZZZ,ZZZ,ZZ9.
003042             05  FILLER                      PIC X(01) VALUE SPACE.
003043             05  WS-SIM-RPT-LIVE-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003044             05  FILLER                      PIC X(10)
003045                 VALUE " PROPOSED ".
003046             05  WS-SIM-RPT-PROP-COUNT       PIC ZZZ,ZZZ,ZZ9.
003047             05  FILLER                      PIC X(01) VALUE SPACE.
003048             05  WS-SIM-RPT-PROP-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

003049         LINKAGE SECTION.
003050         01  LS-PARM-RUN-REQUEST.
003051             05  LS-PARM-RUN-ID              PIC X(08).
003052*        "S" RUNS THE FULL AMOUNT-CHECK LOGIC AGAINST A PRIOR
003053*        NIGHT'S INPUT AND A PROPOSED LIMITPRM WITHOUT WRITING
003054*        TO TRANOUT, THE QUEUES, TRANHIST OR THE CHECKPOINT.
003055             05  LS-PARM-RUN-MODE            PIC X(01).
003056                 88  LS-MODE-SIMULATE            VALUE "S".

003057         PROCEDURE DIVISION USING LS-PARM-RUN-REQUEST.
003058         0000-MAIN-CONTROL.
003059             IF LS-PARM-RUN-ID NOT = SPACES AND LS-PARM-RUN-ID
003060                     NOT = LOW-VALUES
003061                 MOVE LS-PARM-RUN-ID TO WS-RUN-ID
003062             END-IF
003063             IF LS-MODE-SIMULATE
003064                 PERFORM 7000-RUN-SIMULATION
003065                 STOP RUN
003066             END-IF
003067             PERFORM 1000-INITIALIZE
003068             PERFORM 2000-PROCESS-TRANSACTIONS
003069                 UNTIL WS-END-OF-FILE
003070             PERFORM 3000-FINALIZE
003074             PERFORM 8950-COMPLETE-PROCESS-STEP
003080             STOP RUN.

003090         1000-INITIALIZE.
003110*        BELOW KNOW WHETHER TO EXTEND A PRIOR RUN'S OUTPUT OR
003120*        START CLEAN.
003130             PERFORM 1260-CHECK-RESTART
003132             MOVE WS-RUN-ID TO WS-STEP-NAME
003134             MOVE "TXNVAL" TO WS-STEP-SCHEDULE-NAME
003136             PERFORM 8900-START-PROCESS-STEP
003140             MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START-TS
003141             MOVE WS-BUSINESS-DATE TO WS-PROCESS-DATE
003150             MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
003160             COMPUTE WS-TODAY-INTEGER =
003170                 FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE)

004410             IF WS-RUNSTAT-STATUS NOT = "00"
004420                 DISPLAY "ERROR OPENING RUN-STATS-FILE STATUS="
004430                     WS-RUNSTAT-STATUS
004431                 GO TO 9999-ABEND
004432             END-IF

004433             IF WS-IS-RESTART
004434                 OPEN EXTEND ACK-FILE
004435                 IF WS-DISPACK-STATUS = "35"
004436                     OPEN OUTPUT ACK-FILE
004437                     CLOSE ACK-FILE
004438                     OPEN EXTEND ACK-FILE
004439                 END-IF
004440             ELSE
004441                 OPEN OUTPUT ACK-FILE
004442             END-IF
004443             IF WS-DISPACK-STATUS NOT = "00"
004444                 DISPLAY "ERROR OPENING ACK-FILE STATUS="
004445                     WS-DISPACK-STATUS
004446                 GO TO 9999-ABEND
004447             END-IF

004448             OPEN I-O TRAN-ARCHIVE-FILE
004449             IF WS-TRANARCH-STATUS = "35"
004450                 OPEN OUTPUT TRAN-ARCHIVE-FILE
004451                 CLOSE TRAN-ARCHIVE-FILE
004452                 OPEN I-O TRAN-ARCHIVE-FILE
004453             END-IF
004454             IF WS-TRANARCH-STATUS NOT = "00"
004455                 DISPLAY "ERROR OPENING TRAN-ARCHIVE-FILE "
004456                     "STATUS=" WS-TRANARCH-STATUS
004457                 GO TO 9999-ABEND
004458             END-IF

004459             OPEN I-O QUEUE-MOVEMENT-FILE
004460             IF WS-QMOVMNT-STATUS = "35"
004461                 OPEN OUTPUT QUEUE-MOVEMENT-FILE
004462                 CLOSE QUEUE-MOVEMENT-FILE
004463                 OPEN I-O QUEUE-MOVEMENT-FILE
004464             END-IF
004465             IF WS-QMOVMNT-STATUS NOT = "00"
004466                 DISPLAY "ERROR OPENING QUEUE-MOVEMENT-FILE "
004467                     "STATUS=" WS-QMOVMNT-STATUS
004468                 GO TO 9999-ABEND
004469             END-IF

004470             OPEN I-O WAREHOUSE-FILE
004471             IF WS-TXNWHSE-STATUS = "35"
004472                 OPEN OUTPUT WAREHOUSE-FILE
004473                 CLOSE WAREHOUSE-FILE
004479                 GO TO 9999-ABEND
004481             END-IF

004482             OPEN I-O TRAN-STATUS-FILE
004483             IF WS-TRNSTAT-STATUS = "35"
004484                 OPEN OUTPUT TRAN-STATUS-FILE
004485                 CLOSE TRAN-STATUS-FILE
004486                 OPEN I-O TRAN-STATUS-FILE
004488             END-IF
004489             IF WS-TRNSTAT-STATUS NOT = "00"
004490                 DISPLAY "ERROR OPENING TRAN-STATUS-FILE STATUS="
004491                     WS-TRNSTAT-STATUS
004492                 GO TO 9999-ABEND
004494             END-IF

004495             OPEN INPUT APPROVER-MASTER-FILE
004496             IF WS-APPRMST-STATUS NOT = "00"
004497                 DISPLAY "ERROR OPENING APPROVER-MASTER-FILE STATUS="
004498                     WS-APPRMST-STATUS
004500                 GO TO 9999-ABEND
004510             END-IF

004526                 END-IF
004527             END-IF

004528             PERFORM 1200-LOAD-LIMIT-TABLE
004530             PERFORM 1300-LOAD-CURRENCY-TABLE
004540             PERFORM 1400-LOAD-ACCT-LIMIT-TABLE
004550             PERFORM 1500-LOAD-TYPE-TABLE
004551             PERFORM 1600-LOAD-COMPLIANCE-PARM
004555             PERFORM 1700-LOAD-FRAUD-RULE-TABLE
004557             PERFORM 1800-OPEN-FEE-FILES

004560             IF WS-SKIP-COUNT > 0
004570                 DISPLAY "RESTART: SKIPPING " WS-SKIP-COUNT
005461                         TO WS-FRAUD-PEND-BASE-TOT
005462                     MOVE CKP-APPR-PEND-BASE-TOT
005463                         TO WS-APPR-PEND-BASE-TOT
005466             END-READ.

005470         1250-WRITE-EXCEPTION-HEADINGS.
005480             MOVE WS-PROCESS-DATE TO WS-RPT-HDG-DATE
005490             WRITE EXCEPTION-RPT-LINE FROM WS-EXCEPTION-RPT-HEADING
005500             WRITE EXCEPTION-RPT-LINE FROM WS-EXCEPTION-RPT-COLUMNS.

006844                 GO TO 9999-ABEND
006845             END-IF
006846             IF NOT WS-IS-RESTART
006847                 MOVE WS-PROCESS-DATE TO WS-CMP-HDG-DATE
006849                 MOVE WS-CMP-THRESHOLD TO WS-CMP-HDG-THRESHOLD
006851                 WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-RPT-HEADING
006852             END-IF.

006853         1700-LOAD-FRAUD-RULE-TABLE.
006854*        A MISSING FRAUD RULE FILE IS NOT FATAL - THE SITE HAS
006855*        SIMPLY NOT SET UP SCORING RULES YET, SO SCORING RUNS
006856*        DISABLED RATHER THAN STOPPING THE BATCH.  SUSPENDED RULES
006857*        ARE LEFT OFF THE TABLE.
006858             MOVE ZERO TO WS-RL-TAB-COUNT
006859             OPEN INPUT FRAUD-RULE-FILE
006860             IF WS-FRDRULE-STATUS = "35"
006861                 DISPLAY "WARNING: NO FRAUD-RULE-FILE - "
006862                     "FRAUD RULE SCORING DISABLED"
006863             ELSE
006864                 IF WS-FRDRULE-STATUS NOT = "00"
006865                     DISPLAY "ERROR OPENING FRAUD-RULE-FILE "
006866                         "STATUS=" WS-FRDRULE-STATUS
006867                     GO TO 9999-ABEND
006868                 END-IF
006869                 PERFORM UNTIL WS-FRDRULE-STATUS = "10"
006870                     READ FRAUD-RULE-FILE NEXT RECORD
006871                     AT END
006872                         MOVE "10" TO WS-FRDRULE-STATUS
006873                     NOT AT END
006874                         IF FRL-RULE-ACTIVE
006875                             PERFORM 1710-ADD-FRAUD-RULE-ENTRY
006876                         END-IF
006877                 END-PERFORM
006878                 CLOSE FRAUD-RULE-FILE
006879                 IF WS-RL-TAB-COUNT = ZERO
006880                     DISPLAY "WARNING: NO ACTIVE FRAUD RULES - "
006881                         "FRAUD RULE SCORING DISABLED"
006882                 END-IF
006883             END-IF.

006884         1710-ADD-FRAUD-RULE-ENTRY.
006885             IF WS-RL-TAB-COUNT >= WS-RL-TAB-MAX
006886                 DISPLAY "ERROR: FRAUD-RULE-FILE HAS MORE THAN "
006887                     WS-RL-TAB-MAX " ACTIVE ENTRIES - INCREASE"
006888                     " WS-RL-ENTRY OCCURS IN FRDRULWS AND"
006889                     " RECOMPILE"
006890                 GO TO 9999-ABEND
006891             END-IF
006892             ADD 1 TO WS-RL-TAB-COUNT
006893             SET WS-RL-IDX TO WS-RL-TAB-COUNT
006894             MOVE FRL-TRAN-TYPE-CODE
006895                 TO WS-RL-TRAN-TYPE-CODE (WS-RL-IDX)
006896             MOVE FRL-CURRENCY-CODE
006897                 TO WS-RL-CURRENCY-CODE (WS-RL-IDX)
006898             MOVE FRL-RULE-CODE TO WS-RL-RULE-CODE (WS-RL-IDX)
006899             MOVE FRL-WEIGHT TO WS-RL-WEIGHT (WS-RL-IDX)
006900             MOVE FRL-PARM-PCT TO WS-RL-PARM-PCT (WS-RL-IDX)
006901             MOVE FRL-PARM-AMOUNT TO WS-RL-PARM-AMOUNT (WS-RL-IDX)
006902             MOVE FRL-PARM-DAYS TO WS-RL-PARM-DAYS (WS-RL-IDX)
006903             MOVE FRL-PARM-COUNT TO WS-RL-PARM-COUNT (WS-RL-IDX).

006904         1800-OPEN-FEE-FILES.
006905*        A MISSING FEE SCHEDULE IS NOT FATAL - NO FEES ARE CHARGED
006906*        THIS RUN.  THE FEE REGISTER IS ALWAYS OPENED SO A
006907*        REVERSAL CAN STILL BACK OUT A FEE CHARGED ON AN EARLIER
006908*        NIGHT.
006909             MOVE WS-RUN-ID (8:1) TO WS-FEE-ORIGIN
006910             OPEN INPUT FEE-SCHEDULE-FILE
006911             IF WS-FEESCHED-STATUS = "35"
006912                 DISPLAY "WARNING: NO FEE-SCHEDULE-FILE - "
006913                     "TRANSACTION FEES NOT CHARGED"
006914             ELSE
006915                 IF WS-FEESCHED-STATUS NOT = "00"
006916                     DISPLAY "ERROR OPENING FEE-SCHEDULE-FILE "
006917                         "STATUS=" WS-FEESCHED-STATUS
006918                     GO TO 9999-ABEND
006919                 END-IF
006920                 SET WS-FEES-ENABLED TO TRUE
006921             END-IF

006922             OPEN I-O FEE-REGISTER-FILE
006923             IF WS-FEEREG-STATUS = "35"
006924                 OPEN OUTPUT FEE-REGISTER-FILE
006925                 CLOSE FEE-REGISTER-FILE
006926                 OPEN I-O FEE-REGISTER-FILE
006927             END-IF
006928             IF WS-FEEREG-STATUS NOT = "00"
006929                 DISPLAY "ERROR OPENING FEE-REGISTER-FILE STATUS="
006930                     WS-FEEREG-STATUS
006931                 GO TO 9999-ABEND
006932             END-IF.

006933         2000-PROCESS-TRANSACTIONS.
006934             EVALUATE TRUE
006936                 WHEN TRAN-IS-HEADER
006937                     PERFORM 2100-PROCESS-HEADER
006938                 WHEN TRAN-IS-DETAIL
006940                     PERFORM 2200-PROCESS-DETAIL
006941                 WHEN TRAN-IS-TRAILER
006942                     PERFORM 2300-PROCESS-TRAILER
006944                 WHEN TRAN-IS-REVERSAL
006945                     PERFORM 2400-PROCESS-REVERSAL
006946             END-EVALUATE
006948             ADD 1 TO WS-RECS-PROCESSED
006949             ADD 1 TO WS-SINCE-LAST-CKPT
006950             IF WS-SINCE-LAST-CKPT >= WS-CHECKPOINT-INTERVAL
006952                 PERFORM 2900-WRITE-CHECKPOINT
006953             END-IF
006954             PERFORM 2050-READ-TRANSACTION.

006956         2100-PROCESS-HEADER.
006957             IF WS-BATCH-OPEN
006958                 STRING "INPUT FILE MALFORMED - HEADER FOR BATCH "
006960                         CTL-BATCH-ID " BEFORE TRAILER FOR BATCH "
006970                         WS-BATCH-ID
006980                     DELIMITED BY SIZE INTO RECON-RPT-LINE
007388             MOVE TRAN-ACCOUNT-ID TO REJ-ACCOUNT-ID
007389             MOVE ZERO TO REJ-RESUBMIT-COUNT
007390             MOVE ZERO TO WS-CMP-BASE-AMOUNT
007391             MOVE WS-PROCESS-DATE TO REJ-FIRST-REJECT-DATE
007393             IF TRAN-AMOUNT IS NUMERIC
007394                 MOVE TRAN-AMOUNT TO WS-AMOUNT
007395             ELSE
007467             PERFORM 2240-WRITE-EXCEPTION-LINE
007468             PERFORM 2209-REGISTER-TRAN-HISTORY
007469             DISPLAY "REJECTED: REVERSAL TRAN " TRAN-ID
007470                 " - REASON " REJ-REASON-CODE.

007471         2430-EMIT-REVERSAL.
007472*        THE HISTORY ROW IN HAND IS THE ORIGINAL'S - MARK IT
007473*        REVERSED FIRST SO AN ABEND BETWEEN THE REWRITE AND THE
007474*        OUTPUT WRITE CANNOT LET THE AMOUNT OUT TWICE.
007475             SET TH-DISP-REVERSED TO TRUE
007476             REWRITE TRAN-HISTORY-RECORD
007477             IF WS-TRANHIST-STATUS NOT = "00"
007478                 DISPLAY "ERROR REWRITING TRAN-HISTORY-FILE "
007479                     "STATUS=" WS-TRANHIST-STATUS
007480                 GO TO 9999-ABEND
007481             END-IF
007482             SET TRAN-IS-DETAIL TO TRUE
007483             SET TRAN-SRC-REVERSAL TO TRUE
007484             WRITE TRAN-OUT-REC FROM TRAN-RECORD
007485             PERFORM 2265-ARCHIVE-TRAN-OUT
007486             PERFORM 2275-REVERSE-TRANSACTION-FEE
007487*        AN ACCEPTED REVERSAL POSTS TO THE GL LIKE ANY OTHER
007488*        MOVEMENT, SO IT IS THRESHOLD-TESTED FOR THE COMPLIANCE
007489*        EXTRACT TOO.  IT DOES NOT FEED THE ACCOUNT RUNNING
007504             DISPLAY "REVERSAL ACCEPTED: TRAN " TRAN-ID
007505                 " REVERSES " TRAN-ORIG-TRAN-ID.

007506         2050-READ-TRANSACTION.
007507             READ TRAN-IN-FILE
007508                 AT END
007509                     SET WS-END-OF-FILE TO TRUE
007510                 NOT AT END
007511                     ADD 1 TO WS-RECS-READ
007512             END-READ.

007513         2900-WRITE-CHECKPOINT.
007514             MOVE WS-RUN-ID TO CKP-RUN-ID
007515             MOVE WS-RECS-PROCESSED TO CKP-LAST-REC-COUNT
007516             MOVE TRAN-ID TO CKP-LAST-TRAN-ID
007517             MOVE WS-ACCEPTED-COUNT TO CKP-ACCEPTED-COUNT
007518             MOVE WS-REJECTED-COUNT TO CKP-REJECTED-COUNT
007519             MOVE WS-ACCEPTED-TOTAL TO CKP-ACCEPTED-TOTAL
007520             MOVE WS-FRAUD-PENDING-COUNT TO CKP-FRAUD-PENDING-COUNT
007530             MOVE WS-APPROVAL-PENDING-COUNT TO CKP-APPROVAL-PENDING-COUNT
007540             MOVE WS-EXCEPTION-TOTAL TO CKP-EXCEPTION-TOTAL
007758                 TO CKP-FRAUD-PEND-BASE-TOT
007759             MOVE WS-APPR-PEND-BASE-TOT
007761                 TO CKP-APPR-PEND-BASE-TOT
007765             IF WS-CKPT-ROW-EXISTS
007770                 REWRITE CHECKPOINT-RECORD
007780                 IF WS-TXNVCKPT-STATUS NOT = "00"
007790                     DISPLAY "ERROR REWRITING CHECKPOINT-FILE STATUS="
008190                 MOVE TRAN-ORIG-REJECT-DATE
008200                     TO REJ-FIRST-REJECT-DATE
008210             ELSE
008220                 MOVE WS-PROCESS-DATE TO REJ-FIRST-REJECT-DATE
008240             END-IF
008250             PERFORM 2201-EDIT-DETAIL
008260             IF WS-EDIT-PASSED
008317                     IF TRAN-DATE > WS-PROCESS-DATE
008318                         PERFORM 2216-WAREHOUSE-DETAIL
008319                     ELSE
008320                     IF WS-ACCT-FROZEN
008322                         PERFORM 2215-ROUTE-FROZEN-TO-FRAUD
008324                     ELSE
008326                         PERFORM 2206-APPLY-AMOUNT-CHECKS
008328                     END-IF
008330                     PERFORM 2209-REGISTER-TRAN-HISTORY
008331                     END-IF
008340                 END-IF

008840         2209-REGISTER-TRAN-HISTORY.
008850             MOVE TRAN-ID TO TH-TRAN-ID
008860             MOVE WS-PROCESS-DATE TO TH-PROCESS-DATE
008870             MOVE WS-RUN-ID TO TH-RUN-ID
008880             MOVE WS-BATCH-ID TO TH-BATCH-ID
008890             MOVE WS-HIST-DISP TO TH-DISPOSITION
009030                     GO TO 9999-ABEND
009040                 NOT INVALID KEY
009050                     IF TH-DISP-REJECTED
009060                         MOVE WS-PROCESS-DATE TO TH-PROCESS-DATE
009080                         MOVE WS-RUN-ID TO TH-RUN-ID
009090                         MOVE WS-BATCH-ID TO TH-BATCH-ID
009100                         MOVE WS-HIST-DISP TO TH-DISPOSITION
009120                         IF WS-TRANHIST-STATUS NOT = "00"
009130                             DISPLAY "ERROR REWRITING TRAN-HISTORY-"
009140                                 "FILE STATUS=" WS-TRANHIST-STATUS
009142                             GO TO 9999-ABEND
009144                         END-IF
009146                     END-IF
009148             END-READ.

009151         2216-WAREHOUSE-DETAIL.
009152             MOVE TRAN-AMOUNT TO WS-AMOUNT
009153             MOVE TRAN-ID TO WH-TRAN-ID
009154             MOVE TRAN-DATE TO WH-DUE-DATE
009155             MOVE WS-PROCESS-DATE TO WH-RECEIVED-DATE
009156             MOVE WS-BATCH-ID TO WH-BATCH-ID
009157             MOVE TRAN-TYPE-CODE TO WH-TRAN-TYPE-CODE
009158             MOVE TRAN-CURRENCY-CODE TO WH-CURRENCY-CODE
009237                     DISPLAY "WARNING: REJ-REASON-TEXT TRUNCATED "
009238                         "FOR TRAN " TRAN-ID
009239             END-STRING
009240             SET REJ-DISP-REJECTED TO TRUE
009241             WRITE REJECT-RECORD
009242             ADD WS-AMOUNT TO WS-EXCEPTION-TOTAL
009244             PERFORM 2240-WRITE-EXCEPTION-LINE
009245             DISPLAY "REJECTED: TRAN " TRAN-ID
009246                 " DUPLICATE OF A WAREHOUSED TRANSACTION".

009248         2259-WRITE-DETAIL-EVENT.
009249*        ONE LIFECYCLE STATUS EVENT PER DETAIL PROCESSED, CUT
009250*        FROM THE FINAL DISPOSITION SO CUSTOMER SERVICE CAN
009252*        ANSWER "WHERE IS THIS TRANSACTION" FROM ONE FILE.
009253             MOVE TRAN-ID TO WS-EVENT-TRAN-ID
009254             MOVE WS-BATCH-ID TO WS-EVENT-BATCH-ID
009255             MOVE WS-AMOUNT TO WS-EVENT-AMOUNT
009257             MOVE TRAN-CURRENCY-CODE TO WS-EVENT-CURRENCY
009258             EVALUATE WS-HIST-DISP
009259                 WHEN "A"
009261                     MOVE "A" TO WS-EVENT-CODE
009262                     MOVE SPACES TO WS-EVENT-REASON
009263                 WHEN "F"
009265                     MOVE "F" TO WS-EVENT-CODE
009266                     MOVE REJ-REASON-CODE TO WS-EVENT-REASON
009267                 WHEN "P"
009268                     MOVE "P" TO WS-EVENT-CODE
009270                     MOVE SPACES TO WS-EVENT-REASON
009271                 WHEN "H"
009272                     MOVE "H" TO WS-EVENT-CODE
009274                     MOVE SPACES TO WS-EVENT-REASON
009275                 WHEN OTHER
009276                     MOVE "R" TO WS-EVENT-CODE
009278                     MOVE REJ-REASON-CODE TO WS-EVENT-REASON
009279             END-EVALUATE
009280             PERFORM 2260-WRITE-STATUS-EVENT
009282             PERFORM 2262-WRITE-DISPOSITION-ACK
009283*        THE EXTRACT CATCHES EVERY ITEM AT OR OVER THE
009284*        THRESHOLD WHATEVER ITS DISPOSITION - CLEAN PASSES
009285*        INCLUDED.
009287             IF WS-CMP-ENABLED
009288                 AND WS-CMP-BASE-AMOUNT >= WS-CMP-THRESHOLD
009289                 PERFORM 2263-WRITE-CMP-SINGLE
009291             END-IF.

009292         2262-WRITE-DISPOSITION-ACK.
009293*        ONE ACKNOWLEDGMENT ROW PER INPUT TRAN-ID, KEYED BY THE
009295*        ORIGINATING BATCH, SO THE SOURCE SYSTEM LEARNS THE
009296*        DISPOSITION FROM A FILE TRANSFER INSTEAD OF A PHONE
009297*        CALL.  PENDING QUEUE ITEMS ARE ACKNOWLEDGED AS PENDING;
009298*        FRAUDMAINT AND APPRMAINT ACKNOWLEDGE THE FINAL CALL.
009300             MOVE SPACES TO DISPOSITION-ACK-RECORD
009301             MOVE WS-EVENT-BATCH-ID TO AK-BATCH-ID
009302             MOVE WS-EVENT-TRAN-ID TO AK-TRAN-ID
009304             MOVE WS-EVENT-CODE TO AK-DISPOSITION
009305             MOVE WS-EVENT-REASON TO AK-REASON-CODE
009306             MOVE "TXNVAL" TO AK-PROGRAM-NAME
009308             MOVE WS-PROCESS-DATE TO AK-PROCESS-DATE
009309             MOVE FUNCTION CURRENT-DATE (9:8) TO AK-PROCESS-TIME
009310             WRITE DISPOSITION-ACK-RECORD.

009312         2265-ARCHIVE-TRAN-OUT.
009313*        EVERY RECORD WRITTEN TO TRAN-OUT-FILE IS ALSO APPENDED
009349                         "ARCHIVE ROW NOT REPLACED"
009351             END-WRITE.

009352         2270-CHARGE-TRANSACTION-FEE.
009353*        THE ACCEPTED DETAIL JUST WRITTEN IS STILL IN TRAN-RECORD.
009354*        ITS FEE UNDER THE SCHEDULE, IF ANY, GOES TO TRAN-OUT-FILE
009355*        AND THE ARCHIVE AS A LINKED RECORD OF ITS OWN (SOURCE
009356*        "E") AND IS LOGGED ON THE FEE REGISTER AGAINST THE
009357*        ORIGINAL.
009358             IF WS-FEES-ENABLED
009359                 PERFORM 2271-CALCULATE-FEE
009360                 IF WS-FEE-AMOUNT > ZERO
009361                     PERFORM 2273-EMIT-FEE
009362                 END-IF
009363             END-IF.

009364         2271-CALCULATE-FEE.
009365*        FLAT AMOUNT PLUS PERCENTAGE OF THE TRANSACTION AMOUNT,
009366*        RAISED TO THE MINIMUM AND HELD TO THE MAXIMUM (A ZERO
009367*        MAXIMUM MEANS NO CAP).  NO ACTIVE ENTRY FOR THE TYPE
009368*        AND CURRENCY MEANS NO FEE.
009369             MOVE ZERO TO WS-FEE-AMOUNT
009370             MOVE TRAN-TYPE-CODE TO FS-TRAN-TYPE-CODE
009371             MOVE TRAN-CURRENCY-CODE TO FS-CURRENCY-CODE
009372             READ FEE-SCHEDULE-FILE
009373                 INVALID KEY
009374                     MOVE SPACE TO FS-STATUS
009375             END-READ
009376             IF FS-FEE-ACTIVE
009377                 COMPUTE WS-FEE-AMOUNT ROUNDED =
009378                     FS-FLAT-FEE
009379                         + (TRAN-AMOUNT * FS-PERCENT-RATE / 100)
009380                 IF WS-FEE-AMOUNT < FS-MINIMUM-FEE
009381                     MOVE FS-MINIMUM-FEE TO WS-FEE-AMOUNT
009382                 END-IF
009383                 IF FS-MAXIMUM-FEE > ZERO
009384                     AND WS-FEE-AMOUNT > FS-MAXIMUM-FEE
009385                     MOVE FS-MAXIMUM-FEE TO WS-FEE-AMOUNT
009386                 END-IF
009387             END-IF.

009388         2272-NEXT-FEE-TRAN-ID.
009389*        ISSUES THE NEXT FEE TRAN-ID FROM THIS ORIGIN'S SEQUENCE
009390*        ENTRY ON THE FEE REGISTER.  THE ENTRY IS REWRITTEN AT
009391*        ONCE SO A RERUN NEVER REISSUES A NUMBER.
009392             MOVE "N" TO WS-FEE-SEQ-FOUND-SWITCH
009393             MOVE WS-FEE-SEQ-KEY TO FG-ORIG-TRAN-ID
009394             READ FEE-REGISTER-FILE
009395                 INVALID KEY
009396                     CONTINUE
009397                 NOT INVALID KEY
009398                     SET WS-FEE-SEQ-FOUND TO TRUE
009399             END-READ
009400             IF WS-FEE-SEQ-FOUND
009401                 ADD 1 TO FG-LAST-SEQUENCE
009402                 REWRITE FEE-REGISTER-RECORD
009403             ELSE
009404                 MOVE SPACES TO FEE-REGISTER-RECORD
009405                 MOVE WS-FEE-SEQ-KEY TO FG-ORIG-TRAN-ID
009406                 MOVE 1 TO FG-LAST-SEQUENCE
009407                 WRITE FEE-REGISTER-RECORD
009408             END-IF
009409             IF WS-FEEREG-STATUS NOT = "00"
009410                 DISPLAY "ERROR UPDATING FEE SEQUENCE "
009411                     WS-FEE-SEQ-KEY
009412                     " STATUS=" WS-FEEREG-STATUS
009413                 GO TO 9999-ABEND
009414             END-IF
009415             MOVE WS-FEE-ORIGIN TO WS-FEE-TRAN-ORIGIN
009416             MOVE FG-LAST-SEQUENCE TO WS-FEE-TRAN-SEQ.

009417         2273-EMIT-FEE.
009418*        THE REGISTER ENTRY IS WRITTEN FIRST - IF ONE IS ALREADY
009419*        THERE THE TRANSACTION WAS CHARGED BY AN EARLIER ATTEMPT
009420*        AT THIS RUN AND IS NOT CHARGED AGAIN.
009421             MOVE TRAN-RECORD TO WS-FEE-HOLD-TRAN
009422             PERFORM 2272-NEXT-FEE-TRAN-ID
009423             MOVE SPACES TO FEE-REGISTER-RECORD
009424             MOVE TRAN-ID TO FG-ORIG-TRAN-ID
009425             MOVE WS-FEE-TRAN-ID TO FG-FEE-TRAN-ID
009426             MOVE TRAN-TYPE-CODE TO FG-TRAN-TYPE-CODE
009427             MOVE TRAN-CURRENCY-CODE TO FG-CURRENCY-CODE
009428             MOVE TRAN-ACCOUNT-ID TO FG-ACCOUNT-ID
009429             MOVE TRAN-AMOUNT TO FG-TRAN-AMOUNT
009430             MOVE WS-FEE-AMOUNT TO FG-FEE-AMOUNT
009431             MOVE WS-PROCESS-DATE TO FG-CHARGE-DATE
009432             MOVE WS-RUN-ID TO FG-CHARGED-BY
009433             SET FG-FEE-CHARGED TO TRUE
009434             MOVE ZERO TO FG-REVERSAL-DATE
009435             WRITE FEE-REGISTER-RECORD
009436                 INVALID KEY
009437                     DISPLAY "WARNING: FEE ALREADY CHARGED ON "
009438                         "TRAN " TRAN-ID " - NOT CHARGED AGAIN"
009439                 NOT INVALID KEY
009440                     MOVE WS-FEE-TRAN-ID TO TRAN-ID
009441                     MOVE WS-FEE-AMOUNT TO TRAN-AMOUNT
009442                     MOVE SPACES TO TRAN-APPROVER-ID
009443                     MOVE "N" TO TRAN-OVERRIDE-SW
009444                     MOVE ZERO TO TRAN-RESUBMIT-COUNT
009445                     MOVE ZERO TO TRAN-ORIG-REJECT-DATE
009446                     SET TRAN-SRC-FEE TO TRUE
009447                     MOVE FG-ORIG-TRAN-ID TO TRAN-ORIG-TRAN-ID
009448                     WRITE TRAN-OUT-REC FROM TRAN-RECORD
009449                     PERFORM 2265-ARCHIVE-TRAN-OUT
009450                     ADD 1 TO WS-FEE-CHARGED-COUNT
009451                     ADD WS-FEE-AMOUNT TO WS-FEE-CHARGED-TOTAL
009452             END-WRITE
009453             MOVE WS-FEE-HOLD-TRAN TO TRAN-RECORD.

009454         2275-REVERSE-TRANSACTION-FEE.
009455*        THE REVERSAL JUST WRITTEN IS STILL IN TRAN-RECORD AND
009456*        NAMES THE ORIGINAL.  A FEE STILL CHARGED ON THE ORIGINAL
009457*        IS BACKED OUT WITH A FEE REVERSAL (SOURCE "X") NAMING THE
009458*        FEE, AND THE REGISTER ENTRY IS MARKED REVERSED FIRST SO
009459*        THE FEE CANNOT BE REFUNDED TWICE.
009460             MOVE TRAN-ORIG-TRAN-ID TO FG-ORIG-TRAN-ID
009461             READ FEE-REGISTER-FILE
009462                 INVALID KEY
009463                     MOVE SPACE TO FG-FEE-STATUS
009464             END-READ
009465             IF FG-FEE-CHARGED
009466                 MOVE TRAN-RECORD TO WS-FEE-HOLD-TRAN
009467                 MOVE FEE-REGISTER-RECORD TO WS-FEE-HOLD-REGISTER
009468                 PERFORM 2272-NEXT-FEE-TRAN-ID
009469                 MOVE WS-FEE-HOLD-REGISTER TO FEE-REGISTER-RECORD
009470                 SET FG-FEE-REVERSED TO TRUE
009471                 MOVE WS-FEE-TRAN-ID TO FG-REVERSAL-TRAN-ID
009472                 MOVE WS-PROCESS-DATE TO FG-REVERSAL-DATE
009473                 REWRITE FEE-REGISTER-RECORD
009474                 IF WS-FEEREG-STATUS NOT = "00"
009475                     DISPLAY "ERROR REWRITING FEE-REGISTER-FILE "
009476                         "STATUS=" WS-FEEREG-STATUS
009477                     GO TO 9999-ABEND
009478                 END-IF
009479                 MOVE WS-FEE-TRAN-ID TO TRAN-ID
009480                 MOVE FG-FEE-AMOUNT TO TRAN-AMOUNT
009481                 MOVE SPACES TO TRAN-APPROVER-ID
009482                 MOVE "N" TO TRAN-OVERRIDE-SW
009483                 MOVE ZERO TO TRAN-RESUBMIT-COUNT
009484                 MOVE ZERO TO TRAN-ORIG-REJECT-DATE
009485                 SET TRAN-SRC-FEE-REVERSAL TO TRUE
009486                 MOVE FG-FEE-TRAN-ID TO TRAN-ORIG-TRAN-ID
009487                 WRITE TRAN-OUT-REC FROM TRAN-RECORD
009488                 PERFORM 2265-ARCHIVE-TRAN-OUT
009489                 ADD 1 TO WS-FEE-REVERSED-COUNT
009490                 ADD FG-FEE-AMOUNT TO WS-FEE-REVERSED-TOTAL
009491                 DISPLAY "FEE REVERSED: FEE " FG-FEE-TRAN-ID
009492                     " ON TRAN " FG-ORIG-TRAN-ID
009493                 MOVE WS-FEE-HOLD-TRAN TO TRAN-RECORD
009494             END-IF.

009495         2263-WRITE-CMP-SINGLE.
009496             ADD 1 TO WS-CMP-SINGLE-COUNT
009497             MOVE SPACES TO COMPLIANCE-EXTRACT-RECORD
009498             SET CX-SINGLE-ITEM TO TRUE
009499             MOVE TRAN-ID TO CX-TRAN-ID
009500             MOVE TRAN-ACCOUNT-ID TO CX-ACCOUNT-ID
009501             MOVE TRAN-TYPE-CODE TO CX-TRAN-TYPE-CODE
009502             MOVE TRAN-CURRENCY-CODE TO CX-CURRENCY-CODE
009503             MOVE TRAN-DATE TO CX-TRAN-DATE
009504             MOVE WS-AMOUNT TO CX-AMOUNT
009505             MOVE WS-CMP-BASE-AMOUNT TO CX-BASE-AMOUNT
009506             MOVE WS-EVENT-CODE TO CX-DISPOSITION
009507             MOVE WS-CMP-THRESHOLD TO CX-THRESHOLD
009508             MOVE WS-PROCESS-DATE TO CX-REPORT-DATE
009509             WRITE COMPLIANCE-EXTRACT-RECORD
009510             MOVE "SINGLE" TO WS-CMPR-KIND
009511             MOVE TRAN-ID TO WS-CMPR-TRAN-ID
009512             MOVE TRAN-ACCOUNT-ID TO WS-CMPR-ACCOUNT-ID
009513             MOVE TRAN-DATE TO WS-CMPR-TRAN-DATE
009514             MOVE WS-CMP-BASE-AMOUNT TO WS-CMPR-BASE-AMOUNT
009515             MOVE WS-EVENT-CODE TO WS-CMPR-DISP
009516             WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-RPT-DETAIL
009517             PERFORM 2264-MARK-ACCT-REPORTED.

009518         2264-MARK-ACCT-REPORTED.
009519*        AN ACCOUNT WITH A REPORTED SINGLE ITEM IS LEFT OUT OF
009520*        THE END-OF-RUN STRUCTURING SWEEP - IT IS ALREADY ON
009521*        THE REPORT.
009522             IF WS-ACCT-RUN-COUNT = ZERO
009523                 OR TRAN-ACCOUNT-ID = SPACES
009524                 CONTINUE
009525             ELSE
009526                 SET WS-ACCT-RUN-IDX TO 1
009527                 SEARCH WS-ACCT-RUN-ENTRY
009528                     AT END
009529                         CONTINUE
009530                     WHEN WS-AR-ACCOUNT-ID (WS-ACCT-RUN-IDX)
009531                             = TRAN-ACCOUNT-ID
009532                         MOVE "Y" TO
009533                             WS-AR-CMP-SINGLE-SW (WS-ACCT-RUN-IDX)
009534                 END-SEARCH
009536             END-IF.

009537         2260-WRITE-STATUS-EVENT.
009538*        THE EVENT SEQUENCE IS NOT CARRIED ANYWHERE - THE WRITER
009539*        PROBES FORWARD FROM 1 UNTIL THE WRITE LANDS ON A FREE
009540*        SLOT FOR THE TRAN-ID.
009541             MOVE WS-EVENT-TRAN-ID TO TS-TRAN-ID
009542             MOVE 1 TO TS-EVENT-SEQ
009543             MOVE "N" TO WS-EVENT-DONE-SWITCH
009544             PERFORM 2261-ATTEMPT-EVENT-WRITE
009545                 UNTIL WS-EVENT-DONE.

009546         2261-ATTEMPT-EVENT-WRITE.
009547             MOVE WS-PROCESS-DATE TO TS-EVENT-DATE
009548             MOVE FUNCTION CURRENT-DATE (9:8) TO TS-EVENT-TIME
009549             MOVE "TXNVAL" TO TS-PROGRAM-NAME
009550             MOVE WS-RUN-ID TO TS-RUN-ID
009551             MOVE WS-EVENT-BATCH-ID TO TS-BATCH-ID
009552             MOVE WS-EVENT-CODE TO TS-EVENT-CODE
009553             MOVE WS-EVENT-REASON TO TS-REASON-CODE
009554             MOVE WS-EVENT-AMOUNT TO TS-AMOUNT
009555             MOVE WS-EVENT-CURRENCY TO TS-CURRENCY-CODE
009556             MOVE SPACES TO TS-DECIDED-BY
009557             MOVE TRAN-TYPE-CODE TO TS-QUEUED-TYPE-CODE
009558             WRITE TRAN-STATUS-RECORD
009559                 INVALID KEY
009560                     IF TS-EVENT-SEQ >= 9999
009561                         DISPLAY "WARNING: STATUS EVENT SLOTS "
009562                             "EXHAUSTED FOR TRAN " TS-TRAN-ID
009563                         SET WS-EVENT-DONE TO TRUE
009564                     ELSE
009565                         ADD 1 TO TS-EVENT-SEQ
009566                     END-IF
009567                 NOT INVALID KEY
009568                     SET WS-EVENT-DONE TO TRUE
009569             END-WRITE.

009570         2201-EDIT-DETAIL.
009571*        FRONT-END FIELD EDITS, APPLIED BEFORE ANY LIMIT OR RATE
009572*        LOOKUP SO BAD DATA GETS ITS OWN REASON CODE INSTEAD OF A
009573*        MISLEADING NO-LIMIT REJECT OR AN ABEND.  THE FAILING EDIT
009574*        SETS REJ-REASON-CODE AND REJ-REASON-TEXT; 2203 WRITES THEM.
009575             MOVE "Y" TO WS-EDIT-RESULT-SWITCH
009576             MOVE "N" TO WS-ACCT-FROZEN-SWITCH
009578             MOVE ZERO TO WS-ACCT-OPEN-DATE
009579             MOVE SPACES TO REJ-REASON-TEXT
009580             IF TRAN-AMOUNT NOT NUMERIC
009581                 MOVE "N" TO WS-EDIT-RESULT-SWITCH
009582                 SET REJ-BAD-AMOUNT TO TRUE
009583                 STRING "TRANSACTION AMOUNT IS NOT NUMERIC"
009584                     DELIMITED BY SIZE INTO REJ-REASON-TEXT
009585                     ON OVERFLOW
009586                         DISPLAY "WARNING: REJ-REASON-TEXT TRUNCATED "
009587                             "FOR TRAN " TRAN-ID
009588                 END-STRING
009589             END-IF
009590             IF WS-EDIT-PASSED
009591                 PERFORM 2202-VALIDATE-TRAN-DATE
009592                 IF NOT WS-DATE-VALID
009593                     MOVE "N" TO WS-EDIT-RESULT-SWITCH
009594                     SET REJ-BAD-DATE TO TRUE
009595                     STRING "TRANSACTION DATE " TRAN-DATE
009596                             " IS NOT A VALID CALENDAR DATE"
009597                         DELIMITED BY SIZE INTO REJ-REASON-TEXT
009598                         ON OVERFLOW
009599                             DISPLAY "WARNING: REJ-REASON-TEXT "
009600                                 "TRUNCATED FOR TRAN " TRAN-ID
009601                     END-STRING
009602                 END-IF
009603             END-IF
009604             IF WS-EDIT-PASSED
009605                 PERFORM 2204-EDIT-CURRENCY-CODE
009606             END-IF
009607             IF WS-EDIT-PASSED
009608                 PERFORM 2205-EDIT-TYPE-CODE
009609             END-IF
009610             IF WS-EDIT-PASSED
009611                 PERFORM 2214-EDIT-ACCOUNT-STATUS
009612             END-IF.

009613         2202-VALIDATE-TRAN-DATE.
009614             MOVE "Y" TO WS-DATE-VALID-SWITCH
009615             IF TRAN-DATE NOT NUMERIC
009616                 MOVE "N" TO WS-DATE-VALID-SWITCH
009617             ELSE
009618                 MOVE TRAN-DATE TO WS-EDIT-DATE
009620                 IF WS-EDIT-YEAR < 1900
009630                     MOVE "N" TO WS-DATE-VALID-SWITCH
009640                 END-IF
010654                     INVALID KEY
010655                         CONTINUE
010656                     NOT INVALID KEY
010657                         MOVE AC-OPEN-DATE TO WS-ACCT-OPEN-DATE
010658                         EVALUATE TRUE
010659                             WHEN AC-ACCOUNT-CLOSED
010660                                 MOVE "N" TO WS-EDIT-RESULT-SWITCH
010661                                 SET REJ-ACCT-CLOSED TO TRUE
010662                                 STRING "ACCOUNT " TRAN-ACCOUNT-ID
010663                                         " CLOSED ON "
010676                 END-READ
010677             END-IF.

010679         2203-REJECT-EDIT-FAILURE.
010682             ADD 1 TO WS-REJECTED-COUNT
010684             ADD 1 TO WS-EXCEPTION-LINE-COUNT
010687             MOVE TRAN-ID TO REJ-TRAN-ID
010690             MOVE TRAN-TYPE-CODE TO REJ-TRAN-TYPE-CODE
010700             MOVE TRAN-CURRENCY-CODE TO REJ-CURRENCY-CODE
010710             MOVE TRAN-DATE TO REJ-TRAN-DATE
010950                 WHEN OTHER
010960                     PERFORM 2230-CHECK-ACCOUNT-VELOCITY
010961                     MOVE WS-COMPARE-AMOUNT TO WS-CMP-BASE-AMOUNT
010965                     PERFORM 2244-SCORE-FRAUD-RULES
010970                     IF WS-COMPARE-AMOUNT > WS-MAX-AMOUNT-APPLICABLE
010980*        AN OVERRIDE APPROVES ONE TRANSACTION, NOT A PATTERN -
010990*        AN ACCOUNT ALREADY THROUGH ITS AGGREGATE CEILING GOES
011000*        TO FRAUD REVIEW EVEN WHEN THE ITEM CARRIES AN OVERRIDE.
011003*        SO DOES AN OVERRIDDEN ITEM WHOSE FRAUD RULE SCORE IS
011006*        AT OR OVER THE THRESHOLD.
011010                         IF WS-VELOCITY-EXCEEDED
011020                             PERFORM 2231-ROUTE-VELOCITY-TO-FRAUD
011030                         ELSE
011040                         IF NOT TRAN-IS-OVERRIDE
011050                             PERFORM 2236-ROUTE-TO-FRAUD-REVIEW
011060                         ELSE
011062                         IF WS-FRAUD-SCORE-HIT
011064                             PERFORM 2248-ROUTE-SCORE-TO-FRAUD
011066                         ELSE
011070                             PERFORM 2235-OVERRIDE-TRANSACTION
011080                         END-IF
011085                         END-IF
011090                         END-IF
011100                     ELSE
011110                         IF WS-VELOCITY-EXCEEDED
011120                             PERFORM 2231-ROUTE-VELOCITY-TO-FRAUD
011130                         ELSE
011132                         IF WS-FRAUD-SCORE-HIT
011134                             PERFORM 2248-ROUTE-SCORE-TO-FRAUD
011136                         ELSE
011140                         IF WS-COMPARE-AMOUNT > WS-HIGH-VALUE-THRESHOLD
011150                             PERFORM 2238-HOLD-FOR-DUAL-APPROVAL
011160                         ELSE
011190                             SET TRAN-SRC-ACCEPT TO TRUE
011200                             WRITE TRAN-OUT-REC FROM TRAN-RECORD
011201                             PERFORM 2265-ARCHIVE-TRAN-OUT
011205                             PERFORM 2270-CHARGE-TRANSACTION-FEE
011210                             MOVE "A" TO WS-HIST-DISP
011220                         END-IF
011230                         END-IF
011235                         END-IF
011240                     END-IF
011250             END-EVALUATE.

012570            MOVE WS-AMOUNT TO FR-AMOUNT
012580            MOVE WS-BASE-AMOUNT TO FR-BASE-AMOUNT
012590            MOVE WS-ACCT-AGG-LIMIT TO FR-LIMIT-APPLIED
012600            MOVE WS-PROCESS-DATE TO FR-SUBMIT-DATE
012610            MOVE FUNCTION CURRENT-DATE (9:8) TO FR-SUBMIT-TIME
012620            SET FR-STATUS-PENDING TO TRUE
012623            MOVE WS-FRAUD-SCORE TO FR-FRAUD-SCORE
012626            MOVE WS-FIRED-RULES TO FR-FIRED-RULES
012630            WRITE FRAUD-REVIEW-RECORD
012640                INVALID KEY
012650                    DISPLAY "ERROR: DUPLICATE FRAUD REVIEW ENTRY FOR "
012940                    DISPLAY "HELD FOR FRAUD REVIEW: TRAN " TRAN-ID
012950                        " ACCOUNT " TRAN-ACCOUNT-ID
012960                        " DAILY AGGREGATE LIMIT EXCEEDED"
012961            END-WRITE.

012962        2215-ROUTE-FROZEN-TO-FRAUD.
012963*       A FROZEN ACCOUNT HOLDS EVERY TRANSACTION FOR REVIEW -
012965*       THE ITEM IS OTHERWISE CLEAN, SO IT IS QUEUED RATHER
012966*       THAN BOUNCED.  THE BASE VALUE IS CONVERTED BEST-EFFORT
012967*       HERE BECAUSE THE AMOUNT-CHECK PASS IS SKIPPED, AND IT
012968*       STILL FEEDS THE ACCOUNT RUNNING TOTAL AND THE
012970*       COMPLIANCE THRESHOLD TEST - A FROZEN ACCOUNT MUST NOT
012971*       HIDE FROM EITHER SWEEP.
012972            MOVE TRAN-AMOUNT TO WS-AMOUNT
012973            PERFORM 2220-CONVERT-CURRENCY
012975            PERFORM 2230-CHECK-ACCOUNT-VELOCITY
012976            MOVE WS-BASE-AMOUNT TO WS-CMP-BASE-AMOUNT
012977            MOVE TRAN-ID TO FR-TRAN-ID
012979            MOVE TRAN-TYPE-CODE TO FR-TRAN-TYPE-CODE
012980            MOVE TRAN-CURRENCY-CODE TO FR-CURRENCY-CODE
012981            MOVE TRAN-DATE TO FR-TRAN-DATE
012982            MOVE WS-AMOUNT TO FR-AMOUNT
012984            MOVE WS-BASE-AMOUNT TO FR-BASE-AMOUNT
012985            MOVE ZERO TO FR-LIMIT-APPLIED
012986            MOVE WS-PROCESS-DATE TO FR-SUBMIT-DATE
012987            MOVE FUNCTION CURRENT-DATE (9:8) TO FR-SUBMIT-TIME
012989            SET FR-STATUS-PENDING TO TRUE
012990            MOVE ZERO TO FR-FRAUD-SCORE
012991            MOVE SPACES TO FR-FIRED-RULES
012993            WRITE FRAUD-REVIEW-RECORD
012994                INVALID KEY
012995                    DISPLAY "ERROR: DUPLICATE FRAUD REVIEW ENTRY FOR "
013027                        " FROZEN ON ACCOUNT MASTER"
013028            END-WRITE.

013029         2235-OVERRIDE-TRANSACTION.
013031             IF TRAN-APPROVER-ID = SPACES
013033                 PERFORM 2234-REJECT-BLANK-APPROVER
013034             ELSE
013036                 PERFORM 2242-VALIDATE-APPROVER
013038                 IF NOT WS-APPROVER-OK
013040                     PERFORM 2243-REJECT-UNAUTH-APPROVER
013050                 ELSE
013060                 MOVE TRAN-ID TO OA-TRAN-ID
013090                 MOVE TRAN-APPROVER-ID TO OA-APPROVER-ID
013100                 MOVE WS-AMOUNT TO OA-ORIGINAL-AMOUNT
013110                 MOVE WS-MAX-AMOUNT-APPLICABLE TO OA-LIMIT-EXCEEDED
013120                 MOVE WS-PROCESS-DATE TO OA-OVERRIDE-DATE
013130                 MOVE FUNCTION CURRENT-DATE (9:8) TO OA-OVERRIDE-TIME
013140                 WRITE OVERRIDE-AUDIT-RECORD
013150                 DISPLAY "OVERRIDE ACCEPTED: TRAN " TRAN-ID
013200                 SET TRAN-SRC-OVERRIDE TO TRUE
013210                 WRITE TRAN-OUT-REC FROM TRAN-RECORD
013211                 PERFORM 2265-ARCHIVE-TRAN-OUT
013215                 PERFORM 2270-CHARGE-TRANSACTION-FEE
013220                 MOVE "A" TO WS-HIST-DISP
013230                 END-IF
013240             END-IF.
014060             MOVE WS-AMOUNT TO FR-AMOUNT
014070             MOVE WS-BASE-AMOUNT TO FR-BASE-AMOUNT
014080             MOVE WS-MAX-AMOUNT-APPLICABLE TO FR-LIMIT-APPLIED
014090             MOVE WS-PROCESS-DATE TO FR-SUBMIT-DATE
014100             MOVE FUNCTION CURRENT-DATE (9:8) TO FR-SUBMIT-TIME
014110             SET FR-STATUS-PENDING TO TRUE
014113             MOVE WS-FRAUD-SCORE TO FR-FRAUD-SCORE
014116             MOVE WS-FIRED-RULES TO FR-FIRED-RULES
014120             WRITE FRAUD-REVIEW-RECORD
014130                 INVALID KEY
014140                     DISPLAY "ERROR: DUPLICATE FRAUD REVIEW ENTRY FOR "
014780             MOVE ZERO TO PA-FIRST-APPROVAL-TS
014790             MOVE SPACES TO PA-SECOND-APPROVER-ID
014800             MOVE ZERO TO PA-SECOND-APPROVAL-TS
014810             MOVE WS-PROCESS-DATE TO PA-SUBMIT-DATE
014820             SET PA-AWAITING-FIRST TO TRUE
014830             WRITE PENDING-APPROVAL-RECORD
014840                 INVALID KEY
015930             MOVE WS-AMOUNT TO WS-RPT-AMOUNT
015940             MOVE WS-MAX-AMOUNT-APPLICABLE TO WS-RPT-LIMIT
015950             MOVE REJ-REASON-CODE TO WS-RPT-REASON-CODE
015951             WRITE EXCEPTION-RPT-LINE FROM WS-EXCEPTION-RPT-DETAIL.

015952         2244-SCORE-FRAUD-RULES.
015953*        SCORE THE DETAIL AGAINST THE FRAUD RULE TABLE.  EACH RULE
015954*        IS TAKEN FROM ITS MOST SPECIFIC ENTRY FOR THE ITEM'S TYPE
015955*        AND CURRENCY; A RULE WITH NO ENTRY AT ALL DOES NOT SCORE.
015956*        ONLY ITEMS THAT GOT THROUGH THE LIMIT AND RATE LOOKUP ARE
015957*        SCORED - EVERY OTHER PATH ALREADY STOPS THE ITEM.
015959             MOVE ZERO TO WS-FRAUD-SCORE
015960             MOVE ZERO TO WS-FIRED-COUNT
015961             MOVE SPACES TO WS-FIRED-RULES
015962             MOVE "N" TO WS-SCORE-HIT-SWITCH
015963             IF WS-RL-TAB-COUNT > ZERO
015964                 PERFORM VARYING WS-SCORED-RULE-SUB FROM 1 BY 1
015965                         UNTIL WS-SCORED-RULE-SUB > 4
015967                     MOVE WS-SCORED-RULE-CODE (WS-SCORED-RULE-SUB)
015968                         TO WS-RULE-LOOKUP-CODE
015969                     PERFORM 2245-RESOLVE-FRAUD-RULE
015970                     IF WS-RULE-FOUND
015971                         PERFORM 2246-TEST-FRAUD-RULE
015972                     END-IF
015973                 END-PERFORM
015974                 MOVE "THR" TO WS-RULE-LOOKUP-CODE
015976                 PERFORM 2245-RESOLVE-FRAUD-RULE
015977                 IF WS-RULE-FOUND
015978                     MOVE WS-RL-WEIGHT (WS-RL-IDX)
015979                         TO WS-SCORE-THRESHOLD
015980                 ELSE
015981                     MOVE WS-DEFAULT-SCORE-THRESHOLD
015982                         TO WS-SCORE-THRESHOLD
015984                 END-IF
015985                 IF WS-FIRED-COUNT > ZERO
015986                     AND WS-FRAUD-SCORE >= WS-SCORE-THRESHOLD
015987                     SET WS-FRAUD-SCORE-HIT TO TRUE
015988                 END-IF
015989             END-IF.

015990         2245-RESOLVE-FRAUD-RULE.
015992*        MOST SPECIFIC ENTRY WINS - TYPE AND CURRENCY, THEN TYPE
015993*        WITH ANY CURRENCY, THEN ANY TYPE WITH THE CURRENCY, THEN
015994*        THE CATCH-ALL.  WS-RL-IDX IS LEFT ON THE ENTRY FOUND.
015995             MOVE TRAN-TYPE-CODE TO WS-RULE-LOOKUP-TYPE
015996             MOVE TRAN-CURRENCY-CODE TO WS-RULE-LOOKUP-CCY
015997             PERFORM 2249-FIND-FRAUD-RULE
015998             IF NOT WS-RULE-FOUND
015999                 MOVE "***" TO WS-RULE-LOOKUP-CCY
016001                 PERFORM 2249-FIND-FRAUD-RULE
016002             END-IF
016003             IF NOT WS-RULE-FOUND
016004                 MOVE "****" TO WS-RULE-LOOKUP-TYPE
016005                 MOVE TRAN-CURRENCY-CODE TO WS-RULE-LOOKUP-CCY
016006                 PERFORM 2249-FIND-FRAUD-RULE
016007             END-IF
016008             IF NOT WS-RULE-FOUND
016009                 MOVE "***" TO WS-RULE-LOOKUP-CCY
016010                 PERFORM 2249-FIND-FRAUD-RULE
016011             END-IF.

016012         2246-TEST-FRAUD-RULE.
016013*        AMOUNTS ON THE RULE ARE IN THE TRANSACTION'S OWN
016014*        CURRENCY.
016015             MOVE "N" TO WS-RULE-HIT-SWITCH
016016             EVALUATE WS-RULE-LOOKUP-CODE
016017                 WHEN "SPL"
016018                     PERFORM 2247-TEST-SPLIT-RULE
016019                 WHEN "RND"
016020                     IF WS-RL-PARM-AMOUNT (WS-RL-IDX) > ZERO
016021                         AND WS-AMOUNT
016022                             >= WS-RL-PARM-AMOUNT (WS-RL-IDX)
016023                         DIVIDE WS-AMOUNT
016024                             BY WS-RL-PARM-AMOUNT (WS-RL-IDX)
016025                             GIVING WS-ROUND-QUOTIENT
016026                             REMAINDER WS-ROUND-REMAINDER
016027                         IF WS-ROUND-REMAINDER = ZERO
016028                             SET WS-RULE-HIT TO TRUE
016029                         END-IF
016030                     END-IF
016031                 WHEN "NAC"
016032                     IF WS-ACCT-OPEN-DATE IS NUMERIC
016033                         AND WS-ACCT-OPEN-DATE > ZERO
016034                         AND WS-AMOUNT
016035                             >= WS-RL-PARM-AMOUNT (WS-RL-IDX)
016036                         COMPUTE WS-ACCT-AGE-DAYS =
016037                             WS-TODAY-INTEGER
016038                             - FUNCTION INTEGER-OF-DATE
016039                                 (WS-ACCT-OPEN-DATE)
016040                         IF WS-ACCT-AGE-DAYS >= ZERO
016041                             AND WS-ACCT-AGE-DAYS
016042                                 <= WS-RL-PARM-DAYS (WS-RL-IDX)
016043                             SET WS-RULE-HIT TO TRUE
016044                         END-IF
016045                     END-IF
016046                 WHEN "RSB"
016047                     IF TRAN-RESUBMIT-COUNT IS NUMERIC
016048                         AND TRAN-RESUBMIT-COUNT > ZERO
016049                         AND TRAN-RESUBMIT-COUNT
016050                             >= WS-RL-PARM-COUNT (WS-RL-IDX)
016051                         SET WS-RULE-HIT TO TRUE
016052                     END-IF
016053             END-EVALUATE
016054             IF WS-RULE-HIT
016055                 ADD WS-RL-WEIGHT (WS-RL-IDX) TO WS-FRAUD-SCORE
016056                     ON SIZE ERROR
016057                         MOVE 999 TO WS-FRAUD-SCORE
016058                 END-ADD
016059                 ADD 1 TO WS-FIRED-COUNT
016060                 MOVE WS-RULE-LOOKUP-CODE
016061                     TO WS-FIRED-RULE (WS-FIRED-COUNT)
016062             END-IF.

016063         2247-TEST-SPLIT-RULE.
016064*        AN ITEM IS NEAR ITS LIMIT WHEN IT IS AT OR UNDER THE
016065*        CEILING BUT WITHIN THE RULE'S PERCENTAGE OF IT.  THE RULE
016066*        FIRES ONCE THE ACCOUNT HAS HAD THE RULE'S COUNT OF SUCH
016067*        ITEMS IN THE RUN, THIS ONE INCLUDED - ONE NEAR-LIMIT ITEM
016068*        IS ORDINARY, A RUN OF THEM IS A MOVEMENT BEING SPLIT.
016069             IF WS-MAX-AMOUNT-APPLICABLE > ZERO
016070                 AND WS-COMPARE-AMOUNT <= WS-MAX-AMOUNT-APPLICABLE
016071                 IF WS-RL-PARM-PCT (WS-RL-IDX) >= 100
016072                     MOVE ZERO TO WS-NEAR-LIMIT-FLOOR
016073                 ELSE
016074                     COMPUTE WS-NEAR-LIMIT-FLOOR ROUNDED =
016075                         WS-MAX-AMOUNT-APPLICABLE
016076                         * (100 - WS-RL-PARM-PCT (WS-RL-IDX))
016077                         / 100
016078                 END-IF
016079                 IF WS-COMPARE-AMOUNT >= WS-NEAR-LIMIT-FLOOR
016080                     PERFORM 2241-COUNT-NEAR-LIMIT-ITEM
016081                     MOVE WS-RL-PARM-COUNT (WS-RL-IDX)
016082                         TO WS-RULE-MIN-COUNT
016083                     IF WS-RULE-MIN-COUNT = ZERO
016084                         MOVE 1 TO WS-RULE-MIN-COUNT
016085                     END-IF
016086                     IF WS-NEAR-LIMIT-TALLY >= WS-RULE-MIN-COUNT
016087                         SET WS-RULE-HIT TO TRUE
016088                     END-IF
016089                 END-IF
016090             END-IF.

016091         2241-COUNT-NEAR-LIMIT-ITEM.
016092*        AN ITEM WITH NO ACCOUNT CAN ONLY EVER COUNT AS ONE.
016093             MOVE 1 TO WS-NEAR-LIMIT-TALLY
016094             IF TRAN-ACCOUNT-ID NOT = SPACES
016095                 SET WS-SPLIT-RUN-IDX TO 1
016096                 IF WS-SPLIT-RUN-COUNT = ZERO
016097                     PERFORM 2250-ADD-SPLIT-RUN-ENTRY
016098                 ELSE
016099                     SEARCH WS-SPLIT-RUN-ENTRY
016100                         AT END
016101                             PERFORM 2250-ADD-SPLIT-RUN-ENTRY
016102                         WHEN WS-SR-ACCOUNT-ID (WS-SPLIT-RUN-IDX)
016103                                 = TRAN-ACCOUNT-ID
016104                             ADD 1 TO WS-SR-NEAR-LIMIT-COUNT
016105                                 (WS-SPLIT-RUN-IDX)
016106                     END-SEARCH
016107                 END-IF
016108                 MOVE WS-SR-NEAR-LIMIT-COUNT (WS-SPLIT-RUN-IDX)
016109                     TO WS-NEAR-LIMIT-TALLY
016110             END-IF.

016111         2250-ADD-SPLIT-RUN-ENTRY.
016112             IF WS-SPLIT-RUN-COUNT >= WS-SPLIT-RUN-MAX
016113                 DISPLAY "ERROR: MORE THAN " WS-SPLIT-RUN-MAX
016114                     " NEAR-LIMIT ACCOUNTS IN ONE RUN - INCREASE"
016115                     " WS-SPLIT-RUN-ENTRY OCCURS IN FRDRULWS AND"
016116                     " RECOMPILE"
016117                 GO TO 9999-ABEND
016118             END-IF
016119             ADD 1 TO WS-SPLIT-RUN-COUNT
016120             SET WS-SPLIT-RUN-IDX TO WS-SPLIT-RUN-COUNT
016121             MOVE TRAN-ACCOUNT-ID
016122                 TO WS-SR-ACCOUNT-ID (WS-SPLIT-RUN-IDX)
016123             MOVE 1 TO WS-SR-NEAR-LIMIT-COUNT (WS-SPLIT-RUN-IDX).

016124         2249-FIND-FRAUD-RULE.
016125             MOVE "N" TO WS-RULE-FOUND-SWITCH
016126             SET WS-RL-IDX TO 1
016127             SEARCH WS-RL-ENTRY
016128                 AT END
016129                     MOVE "N" TO WS-RULE-FOUND-SWITCH
016130                 WHEN WS-RL-TRAN-TYPE-CODE (WS-RL-IDX)
016131                         = WS-RULE-LOOKUP-TYPE
016132                     AND WS-RL-CURRENCY-CODE (WS-RL-IDX)
016133                         = WS-RULE-LOOKUP-CCY
016134                     AND WS-RL-RULE-CODE (WS-RL-IDX)
016135                         = WS-RULE-LOOKUP-CODE
016136                     SET WS-RULE-FOUND TO TRUE
016137             END-SEARCH.

016138         2248-ROUTE-SCORE-TO-FRAUD.
016139*        THE ITEM IS OTHERWISE WITHIN ITS LIMITS, OR CARRIES AN
016140*        OVERRIDE, BUT ITS FRAUD RULE SCORE REACHED THE THRESHOLD.
016141*        THE FIRED RULES GO ON THE QUEUE ENTRY FOR THE REVIEWER.
016142             MOVE TRAN-ID TO FR-TRAN-ID
016143             MOVE TRAN-TYPE-CODE TO FR-TRAN-TYPE-CODE
016144             MOVE TRAN-CURRENCY-CODE TO FR-CURRENCY-CODE
016145             MOVE TRAN-DATE TO FR-TRAN-DATE
016146             MOVE WS-AMOUNT TO FR-AMOUNT
016147             MOVE WS-BASE-AMOUNT TO FR-BASE-AMOUNT
016148             MOVE WS-MAX-AMOUNT-APPLICABLE TO FR-LIMIT-APPLIED
016149             MOVE WS-PROCESS-DATE TO FR-SUBMIT-DATE
016150             MOVE FUNCTION CURRENT-DATE (9:8) TO FR-SUBMIT-TIME
016151             SET FR-STATUS-PENDING TO TRUE
016152             MOVE WS-FRAUD-SCORE TO FR-FRAUD-SCORE
016153             MOVE WS-FIRED-RULES TO FR-FIRED-RULES
016154             WRITE FRAUD-REVIEW-RECORD
016155                 INVALID KEY
016156                     DISPLAY "ERROR: DUPLICATE FRAUD REVIEW "
016157                         "ENTRY FOR TRAN " TRAN-ID " STATUS="
016158                         WS-FRAUDQ-STATUS
016159                     PERFORM 2237-REJECT-DUP-FRAUD
016160                 NOT INVALID KEY
016161                     ADD 1 TO WS-FRAUD-PENDING-COUNT
016162                     ADD 1 TO WS-FRAUD-SCORE-COUNT
016163                     ADD WS-BASE-AMOUNT TO WS-FRAUD-PEND-BASE-TOT
016164                     MOVE "F" TO WS-HIST-DISP
016165                     ADD 1 TO WS-EXCEPTION-LINE-COUNT
016166                     MOVE TRAN-ID TO REJ-TRAN-ID
016167                     MOVE TRAN-TYPE-CODE TO REJ-TRAN-TYPE-CODE
016168                     MOVE TRAN-CURRENCY-CODE TO REJ-CURRENCY-CODE
016169                     MOVE TRAN-DATE TO REJ-TRAN-DATE
016170                     MOVE WS-AMOUNT TO REJ-AMOUNT
016171                     MOVE WS-BASE-AMOUNT TO REJ-BASE-AMOUNT
016172                     MOVE WS-MAX-AMOUNT-APPLICABLE
016173                         TO REJ-LIMIT-APPLIED
016174                     SET REJ-FRAUD-SCORE TO TRUE
016175                     MOVE SPACES TO REJ-REASON-TEXT
016176                     STRING "FRAUD RULE SCORE " WS-FRAUD-SCORE
016177                             " REACHES THRESHOLD "
016178                             WS-SCORE-THRESHOLD " - RULES "
016179                             WS-FIRED-RULES
016180                             " - SENT TO FRAUD REVIEW"
016181                         DELIMITED BY SIZE INTO REJ-REASON-TEXT
016182                         ON OVERFLOW
016183                             DISPLAY "WARNING: REJ-REASON-TEXT "
016184                                 "TRUNCATED FOR TRAN " TRAN-ID
016185                     END-STRING
016186                     SET REJ-DISP-FRAUD-REVIEW TO TRUE
016187                     WRITE REJECT-RECORD
016188                     ADD WS-AMOUNT TO WS-EXCEPTION-TOTAL
016189                     PERFORM 2240-WRITE-EXCEPTION-LINE
016190                     DISPLAY "HELD FOR FRAUD REVIEW: TRAN "
016191                         TRAN-ID
016192                         " FRAUD RULE SCORE " WS-FRAUD-SCORE
016193                         " RULES " WS-FIRED-RULES
016194             END-WRITE.

016195         2210-LOOKUP-LIMIT.
016196*        TRY THE LIMIT NATIVE TO THE TRANSACTION'S OWN CURRENCY
016197*        FIRST - THAT PATH NEEDS NO CONVERSION RATE AT ALL, SO
016198*        CURRENCY CONVERSION IS ONLY ATTEMPTED BELOW WHEN WE
016199*        HAVE TO FALL BACK TO THE TYPE'S BASE-CURRENCY CEILING.
016200             MOVE TRAN-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
016201             PERFORM 2212-FIND-LIMIT-ENTRY
016202             IF WS-LIMIT-FOUND
016203                 MOVE WS-LT-MAX-AMOUNT (WS-LIMIT-IDX)
016204                     TO WS-MAX-AMOUNT-APPLICABLE
016205                 MOVE WS-LT-HIGH-VALUE-THRESH (WS-LIMIT-IDX)
016206                     TO WS-HIGH-VALUE-THRESHOLD
016207                 MOVE WS-AMOUNT TO WS-COMPARE-AMOUNT
016208                 MOVE WS-AMOUNT TO WS-BASE-AMOUNT
016209                 SET WS-LOOKUP-OK TO TRUE
016210             ELSE
016211                 MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
016212                 PERFORM 2212-FIND-LIMIT-ENTRY
016213                 IF NOT WS-LIMIT-FOUND
016214                     SET WS-LOOKUP-NO-LIMIT TO TRUE
016215                 ELSE
016216                     PERFORM 2220-CONVERT-CURRENCY
016217                     IF NOT WS-RATE-FOUND
016218                         SET WS-LOOKUP-NO-RATE TO TRUE
016219                     ELSE
016220                         MOVE WS-LT-MAX-AMOUNT (WS-LIMIT-IDX)
016230                             TO WS-MAX-AMOUNT-APPLICABLE
016240                         MOVE WS-LT-HIGH-VALUE-THRESH (WS-LIMIT-IDX)
016440                 " FRAUD-REVIEW-PENDING " WS-FRAUD-PENDING-COUNT
016450                 " DUAL-APPROVAL-PENDING " WS-APPROVAL-PENDING-COUNT
016451                 " WAREHOUSED " WS-WAREHOUSED-COUNT
016453             DISPLAY "TXNVAL: HELD FOR FRAUD REVIEW ON RULE "
016454                 "SCORE " WS-FRAUD-SCORE-COUNT
016455             DISPLAY "TXNVAL: FEES CHARGED " WS-FEE-CHARGED-COUNT
016456                 " VALUE " WS-FEE-CHARGED-TOTAL
016457                 " FEES REVERSED " WS-FEE-REVERSED-COUNT
016458                 " VALUE " WS-FEE-REVERSED-TOTAL
016460             PERFORM 3100-WRITE-EXCEPTION-SUMMARY
016470             PERFORM 3200-RECONCILE-TOTALS
016471             IF WS-CMP-ENABLED
016659             END-IF
016661             CLOSE WAREHOUSE-FILE
016662             CLOSE QUEUE-MOVEMENT-FILE
016663             CLOSE TRAN-ARCHIVE-FILE
016664             IF WS-FEES-ENABLED
016665                 CLOSE FEE-SCHEDULE-FILE
016666             END-IF
016667             CLOSE FEE-REGISTER-FILE.

016668         3400-WRITE-RUN-STATS.
016670*        THE NIGHT'S FIGURES OUTLIVE THE JOB LOG - ONE PERMANENT
016680*        ROW PER RUN FOR THE RUN-OVER-RUN ANOMALY REPORT.
016690             MOVE SPACES TO RUN-STATS-RECORD
016700             MOVE WS-RUN-ID TO RS-RUN-ID
016710             MOVE WS-RUN-START-TS TO RS-START-TS
016720             MOVE WS-PROCESS-DATE TO RS-RUN-DATE
016730             MOVE FUNCTION CURRENT-DATE (1:14) TO RS-END-TS
016740             MOVE WS-BATCH-SEQ TO RS-BATCH-COUNT
016750             MOVE WS-BATCH-ID TO RS-LAST-BATCH-ID
016990                             "STATUS=" WS-RUNSTAT-STATUS
017000                         GO TO 9999-ABEND
017010                     END-IF
017011             END-WRITE.

017012         3100-WRITE-EXCEPTION-SUMMARY.
017013             MOVE WS-EXCEPTION-LINE-COUNT TO WS-RPT-TOTAL-COUNT
017014             MOVE WS-EXCEPTION-TOTAL TO WS-RPT-TOTAL-AMOUNT
017015             WRITE EXCEPTION-RPT-LINE FROM WS-EXCEPTION-RPT-SUMMARY.

017017         3600-WRITE-QUEUE-MOVEMENTS.
017018*        ONE MOVEMENT ROW PER QUEUE PER PROCESSING DATE.  THE
017019*        ROW ACCUMULATES ACROSS THE DAY'S RUNS SO PARALLEL OR
017020*        SPLIT EXECUTIONS ALL LAND IN THE SAME PROOF LINE.
017021             MOVE "F" TO WS-QM-QUEUE-CODE
017023             MOVE WS-FRAUD-PENDING-COUNT TO WS-QM-ADD-COUNT
017024             MOVE WS-FRAUD-PEND-BASE-TOT TO WS-QM-ADD-VALUE
017025             MOVE ZERO TO WS-QM-REM-COUNT
017026             MOVE ZERO TO WS-QM-REM-VALUE
017027             PERFORM 3610-POST-QUEUE-MOVEMENT
017028             MOVE "A" TO WS-QM-QUEUE-CODE
017030             MOVE WS-APPROVAL-PENDING-COUNT TO WS-QM-ADD-COUNT
017031             MOVE WS-APPR-PEND-BASE-TOT TO WS-QM-ADD-VALUE
017032             MOVE ZERO TO WS-QM-REM-COUNT
017033             MOVE ZERO TO WS-QM-REM-VALUE
017034             PERFORM 3610-POST-QUEUE-MOVEMENT.

017036         3610-POST-QUEUE-MOVEMENT.
017037             MOVE WS-PROCESS-DATE TO QM-MOVE-DATE
017038             MOVE "TXNVAL" TO QM-PROGRAM-NAME
017039             MOVE WS-QM-QUEUE-CODE TO QM-QUEUE-CODE
017040             READ QUEUE-MOVEMENT-FILE
017042                 INVALID KEY
017043                     MOVE WS-PROCESS-DATE TO QM-MOVE-DATE
017044                     MOVE "TXNVAL" TO QM-PROGRAM-NAME
017045                     MOVE WS-QM-QUEUE-CODE TO QM-QUEUE-CODE
017046                     MOVE WS-QM-ADD-COUNT TO QM-ADDED-COUNT
017047                     MOVE WS-QM-ADD-VALUE TO QM-ADDED-VALUE
017049                     MOVE WS-QM-REM-COUNT TO QM-REMOVED-COUNT
017050                     MOVE WS-QM-REM-VALUE TO QM-REMOVED-VALUE
017051                     WRITE QUEUE-MOVEMENT-RECORD
017052                 NOT INVALID KEY
017053                     ADD WS-QM-ADD-COUNT TO QM-ADDED-COUNT
017055                     ADD WS-QM-ADD-VALUE TO QM-ADDED-VALUE
017056                     ADD WS-QM-REM-COUNT TO QM-REMOVED-COUNT
017057                     ADD WS-QM-REM-VALUE TO QM-REMOVED-VALUE
017058                     REWRITE QUEUE-MOVEMENT-RECORD
017059             END-READ.

017061         3500-WRITE-CMP-AGGREGATES.
017062*        STRUCTURING SWEEP.  THE VELOCITY RUN TABLE ALREADY
017093                 TO CX-BASE-AMOUNT
017094             MOVE SPACE TO CX-DISPOSITION
017095             MOVE WS-CMP-THRESHOLD TO CX-THRESHOLD
017096             MOVE WS-PROCESS-DATE TO CX-REPORT-DATE
017097             WRITE COMPLIANCE-EXTRACT-RECORD
017098             MOVE "AGGREGATE" TO WS-CMPR-KIND
017099             MOVE SPACES TO WS-CMPR-TRAN-ID
017106             MOVE SPACE TO WS-CMPR-DISP
017107             WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-RPT-DETAIL.

017109         3300-RECONCILE-BATCH.
017111*        PERFORMED AT EACH TRAILER.  THE BATCH'S OWN FIGURES ARE
017113*        THE MOVEMENT IN THE RUN COUNTERS SINCE ITS HEADER.
017115             COMPUTE WS-BATCH-RECORD-COUNT =
017117                 WS-ACCEPTED-COUNT - WS-SNAP-ACCEPTED-COUNT
017120                     + WS-REJECTED-COUNT - WS-SNAP-REJECTED-COUNT
017130                     + WS-FRAUD-PENDING-COUNT - WS-SNAP-FRAUD-COUNT
017140                     + WS-APPROVAL-PENDING-COUNT
017930                     DISPLAY "FILE RECONCILIATION DISCREPANCY - SEE "
017940                         "RECON-RPT-FILE"
017950                 END-IF
017951             END-IF.

017952         7000-RUN-SIMULATION.
017954*        WHAT-IF MODE.  RUNS THE SAME EDIT AND AMOUNT-CHECK LADDER
017955*        AS THE LIVE PASS AGAINST A PRIOR NIGHT'S INPUT FILE TWICE -
017956*        ONCE UNDER THE LIVE LIMITPRM AND ONCE UNDER THE PROPOSED
017958*        FILE - AND WRITES ONLY AN IMPACT REPORT.  TRANOUT, THE
017959*        QUEUES, TRANHIST AND THE CHECKPOINT ARE NEVER OPENED, SO A
017961*        CEILING CHANGE CAN BE SIZED BEFORE LIMMAINT APPLIES IT.
017962             DISPLAY "TXNVAL: SIMULATION MODE - NO PRODUCTION FILES "
017963                 "UPDATED"
017965             PERFORM 7100-SIM-INITIALIZE
017966             PERFORM 7200-SIM-PROCESS-TRAN
017967                 UNTIL WS-END-OF-FILE
017969             PERFORM 7900-SIM-REPORT
017970             CLOSE TRAN-IN-FILE
017972             CLOSE APPROVER-MASTER-FILE
017973             CLOSE SIM-RPT-FILE.

017974         7100-SIM-INITIALIZE.
017976             PERFORM 8800-GET-BUSINESS-DATE
017977             MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
017979             COMPUTE WS-TODAY-INTEGER =
017980                 FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE)

018002             PERFORM 1500-LOAD-TYPE-TABLE
018003             PERFORM 7110-LOAD-PROP-LIMIT-TABLE

018004             MOVE WS-BUSINESS-DATE TO WS-SIM-HDG-DATE
018005             WRITE SIM-RPT-LINE FROM WS-SIM-RPT-HEADING

018006             PERFORM 2050-READ-TRANSACTION.
018237                 WS-SIML-APPROVAL-COUNT
018238                 " PROPOSED A/R/F/P " WS-SIMP-ACCEPT-COUNT "/"
018239                 WS-SIMP-REJECT-COUNT "/" WS-SIMP-FRAUD-COUNT "/"
018240                 WS-SIMP-APPROVAL-COUNT.

018250         8800-GET-BUSINESS-DATE.
018260*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
018270*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
018280*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
018290*        BUSINESS DAY.
018300             OPEN INPUT PROCESS-DATE-FILE
018310             IF WS-PROCDATE-STATUS NOT = "00"
018320                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
018330                     WS-PROCDATE-STATUS
018340                 GO TO 9999-ABEND
018350             END-IF
018360             PERFORM 8810-READ-DATE-ROW
018370             CLOSE PROCESS-DATE-FILE.

018380         8900-START-PROCESS-STEP.
018390*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
018400*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
018410*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
018420*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
018430*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
018440*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
018450*        START STAMP REPLACED.
018460             OPEN I-O PROCESS-DATE-FILE
018470             IF WS-PROCDATE-STATUS NOT = "00"
018480                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
018490                     WS-PROCDATE-STATUS
018500                 GO TO 9999-ABEND
018510             END-IF
018520             PERFORM 8810-READ-DATE-ROW

018530             MOVE "N" TO WS-STEP-REFUSED-SWITCH
018540             PERFORM 8910-CHECK-STEP-SCHEDULE
018550                 VARYING WS-SCHED-SUB FROM 1 BY 1
018560                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
018570             IF WS-STEP-REFUSED
018580                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
018590                     "BUSINESS DATE " WS-BUSINESS-DATE
018600                 GO TO 9999-ABEND
018610             END-IF

018620             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
018630             MOVE WS-STEP-NAME TO PD-KEY-STEP
018640             READ PROCESS-DATE-FILE
018650                 INVALID KEY
018660                     MOVE "N" TO WS-STEP-ROW-SWITCH
018670                 NOT INVALID KEY
018680                     SET WS-STEP-ROW-EXISTS TO TRUE
018690             END-READ
018700             IF WS-STEP-ROW-EXISTS
018710                 IF PD-STEP-COMPLETED
018720                     DISPLAY "ERROR: STEP " WS-STEP-NAME
018730                         " ALREADY COMPLETED FOR BUSINESS DATE "
018740                         WS-BUSINESS-DATE
018750                     GO TO 9999-ABEND
018760                 END-IF
018770                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
018780                     "STARTED " PD-STEP-START-TS
018790             ELSE
018800                 MOVE SPACES TO PD-STEP-DATA
018810                 MOVE ZERO TO PD-STEP-END-TS
018820                 MOVE ZERO TO PD-STEP-RUN-COUNT
018830             END-IF
018840             SET PD-STEP-STARTED TO TRUE
018850             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
018860             ADD 1 TO PD-STEP-RUN-COUNT
018870             IF WS-STEP-ROW-EXISTS
018880                 REWRITE PROCESS-DATE-RECORD
018890             ELSE
018900                 WRITE PROCESS-DATE-RECORD
018910             END-IF
018920             IF WS-PROCDATE-STATUS NOT = "00"
018930                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
018940                     " STATUS=" WS-PROCDATE-STATUS
018950                 GO TO 9999-ABEND
018960             END-IF
018970             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
018980                 "DATE " WS-BUSINESS-DATE.

018990         8810-READ-DATE-ROW.
019000             MOVE ZERO TO PD-KEY-DATE
019010             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
019020             READ PROCESS-DATE-FILE
019030                 INVALID KEY
019040                     DISPLAY "ERROR: NO BUSINESS DATE ON "
019050                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
019060                     GO TO 9999-ABEND
019070             END-READ
019080             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
019090             MOVE PD-PRIOR-BUSINESS-DATE
019100                 TO WS-PRIOR-BUSINESS-DATE.

019110         8910-CHECK-STEP-SCHEDULE.
019120             IF WS-SCHED-STEP (WS-SCHED-SUB)
019130                     = WS-STEP-SCHEDULE-NAME
019140                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
019150                     VARYING WS-PREREQ-SUB FROM 1 BY 1
019160                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
019170             END-IF.

019180         8920-CHECK-SCHEDULED-PREREQ.
019190             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
019200                 TO WS-PREREQ-STEP
019210             IF WS-PREREQ-STEP NOT = SPACES
019220                 PERFORM 8930-TEST-PREREQ-STEP
019230             END-IF.

019240         8930-TEST-PREREQ-STEP.
019250             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
019260             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
019270             READ PROCESS-DATE-FILE
019280                 INVALID KEY
019290                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
019300                         WS-PREREQ-STEP " - NOT RUN FOR "
019310                         "BUSINESS DATE " WS-BUSINESS-DATE
019320                     SET WS-STEP-REFUSED TO TRUE
019330                 NOT INVALID KEY
019340                     IF NOT PD-STEP-COMPLETED
019350                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
019360                             WS-PREREQ-STEP " - NOT COMPLETED "
019370                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
019380                         SET WS-STEP-REFUSED TO TRUE
019390                     END-IF
019400             END-READ.

019410         8950-COMPLETE-PROCESS-STEP.
019420*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
019430*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
019440*        AND THE STEPS WAITING ON IT STAY HELD.
019450             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
019460             MOVE WS-STEP-NAME TO PD-KEY-STEP
019470             READ PROCESS-DATE-FILE
019480                 INVALID KEY
019490                     DISPLAY "ERROR: STEP " WS-STEP-NAME
019500                         " MISSING FROM PROCESS-DATE-FILE"
019510                     GO TO 9999-ABEND
019520             END-READ
019530             SET PD-STEP-COMPLETED TO TRUE
019540             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
019550             REWRITE PROCESS-DATE-RECORD
019560             IF WS-PROCDATE-STATUS NOT = "00"
019570                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
019580                     " STATUS=" WS-PROCDATE-STATUS
019590                 GO TO 9999-ABEND
019600             END-IF
019610             CLOSE PROCESS-DATE-FILE.
019620         9999-ABEND.
019630             DISPLAY "TXNVAL ABENDING"
019640             CLOSE TRAN-IN-FILE
019650             CLOSE TRAN-OUT-FILE
019660             CLOSE REJECT-FILE
019670             CLOSE EXCEPTION-RPT-FILE
019680             CLOSE AUDIT-FILE
019690             CLOSE CHECKPOINT-FILE
019700             CLOSE RECON-RPT-FILE
019710             CLOSE FRAUD-QUEUE-FILE
019720             CLOSE APPROVAL-FILE
019730             CLOSE TRAN-HISTORY-FILE
019740             CLOSE APPROVER-MASTER-FILE
019750             CLOSE RUN-STATS-FILE
019760             CLOSE TRAN-STATUS-FILE
019770             CLOSE ACCOUNT-MASTER-FILE
019780             CLOSE ACK-FILE
019790             CLOSE COMPLIANCE-EXTRACT-FILE
019800             CLOSE COMPLIANCE-RPT-FILE
019810             CLOSE WAREHOUSE-FILE
019820             CLOSE QUEUE-MOVEMENT-FILE
019830             CLOSE TRAN-ARCHIVE-FILE
019840             CLOSE FEE-SCHEDULE-FILE
019850             CLOSE FEE-REGISTER-FILE
019860             CLOSE PROCESS-DATE-FILE
019870             STOP RUN.
