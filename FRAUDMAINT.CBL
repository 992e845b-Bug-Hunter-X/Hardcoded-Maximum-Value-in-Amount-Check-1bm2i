000413                 ACCESS MODE IS DYNAMIC
000414                 RECORD KEY IS TA-TRAN-ID
000415                 FILE STATUS IS WS-TRANARCH-STATUS.
000416

000417             SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
000418                 ORGANIZATION IS INDEXED
000420                 ACCESS MODE IS DYNAMIC
000421                 RECORD KEY IS FS-FEE-KEY
000422                 FILE STATUS IS WS-FEESCHED-STATUS.

000423             SELECT FEE-REGISTER-FILE ASSIGN TO FEEREG
000425                 ORGANIZATION IS INDEXED
000426                 ACCESS MODE IS DYNAMIC
000427                 RECORD KEY IS FG-ORIG-TRAN-ID
000428                 FILE STATUS IS WS-FEEREG-STATUS.

000430             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000431                 ORGANIZATION IS INDEXED
000432                 ACCESS MODE IS DYNAMIC
000433                 RECORD KEY IS PD-CONTROL-KEY
000435                 FILE STATUS IS WS-PROCDATE-STATUS.
000436         DATA DIVISION.
000437         FILE SECTION.
000438         FD  FRAUD-DECISION-FILE
000440             RECORDING MODE IS F.
000450         COPY FRDDEC.
000460

000540         FD  APPROVER-MASTER-FILE
000550             RECORDING MODE IS F.
000551         COPY APPRMST.

000552         FD  TRAN-HISTORY-FILE
000553             RECORDING MODE IS F.
000554         COPY TRNHIST.

000555         FD  TRAN-STATUS-FILE
000557             RECORDING MODE IS F.
000558         COPY TRANSTAT.

000559         FD  ACK-FILE
000560             RECORDING MODE IS F.
000561         COPY ACKREC.

000562         FD  QUEUE-MOVEMENT-FILE
000564             RECORDING MODE IS F.
000565         COPY QMOVREC.

000566         FD  TRAN-ARCHIVE-FILE
000567             RECORDING MODE IS F.
000568         COPY ARCHREC.
000570

000571         FD  FEE-SCHEDULE-FILE
000572             RECORDING MODE IS F.
000573         COPY FEESCHD.

000574         FD  FEE-REGISTER-FILE
000575             RECORDING MODE IS F.
000576         COPY FEEREG.

000577         FD  PROCESS-DATE-FILE
000578             RECORDING MODE IS F.
000579         COPY PROCDATE.
000580         WORKING-STORAGE SECTION.
000590         01  WS-FILE-STATUSES.
000600             05  WS-FRDDEC-STATUS            PIC X(02) VALUE "00".
000633             05  WS-DISPACK-STATUS           PIC X(02) VALUE "00".
000634             05  WS-QMOVMNT-STATUS           PIC X(02) VALUE "00".
000635             05  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
000637             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
000638             05  WS-FEESCHED-STATUS          PIC X(02) VALUE "00".
000639             05  WS-FEEREG-STATUS            PIC X(02) VALUE "00".

000641         COPY PROCDTWS.
000644         COPY FEECALWS.
000647
000650         01  WS-SWITCHES.
000660             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000670                 88  WS-END-OF-FILE              VALUE "Y".
000779             05  WS-EVENT-CURRENCY           PIC X(03) VALUE SPACES.

000780         COPY TRANREC.

000781*        WHY THE ITEM WAS QUEUED - THE FRAUD RULE SCORE AND THE
000782*        RULES THAT FIRED, SHOWN ON EVERY DECISION LINE AND ON
000783*        THE CLOSING LIST OF ITEMS STILL AWAITING REVIEW.
000784         01  WS-REVIEW-REASON-FIELDS.
000785             05  WS-SCORE-TEXT               PIC X(40)
000786                 VALUE SPACES.
000787             05  WS-PENDING-COUNT            PIC 9(07) VALUE ZERO.
000788             05  WS-FRAUDQ-EOF-SWITCH        PIC X(01) VALUE "N".
000789                 88  WS-FRAUDQ-END                VALUE "Y".
000790
000800         PROCEDURE DIVISION.
000810         0000-MAIN-CONTROL.
000860             STOP RUN.
000870
000880         1000-INITIALIZE.
000884             PERFORM 8800-GET-BUSINESS-DATE
000890             OPEN INPUT FRAUD-DECISION-FILE
000900             IF WS-FRDDEC-STATUS NOT = "00"
000910                 DISPLAY "ERROR OPENING FRAUD-DECISION-FILE STATUS="
001304                 GO TO 9999-ABEND
001305             END-IF

001306*        A MISSING FEE SCHEDULE IS NOT FATAL - NO FEES ARE CHARGED
001307*        ON WHAT IS RELEASED THIS RUN.
001308             MOVE "F" TO WS-FEE-ORIGIN
001309             OPEN INPUT FEE-SCHEDULE-FILE
001310             IF WS-FEESCHED-STATUS = "35"
001311                 DISPLAY "WARNING: NO FEE-SCHEDULE-FILE - "
001312                     "TRANSACTION FEES NOT CHARGED"
001313             ELSE
001314                 IF WS-FEESCHED-STATUS NOT = "00"
001315                     DISPLAY "ERROR OPENING FEE-SCHEDULE-FILE "
001316                         "STATUS=" WS-FEESCHED-STATUS
001317                     GO TO 9999-ABEND
001318                 END-IF
001319                 SET WS-FEES-ENABLED TO TRUE
001320                 OPEN I-O FEE-REGISTER-FILE
001321                 IF WS-FEEREG-STATUS = "35"
001322                     OPEN OUTPUT FEE-REGISTER-FILE
001323                     CLOSE FEE-REGISTER-FILE
001324                     OPEN I-O FEE-REGISTER-FILE
001325                 END-IF
001326                 IF WS-FEEREG-STATUS NOT = "00"
001327                     DISPLAY "ERROR OPENING FEE-REGISTER-FILE "
001328                         "STATUS=" WS-FEEREG-STATUS
001329                     GO TO 9999-ABEND
001330                 END-IF
001331             END-IF
001332             PERFORM 2050-READ-DECISION.
001333
001334         2050-READ-DECISION.
001335             READ FRAUD-DECISION-FILE
001336                 AT END
001337                     SET WS-END-OF-FILE TO TRUE
001338             END-READ.
001339
001340         2000-PROCESS-DECISION.
001350             MOVE FDT-TRAN-ID TO FR-TRAN-ID
001360             READ FRAUD-QUEUE-FILE
001440             PERFORM 2050-READ-DECISION.
001450
001460         2100-APPLY-DECISION.
001465             PERFORM 2150-FORMAT-SCORE-TEXT
001470             PERFORM 2060-VALIDATE-REVIEWER
001480             IF NOT WS-APPROVER-OK
001490                 ADD 1 TO WS-ERROR-COUNT
001500                 DISPLAY "DECISION REFUSED: TRAN " FR-TRAN-ID
001510                     " REVIEWER " FDT-REVIEWER-ID
001520                     " " WS-APPR-FAIL-TEXT
001525                     WS-SCORE-TEXT
001530             ELSE
001540                 EVALUATE TRUE
001550                     WHEN NOT FR-STATUS-PENDING
002064             PERFORM 2260-WRITE-STATUS-EVENT
002065             PERFORM 2270-WRITE-DISPOSITION-ACK
002066             PERFORM 2140-ARCHIVE-FORWARDED
002067             PERFORM 2300-CHARGE-TRANSACTION-FEE
002070             DISPLAY "CLEARED - FORWARDED: TRAN " FR-TRAN-ID
002080                 " BY " FDT-REVIEWER-ID
002085                 WS-SCORE-TEXT.
002090
002100         2120-RECORD-DENY.
002110             SET FR-STATUS-DENIED TO TRUE
002185             PERFORM 2260-WRITE-STATUS-EVENT
002186             PERFORM 2270-WRITE-DISPOSITION-ACK
002190             DISPLAY "DENIED: TRAN " FR-TRAN-ID
002200                 " BY " FDT-REVIEWER-ID
002205                 WS-SCORE-TEXT.
002210

002211         2150-FORMAT-SCORE-TEXT.
002212*        ENTRIES QUEUED BEFORE RULE SCORING CARRY SPACES IN THE
002213*        SCORE FIELDS, AND ITEMS HELD ON LIMIT/VELOCITY ROUTES
002214*        MAY CARRY A ZERO SCORE WITH NO RULES - NOTHING TO SHOW.
002215             MOVE SPACES TO WS-SCORE-TEXT
002216             IF FR-FRAUD-SCORE IS NUMERIC
002217                 AND FR-FIRED-RULES NOT = SPACES
002218                 STRING " FRAUD SCORE " FR-FRAUD-SCORE
002219                         " RULES " FR-FIRED-RULES
002220                         DELIMITED BY SIZE INTO WS-SCORE-TEXT
002221             END-IF.
002225         2130-FORWARD-TO-TRAN-OUT.
002230             INITIALIZE TRAN-RECORD
002240             SET TRAN-IS-DETAIL TO TRUE
002241             MOVE FR-TRAN-ID TO TRAN-ID
002242             MOVE FR-TRAN-TYPE-CODE TO TRAN-TYPE-CODE
002243             MOVE FR-CURRENCY-CODE TO TRAN-CURRENCY-CODE
002244             MOVE FR-AMOUNT TO TRAN-AMOUNT
002245             MOVE FR-TRAN-DATE TO TRAN-DATE
002246             MOVE FDT-REVIEWER-ID TO TRAN-APPROVER-ID
002247             SET TRAN-SRC-FRAUD-CLEARED TO TRUE
002248             WRITE TRAN-OUT-REC FROM TRAN-RECORD
002249             ADD 1 TO WS-FORWARDED-COUNT.

002250         2140-ARCHIVE-FORWARDED.
002251*        THE FORWARDED RECORD IS STILL IN TRAN-RECORD AND THE
002252*        ORIGINATING BATCH IN WS-EVENT-BATCH-ID - APPEND IT TO
002253*        THE PERMANENT ARCHIVE SO THE FULL DETAIL OUTLIVES THE
002254*        CYCLE.
002255             MOVE SPACES TO TRAN-ARCHIVE-RECORD
002256             MOVE TRAN-ID TO TA-TRAN-ID
002257             MOVE TRAN-TYPE-CODE TO TA-TRAN-TYPE-CODE
002258             MOVE TRAN-CURRENCY-CODE TO TA-CURRENCY-CODE
002259             MOVE TRAN-AMOUNT TO TA-AMOUNT
002260             MOVE TRAN-DATE TO TA-TRAN-DATE
002261             MOVE TRAN-APPROVER-ID TO TA-APPROVER-ID
002262             MOVE TRAN-OVERRIDE-SW TO TA-OVERRIDE-SW
002263             MOVE TRAN-ACCOUNT-ID TO TA-ACCOUNT-ID
002264             MOVE ZERO TO TA-RESUBMIT-COUNT
002265             MOVE ZERO TO TA-ORIG-REJECT-DATE
002266             MOVE TRAN-SOURCE-CODE TO TA-SOURCE-CODE
002267             MOVE TRAN-ORIG-TRAN-ID TO TA-ORIG-TRAN-ID
002268             MOVE SPACES TO TA-RUN-ID
002269             MOVE WS-EVENT-BATCH-ID TO TA-BATCH-ID
002270             MOVE WS-BUSINESS-DATE TO TA-POSTING-DATE
002271             WRITE TRAN-ARCHIVE-RECORD
002272                 INVALID KEY
002273                     DISPLAY "WARNING: TRAN " TA-TRAN-ID
002274                         " ALREADY ON TRAN-ARCHIVE-FILE - "
002275                         "ARCHIVE ROW NOT REPLACED"
002276             END-WRITE.

002277         2300-CHARGE-TRANSACTION-FEE.
002278*        THE RELEASED DETAIL IS STILL IN TRAN-RECORD.  ITS FEE
002279*        UNDER THE SCHEDULE, IF ANY, GOES TO TRAN-OUT-FILE AND THE
002280*        ARCHIVE AS A LINKED RECORD OF ITS OWN (SOURCE "E") AND IS
002281*        LOGGED ON THE FEE REGISTER AGAINST THE ORIGINAL.
002282             IF WS-FEES-ENABLED
002283                 PERFORM 2310-CALCULATE-FEE
002284                 IF WS-FEE-AMOUNT > ZERO
002285                     PERFORM 2330-EMIT-FEE
002286                 END-IF
002287             END-IF.

002288         2310-CALCULATE-FEE.
002289*        FLAT AMOUNT PLUS PERCENTAGE OF THE TRANSACTION AMOUNT,
002290*        RAISED TO THE MINIMUM AND HELD TO THE MAXIMUM (A ZERO
002291*        MAXIMUM MEANS NO CAP).  NO ACTIVE ENTRY FOR THE TYPE
002292*        AND CURRENCY MEANS NO FEE.
002293             MOVE ZERO TO WS-FEE-AMOUNT
002294             MOVE TRAN-TYPE-CODE TO FS-TRAN-TYPE-CODE
002295             MOVE TRAN-CURRENCY-CODE TO FS-CURRENCY-CODE
002296             READ FEE-SCHEDULE-FILE
002297                 INVALID KEY
002298                     MOVE SPACE TO FS-STATUS
002299             END-READ
002300             IF FS-FEE-ACTIVE
002301                 COMPUTE WS-FEE-AMOUNT ROUNDED =
002302                     FS-FLAT-FEE
002303                         + (TRAN-AMOUNT * FS-PERCENT-RATE / 100)
002304                 IF WS-FEE-AMOUNT < FS-MINIMUM-FEE
002305                     MOVE FS-MINIMUM-FEE TO WS-FEE-AMOUNT
002306                 END-IF
002307                 IF FS-MAXIMUM-FEE > ZERO
002308                     AND WS-FEE-AMOUNT > FS-MAXIMUM-FEE
002309                     MOVE FS-MAXIMUM-FEE TO WS-FEE-AMOUNT
002310                 END-IF
002311             END-IF.

002312         2320-NEXT-FEE-TRAN-ID.
002313*        ISSUES THE NEXT FEE TRAN-ID FROM THIS PROGRAM'S SEQUENCE
002314*        ENTRY ON THE FEE REGISTER.  THE ENTRY IS REWRITTEN AT
002315*        ONCE SO A RERUN NEVER REISSUES A NUMBER.
002317             MOVE "N" TO WS-FEE-SEQ-FOUND-SWITCH
002318             MOVE WS-FEE-SEQ-KEY TO FG-ORIG-TRAN-ID
002319             READ FEE-REGISTER-FILE
002320                 INVALID KEY
002321                     CONTINUE
002322                 NOT INVALID KEY
002323                     SET WS-FEE-SEQ-FOUND TO TRUE
002324             END-READ
002325             IF WS-FEE-SEQ-FOUND
002326                 ADD 1 TO FG-LAST-SEQUENCE
002327                 REWRITE FEE-REGISTER-RECORD
002328             ELSE
002329                 MOVE SPACES TO FEE-REGISTER-RECORD
002330                 MOVE WS-FEE-SEQ-KEY TO FG-ORIG-TRAN-ID
002331                 MOVE 1 TO FG-LAST-SEQUENCE
002332                 WRITE FEE-REGISTER-RECORD
002333             END-IF
002334             IF WS-FEEREG-STATUS NOT = "00"
002335                 DISPLAY "ERROR UPDATING FEE SEQUENCE "
002336                     WS-FEE-SEQ-KEY " STATUS=" WS-FEEREG-STATUS
002337                 GO TO 9999-ABEND
002338             END-IF
002339             MOVE WS-FEE-ORIGIN TO WS-FEE-TRAN-ORIGIN
002340             MOVE FG-LAST-SEQUENCE TO WS-FEE-TRAN-SEQ.

002341         2330-EMIT-FEE.
002342*        THE REGISTER ENTRY IS WRITTEN FIRST - IF ONE IS ALREADY
002343*        THERE THE TRANSACTION HAS BEEN CHARGED BEFORE AND IS NOT
002344*        CHARGED AGAIN.
002345             MOVE TRAN-RECORD TO WS-FEE-HOLD-TRAN
002346             PERFORM 2320-NEXT-FEE-TRAN-ID
002347             MOVE SPACES TO FEE-REGISTER-RECORD
002348             MOVE TRAN-ID TO FG-ORIG-TRAN-ID
002349             MOVE WS-FEE-TRAN-ID TO FG-FEE-TRAN-ID
002350             MOVE TRAN-TYPE-CODE TO FG-TRAN-TYPE-CODE
002351             MOVE TRAN-CURRENCY-CODE TO FG-CURRENCY-CODE
002352             MOVE TRAN-ACCOUNT-ID TO FG-ACCOUNT-ID
002353             MOVE TRAN-AMOUNT TO FG-TRAN-AMOUNT
002354             MOVE WS-FEE-AMOUNT TO FG-FEE-AMOUNT
002355             MOVE WS-BUSINESS-DATE TO FG-CHARGE-DATE
002356             MOVE "FRAUDMNT" TO FG-CHARGED-BY
002357             SET FG-FEE-CHARGED TO TRUE
002358             MOVE ZERO TO FG-REVERSAL-DATE
002359             WRITE FEE-REGISTER-RECORD
002360                 INVALID KEY
002361                     DISPLAY "WARNING: FEE ALREADY CHARGED ON "
002362                         "TRAN " TRAN-ID " - NOT CHARGED AGAIN"
002363                 NOT INVALID KEY
002364                     MOVE WS-FEE-TRAN-ID TO TRAN-ID
002365                     MOVE WS-FEE-AMOUNT TO TRAN-AMOUNT
002366                     MOVE SPACES TO TRAN-APPROVER-ID
002367                     SET TRAN-SRC-FEE TO TRUE
002368                     MOVE FG-ORIG-TRAN-ID TO TRAN-ORIG-TRAN-ID
002369                     WRITE TRAN-OUT-REC FROM TRAN-RECORD
002370                     PERFORM 2140-ARCHIVE-FORWARDED
002371                     ADD 1 TO WS-FEE-CHARGED-COUNT
002372                     ADD WS-FEE-AMOUNT TO WS-FEE-CHARGED-TOTAL
002373             END-WRITE
002374             MOVE WS-FEE-HOLD-TRAN TO TRAN-RECORD.
002375
002376         2250-SET-ITEM-EVENT.
002377*        COMMON FIELDS FOR A STATUS EVENT CUT FROM THE QUEUE
002378*        ITEM IN HAND.  THE ORIGINATING BATCH COMES OFF THE
002379*        TRAN-ID HISTORY ROW WHEN THE FILE IS AVAILABLE.
002380             MOVE FR-TRAN-ID TO WS-EVENT-TRAN-ID
002381             MOVE FR-AMOUNT TO WS-EVENT-AMOUNT
002382             MOVE FR-CURRENCY-CODE TO WS-EVENT-CURRENCY
002383             MOVE SPACES TO WS-EVENT-BATCH-ID
002384             IF WS-HIST-AVAILABLE
002385                 MOVE FR-TRAN-ID TO TH-TRAN-ID
002386                 READ TRAN-HISTORY-FILE
002387                     INVALID KEY
002388                         CONTINUE
002389                     NOT INVALID KEY
002390                         MOVE TH-BATCH-ID TO WS-EVENT-BATCH-ID
002391                 END-READ
002392             END-IF.

002400         2270-WRITE-DISPOSITION-ACK.
002410*        ONE ACKNOWLEDGMENT ROW PER DECISION, KEYED BY THE
002420*        ORIGINATING BATCH, SO THE SOURCE SYSTEM LEARNS THE
002430*        FINAL CALL ON AN ITEM TXNVAL ACKNOWLEDGED AS PENDING.
002440             MOVE SPACES TO DISPOSITION-ACK-RECORD
002450             MOVE WS-EVENT-BATCH-ID TO AK-BATCH-ID
002460             MOVE WS-EVENT-TRAN-ID TO AK-TRAN-ID
002470             MOVE WS-EVENT-CODE TO AK-DISPOSITION
002480             MOVE WS-EVENT-REASON TO AK-REASON-CODE
002490             MOVE "FRAUDMNT" TO AK-PROGRAM-NAME
002500             MOVE WS-BUSINESS-DATE TO AK-PROCESS-DATE
002510             MOVE FUNCTION CURRENT-DATE (9:8) TO AK-PROCESS-TIME
002520             WRITE DISPOSITION-ACK-RECORD.

002530         2260-WRITE-STATUS-EVENT.
002540*        THE EVENT SEQUENCE IS NOT CARRIED ANYWHERE - THE WRITER
002550*        PROBES FORWARD FROM 1 UNTIL THE WRITE LANDS ON A FREE
002560*        SLOT FOR THE TRAN-ID.
002570             MOVE WS-EVENT-TRAN-ID TO TS-TRAN-ID
002580             MOVE 1 TO TS-EVENT-SEQ
002590             MOVE "N" TO WS-EVENT-DONE-SWITCH
002600             PERFORM 2261-ATTEMPT-EVENT-WRITE
002610                 UNTIL WS-EVENT-DONE.

002620         2261-ATTEMPT-EVENT-WRITE.
002630             MOVE WS-BUSINESS-DATE TO TS-EVENT-DATE
002640             MOVE FUNCTION CURRENT-DATE (9:8) TO TS-EVENT-TIME
002650             MOVE "FRAUDMNT" TO TS-PROGRAM-NAME
002660             MOVE SPACES TO TS-RUN-ID
002670             MOVE WS-EVENT-BATCH-ID TO TS-BATCH-ID
002680             MOVE WS-EVENT-CODE TO TS-EVENT-CODE
002690             MOVE WS-EVENT-REASON TO TS-REASON-CODE
002700             MOVE WS-EVENT-AMOUNT TO TS-AMOUNT
002710             MOVE WS-EVENT-CURRENCY TO TS-CURRENCY-CODE
002720             MOVE FDT-REVIEWER-ID TO TS-DECIDED-BY
002730             WRITE TRAN-STATUS-RECORD
002740                 INVALID KEY
002750                     IF TS-EVENT-SEQ >= 9999
002760                         DISPLAY "WARNING: STATUS EVENT SLOTS "
002770                             "EXHAUSTED FOR TRAN " TS-TRAN-ID
002780                         SET WS-EVENT-DONE TO TRUE
002790                     ELSE
002800                         ADD 1 TO TS-EVENT-SEQ
002810                     END-IF
002820                 NOT INVALID KEY
002830                     SET WS-EVENT-DONE TO TRUE
002840             END-WRITE.

002850         2280-POST-QUEUE-MOVEMENT.
002860*        ONE MOVEMENT ROW PER PROCESSING DATE - THE DAY'S
002870*        CLEARS AND DENIES BOTH TAKE THE ITEM OUT OF PENDING,
002880*        SO BOTH COUNT AS REMOVALS IN THE QBALRPT PROOF.
002890             MOVE WS-BUSINESS-DATE TO QM-MOVE-DATE
002900             MOVE "FRAUDMNT" TO QM-PROGRAM-NAME
002910             MOVE "F" TO QM-QUEUE-CODE
002920             READ QUEUE-MOVEMENT-FILE
002930                 INVALID KEY
002940                     MOVE WS-BUSINESS-DATE TO QM-MOVE-DATE
002950                     MOVE "FRAUDMNT" TO QM-PROGRAM-NAME
002960                     MOVE "F" TO QM-QUEUE-CODE
002970                     MOVE ZERO TO QM-ADDED-COUNT
002980                     MOVE ZERO TO QM-ADDED-VALUE
002990                     COMPUTE QM-REMOVED-COUNT =
003000                         WS-CLEARED-COUNT + WS-DENIED-COUNT
003010                     MOVE WS-REMOVED-BASE-TOT TO QM-REMOVED-VALUE
003020                     WRITE QUEUE-MOVEMENT-RECORD
003030                 NOT INVALID KEY
003040                     ADD WS-CLEARED-COUNT TO QM-REMOVED-COUNT
003050                     ADD WS-DENIED-COUNT TO QM-REMOVED-COUNT
003060                     ADD WS-REMOVED-BASE-TOT TO QM-REMOVED-VALUE
003070                     REWRITE QUEUE-MOVEMENT-RECORD
003080             END-READ.

003090         3000-FINALIZE.
003100             PERFORM 2280-POST-QUEUE-MOVEMENT
003110             PERFORM 3100-LIST-PENDING-REVIEWS
003120             DISPLAY "FRAUDMAINT: FEES CHARGED "
003130                 WS-FEE-CHARGED-COUNT
003140                 " VALUE " WS-FEE-CHARGED-TOTAL
003150             DISPLAY "FRAUDMAINT: CLEARED " WS-CLEARED-COUNT
003160                 " DENIED " WS-DENIED-COUNT
003170                 " FORWARDED " WS-FORWARDED-COUNT
003180                 " ERRORS " WS-ERROR-COUNT
003190                 " STILL PENDING " WS-PENDING-COUNT
003200             CLOSE FRAUD-DECISION-FILE
003210             CLOSE FRAUD-QUEUE-FILE
003220             CLOSE TRAN-OUT-FILE
003230             CLOSE APPROVER-MASTER-FILE
003240             IF WS-HIST-AVAILABLE
003250                 CLOSE TRAN-HISTORY-FILE
003260             END-IF
003270             CLOSE TRAN-STATUS-FILE
003280             CLOSE ACK-FILE
003290             CLOSE QUEUE-MOVEMENT-FILE
003300             CLOSE TRAN-ARCHIVE-FILE
003310             IF WS-FEES-ENABLED
003320                 CLOSE FEE-SCHEDULE-FILE
003330                 CLOSE FEE-REGISTER-FILE
003340             END-IF.
003350

003360         3100-LIST-PENDING-REVIEWS.
003370*        WORKLIST FOR THE NEXT REVIEW SESSION - EVERY ITEM STILL
003380*        PENDING, WITH THE RULES THAT PUT IT IN FRONT OF THE
003390*        REVIEWER WHERE IT WAS QUEUED ON SCORE.
003400             MOVE "N" TO WS-FRAUDQ-EOF-SWITCH
003410             MOVE LOW-VALUES TO FR-TRAN-ID
003420             START FRAUD-QUEUE-FILE KEY >= FR-TRAN-ID
003430                 INVALID KEY
003440                     SET WS-FRAUDQ-END TO TRUE
003450             END-START
003460             PERFORM UNTIL WS-FRAUDQ-END
003470                 READ FRAUD-QUEUE-FILE NEXT RECORD
003480                     AT END
003490                         SET WS-FRAUDQ-END TO TRUE
003500                     NOT AT END
003510                         IF FR-STATUS-PENDING
003520                             ADD 1 TO WS-PENDING-COUNT
003530                             PERFORM 2150-FORMAT-SCORE-TEXT
003540                             DISPLAY "PENDING REVIEW: TRAN "
003550                                 FR-TRAN-ID
003560                                 " TYPE " FR-TRAN-TYPE-CODE
003570                                 " BASE VALUE " FR-BASE-AMOUNT
003580                                 WS-SCORE-TEXT
003590                         END-IF
003600                 END-READ
003610             END-PERFORM.

003620         8800-GET-BUSINESS-DATE.
003630*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
003640*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
003650*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
003660*        BUSINESS DAY.
003670             OPEN INPUT PROCESS-DATE-FILE
003680             IF WS-PROCDATE-STATUS NOT = "00"
003690                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
003700                     WS-PROCDATE-STATUS
003710                 GO TO 9999-ABEND
003720             END-IF
003730             PERFORM 8810-READ-DATE-ROW
003740             CLOSE PROCESS-DATE-FILE.

003750         8810-READ-DATE-ROW.
003760             MOVE ZERO TO PD-KEY-DATE
003770             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
003780             READ PROCESS-DATE-FILE
003790                 INVALID KEY
003800                     DISPLAY "ERROR: NO BUSINESS DATE ON "
003810                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
003820                     GO TO 9999-ABEND
003830             END-READ
003840             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
003850             MOVE PD-PRIOR-BUSINESS-DATE
003860                 TO WS-PRIOR-BUSINESS-DATE.

003870         9999-ABEND.
003880             DISPLAY "FRAUDMAINT ABENDING"
003890             CLOSE FRAUD-DECISION-FILE
003900             CLOSE FRAUD-QUEUE-FILE
003910             CLOSE TRAN-OUT-FILE
003920             CLOSE APPROVER-MASTER-FILE
003930             CLOSE TRAN-HISTORY-FILE
003940             CLOSE TRAN-STATUS-FILE
003950             CLOSE ACK-FILE
003960             CLOSE QUEUE-MOVEMENT-FILE
003970             CLOSE TRAN-ARCHIVE-FILE
003980             CLOSE FEE-SCHEDULE-FILE
003990             CLOSE FEE-REGISTER-FILE
004000             STOP RUN.
