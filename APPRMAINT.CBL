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
000438         FD  APPROVAL-DECISION-FILE
000440             RECORDING MODE IS F.
000450         COPY APPRDEC.
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
000600             05  WS-APPRDEC-STATUS           PIC X(02) VALUE "00".
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
000860             STOP RUN.
000870
000880         1000-INITIALIZE.
000884             PERFORM 8800-GET-BUSINESS-DATE
000890             OPEN INPUT APPROVAL-DECISION-FILE
000900             IF WS-APPRDEC-STATUS NOT = "00"
000910                 DISPLAY "ERROR OPENING APPROVAL-DECISION-FILE STATUS="
001304                 GO TO 9999-ABEND
001305             END-IF

001306*        A MISSING FEE SCHEDULE IS NOT FATAL - NO FEES ARE CHARGED
001307*        ON WHAT IS RELEASED THIS RUN.
001308             MOVE "A" TO WS-FEE-ORIGIN
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
001335             READ APPROVAL-DECISION-FILE
001336                 AT END
001337                     SET WS-END-OF-FILE TO TRUE
001338             END-READ.
001339
001340         2000-PROCESS-DECISION.
001350             MOVE ADT-TRAN-ID TO PA-TRAN-ID
001360             READ APPROVAL-FILE
001920
001930         2110-RECORD-FIRST-APPROVAL.
001940             MOVE ADT-APPROVER-ID TO PA-FIRST-APPROVER-ID
001950             MOVE WS-BUSINESS-DATE TO PA-FIRST-APPROVAL-TS (1:8)
001955             MOVE FUNCTION CURRENT-DATE (9:6)
001957                 TO PA-FIRST-APPROVAL-TS (9:6)
001960             SET PA-AWAITING-SECOND TO TRUE
001970             REWRITE PENDING-APPROVAL-RECORD
001980             IF WS-APPRVQ-STATUS NOT = "00"
002110                     "TRAN " PA-TRAN-ID " APPROVER " ADT-APPROVER-ID
002120             ELSE
002130                 MOVE ADT-APPROVER-ID TO PA-SECOND-APPROVER-ID
002140                 MOVE WS-BUSINESS-DATE
002143                     TO PA-SECOND-APPROVAL-TS (1:8)
002146                 MOVE FUNCTION CURRENT-DATE (9:6)
002150                     TO PA-SECOND-APPROVAL-TS (9:6)
002160                 SET PA-FULLY-APPROVED TO TRUE
002170                 REWRITE PENDING-APPROVAL-RECORD
002180                 IF WS-APPRVQ-STATUS NOT = "00"
002244                 PERFORM 2260-WRITE-STATUS-EVENT
002245                 PERFORM 2270-WRITE-DISPOSITION-ACK
002246                 PERFORM 2140-ARCHIVE-FORWARDED
002247                 PERFORM 2300-CHARGE-TRANSACTION-FEE
002250                 DISPLAY "SECOND APPROVAL RECORDED - FORWARDED: "
002260                     "TRAN " PA-TRAN-ID " BY " ADT-APPROVER-ID
002270             END-IF.
002451             MOVE TRAN-ORIG-TRAN-ID TO TA-ORIG-TRAN-ID
002452             MOVE SPACES TO TA-RUN-ID
002453             MOVE WS-EVENT-BATCH-ID TO TA-BATCH-ID
002454             MOVE WS-BUSINESS-DATE TO TA-POSTING-DATE
002455             WRITE TRAN-ARCHIVE-RECORD
002456                 INVALID KEY
002457                     DISPLAY "WARNING: TRAN " TA-TRAN-ID
002458                         " ALREADY ON TRAN-ARCHIVE-FILE - "
002459                         "ARCHIVE ROW NOT REPLACED"
002461             END-WRITE.

002462         2300-CHARGE-TRANSACTION-FEE.
002463*        THE RELEASED DETAIL IS STILL IN TRAN-RECORD.  ITS FEE
002464*        UNDER THE SCHEDULE, IF ANY, GOES TO TRAN-OUT-FILE AND THE
002465*        ARCHIVE AS A LINKED RECORD OF ITS OWN (SOURCE "E") AND IS
002466*        LOGGED ON THE FEE REGISTER AGAINST THE ORIGINAL.
002467             IF WS-FEES-ENABLED
002468                 PERFORM 2310-CALCULATE-FEE
002469                 IF WS-FEE-AMOUNT > ZERO
002470                     PERFORM 2330-EMIT-FEE
002471                 END-IF
002472             END-IF.

002473         2310-CALCULATE-FEE.
002474*        FLAT AMOUNT PLUS PERCENTAGE OF THE TRANSACTION AMOUNT,
002475*        RAISED TO THE MINIMUM AND HELD TO THE MAXIMUM (A ZERO
002476*        MAXIMUM MEANS NO CAP).  NO ACTIVE ENTRY FOR THE TYPE
002477*        AND CURRENCY MEANS NO FEE.
002478             MOVE ZERO TO WS-FEE-AMOUNT
002479             MOVE TRAN-TYPE-CODE TO FS-TRAN-TYPE-CODE
002480             MOVE TRAN-CURRENCY-CODE TO FS-CURRENCY-CODE
002481             READ FEE-SCHEDULE-FILE
002482                 INVALID KEY
002483                     MOVE SPACE TO FS-STATUS
002484             END-READ
002485             IF FS-FEE-ACTIVE
002486                 COMPUTE WS-FEE-AMOUNT ROUNDED =
002487                     FS-FLAT-FEE
002488                         + (TRAN-AMOUNT * FS-PERCENT-RATE / 100)
002489                 IF WS-FEE-AMOUNT < FS-MINIMUM-FEE
002490                     MOVE FS-MINIMUM-FEE TO WS-FEE-AMOUNT
002491                 END-IF
002492                 IF FS-MAXIMUM-FEE > ZERO
002493                     AND WS-FEE-AMOUNT > FS-MAXIMUM-FEE
002494                     MOVE FS-MAXIMUM-FEE TO WS-FEE-AMOUNT
002495                 END-IF
002496             END-IF.

002497         2320-NEXT-FEE-TRAN-ID.
002498*        ISSUES THE NEXT FEE TRAN-ID FROM THIS PROGRAM'S SEQUENCE
002499*        ENTRY ON THE FEE REGISTER.  THE ENTRY IS REWRITTEN AT
002500*        ONCE SO A RERUN NEVER REISSUES A NUMBER.
002501             MOVE "N" TO WS-FEE-SEQ-FOUND-SWITCH
002502             MOVE WS-FEE-SEQ-KEY TO FG-ORIG-TRAN-ID
002503             READ FEE-REGISTER-FILE
002504                 INVALID KEY
002505                     CONTINUE
002506                 NOT INVALID KEY
002507                     SET WS-FEE-SEQ-FOUND TO TRUE
002508             END-READ
002509             IF WS-FEE-SEQ-FOUND
002510                 ADD 1 TO FG-LAST-SEQUENCE
002511                 REWRITE FEE-REGISTER-RECORD
002512             ELSE
002513                 MOVE SPACES TO FEE-REGISTER-RECORD
002514                 MOVE WS-FEE-SEQ-KEY TO FG-ORIG-TRAN-ID
002515                 MOVE 1 TO FG-LAST-SEQUENCE
002516                 WRITE FEE-REGISTER-RECORD
002517             END-IF
002518             IF WS-FEEREG-STATUS NOT = "00"
002519                 DISPLAY "ERROR UPDATING FEE SEQUENCE "
002520                     WS-FEE-SEQ-KEY " STATUS=" WS-FEEREG-STATUS
002521                 GO TO 9999-ABEND
002522             END-IF
002523             MOVE WS-FEE-ORIGIN TO WS-FEE-TRAN-ORIGIN
002524             MOVE FG-LAST-SEQUENCE TO WS-FEE-TRAN-SEQ.

002525         2330-EMIT-FEE.
002526*        THE REGISTER ENTRY IS WRITTEN FIRST - IF ONE IS ALREADY
002527*        THERE THE TRANSACTION HAS BEEN CHARGED BEFORE AND IS NOT
002528*        CHARGED AGAIN.
002529             MOVE TRAN-RECORD TO WS-FEE-HOLD-TRAN
002530             PERFORM 2320-NEXT-FEE-TRAN-ID
002531             MOVE SPACES TO FEE-REGISTER-RECORD
002532             MOVE TRAN-ID TO FG-ORIG-TRAN-ID
002533             MOVE WS-FEE-TRAN-ID TO FG-FEE-TRAN-ID
002534             MOVE TRAN-TYPE-CODE TO FG-TRAN-TYPE-CODE
002535             MOVE TRAN-CURRENCY-CODE TO FG-CURRENCY-CODE
002536             MOVE TRAN-ACCOUNT-ID TO FG-ACCOUNT-ID
002537             MOVE TRAN-AMOUNT TO FG-TRAN-AMOUNT
002538             MOVE WS-FEE-AMOUNT TO FG-FEE-AMOUNT
002539             MOVE WS-BUSINESS-DATE TO FG-CHARGE-DATE
002540             MOVE "APPRMNT" TO FG-CHARGED-BY
002541             SET FG-FEE-CHARGED TO TRUE
002542             MOVE ZERO TO FG-REVERSAL-DATE
002543             WRITE FEE-REGISTER-RECORD
002544                 INVALID KEY
002545                     DISPLAY "WARNING: FEE ALREADY CHARGED ON "
002546                         "TRAN " TRAN-ID " - NOT CHARGED AGAIN"
002547                 NOT INVALID KEY
002548                     MOVE WS-FEE-TRAN-ID TO TRAN-ID
002549                     MOVE WS-FEE-AMOUNT TO TRAN-AMOUNT
002550                     MOVE SPACES TO TRAN-APPROVER-ID
002551                     SET TRAN-SRC-FEE TO TRUE
002552                     MOVE FG-ORIG-TRAN-ID TO TRAN-ORIG-TRAN-ID
002553                     WRITE TRAN-OUT-REC FROM TRAN-RECORD
002554                     PERFORM 2140-ARCHIVE-FORWARDED
002555                     ADD 1 TO WS-FEE-CHARGED-COUNT
002556                     ADD WS-FEE-AMOUNT TO WS-FEE-CHARGED-TOTAL
002557             END-WRITE
002558             MOVE WS-FEE-HOLD-TRAN TO TRAN-RECORD.
002560
002570         2250-SET-ITEM-EVENT.
002580*        COMMON FIELDS FOR A STATUS EVENT CUT FROM THE QUEUE
002590*        ITEM IN HAND.  THE ORIGINATING BATCH COMES OFF THE
002600*        TRAN-ID HISTORY ROW WHEN THE FILE IS AVAILABLE.
002610             MOVE PA-TRAN-ID TO WS-EVENT-TRAN-ID
002620             MOVE PA-AMOUNT TO WS-EVENT-AMOUNT
002630             MOVE PA-CURRENCY-CODE TO WS-EVENT-CURRENCY
002640             MOVE SPACES TO WS-EVENT-BATCH-ID
002650             IF WS-HIST-AVAILABLE
002660                 MOVE PA-TRAN-ID TO TH-TRAN-ID
002670                 READ TRAN-HISTORY-FILE
002680                     INVALID KEY
002690                         CONTINUE
002700                     NOT INVALID KEY
002710                         MOVE TH-BATCH-ID TO WS-EVENT-BATCH-ID
002720                 END-READ
002730             END-IF.

002740         2270-WRITE-DISPOSITION-ACK.
002750*        ONE ACKNOWLEDGMENT ROW PER COMPLETED SIGN-OFF, KEYED BY
002760*        THE ORIGINATING BATCH, SO THE SOURCE SYSTEM LEARNS THE
002770*        FINAL CALL ON AN ITEM TXNVAL ACKNOWLEDGED AS PENDING.
002780             MOVE SPACES TO DISPOSITION-ACK-RECORD
002790             MOVE WS-EVENT-BATCH-ID TO AK-BATCH-ID
002800             MOVE WS-EVENT-TRAN-ID TO AK-TRAN-ID
002810             MOVE WS-EVENT-CODE TO AK-DISPOSITION
002820             MOVE WS-EVENT-REASON TO AK-REASON-CODE
002830             MOVE "APPRMAIN" TO AK-PROGRAM-NAME
002840             MOVE WS-BUSINESS-DATE TO AK-PROCESS-DATE
002850             MOVE FUNCTION CURRENT-DATE (9:8) TO AK-PROCESS-TIME
002860             WRITE DISPOSITION-ACK-RECORD.

002870         2260-WRITE-STATUS-EVENT.
002880*        THE EVENT SEQUENCE IS NOT CARRIED ANYWHERE - THE WRITER
002890*        PROBES FORWARD FROM 1 UNTIL THE WRITE LANDS ON A FREE
002900*        SLOT FOR THE TRAN-ID.
002910             MOVE WS-EVENT-TRAN-ID TO TS-TRAN-ID
002920             MOVE 1 TO TS-EVENT-SEQ
002930             MOVE "N" TO WS-EVENT-DONE-SWITCH
002940             PERFORM 2261-ATTEMPT-EVENT-WRITE
002950                 UNTIL WS-EVENT-DONE.

002960         2261-ATTEMPT-EVENT-WRITE.
002970             MOVE WS-BUSINESS-DATE TO TS-EVENT-DATE
002980             MOVE FUNCTION CURRENT-DATE (9:8) TO TS-EVENT-TIME
002990             MOVE "APPRMAIN" TO TS-PROGRAM-NAME
003000             MOVE SPACES TO TS-RUN-ID
003010             MOVE WS-EVENT-BATCH-ID TO TS-BATCH-ID
003020             MOVE WS-EVENT-CODE TO TS-EVENT-CODE
003030             MOVE WS-EVENT-REASON TO TS-REASON-CODE
003040             MOVE WS-EVENT-AMOUNT TO TS-AMOUNT
003050             MOVE WS-EVENT-CURRENCY TO TS-CURRENCY-CODE
003060             MOVE ADT-APPROVER-ID TO TS-DECIDED-BY
003070             WRITE TRAN-STATUS-RECORD
003080                 INVALID KEY
003090                     IF TS-EVENT-SEQ >= 9999
003100                         DISPLAY "WARNING: STATUS EVENT SLOTS "
003110                             "EXHAUSTED FOR TRAN " TS-TRAN-ID
003120                         SET WS-EVENT-DONE TO TRUE
003130                     ELSE
003140                         ADD 1 TO TS-EVENT-SEQ
003150                     END-IF
003160                 NOT INVALID KEY
003170                     SET WS-EVENT-DONE TO TRUE
003180             END-WRITE.

003190         2280-POST-QUEUE-MOVEMENT.
003200*        ONE MOVEMENT ROW PER PROCESSING DATE.  ONLY A COMPLETED
003210*        SECOND SIGN-OFF TAKES THE ITEM OUT OF PENDING - FIRST
003220*        APPROVALS LEAVE IT ON THE QUEUE.
003230             MOVE WS-BUSINESS-DATE TO QM-MOVE-DATE
003240             MOVE "APPRMAIN" TO QM-PROGRAM-NAME
003250             MOVE "A" TO QM-QUEUE-CODE
003260             READ QUEUE-MOVEMENT-FILE
003270                 INVALID KEY
003280                     MOVE WS-BUSINESS-DATE TO QM-MOVE-DATE
003290                     MOVE "APPRMAIN" TO QM-PROGRAM-NAME
003300                     MOVE "A" TO QM-QUEUE-CODE
003310                     MOVE ZERO TO QM-ADDED-COUNT
003320                     MOVE ZERO TO QM-ADDED-VALUE
003330                     MOVE WS-SECOND-APPROVED-COUNT
003340                         TO QM-REMOVED-COUNT
003350                     MOVE WS-REMOVED-BASE-TOT TO QM-REMOVED-VALUE
003360                     WRITE QUEUE-MOVEMENT-RECORD
003370                 NOT INVALID KEY
003380                     ADD WS-SECOND-APPROVED-COUNT
003390                         TO QM-REMOVED-COUNT
003400                     ADD WS-REMOVED-BASE-TOT TO QM-REMOVED-VALUE
003410                     REWRITE QUEUE-MOVEMENT-RECORD
003420             END-READ.

003430         3000-FINALIZE.
003440             PERFORM 2280-POST-QUEUE-MOVEMENT
003450             DISPLAY "APPRMAINT: FEES CHARGED "
003460                 WS-FEE-CHARGED-COUNT
003470                 " VALUE " WS-FEE-CHARGED-TOTAL
003480             DISPLAY "APPRMAINT: FIRST-APPROVALS " WS-FIRST-APPROVED-COUNT
003490                 " SECOND-APPROVALS " WS-SECOND-APPROVED-COUNT
003500                 " FORWARDED " WS-FORWARDED-COUNT
003510                 " ERRORS " WS-ERROR-COUNT
003520             CLOSE APPROVAL-DECISION-FILE
003530             CLOSE APPROVAL-FILE
003540             CLOSE TRAN-OUT-FILE
003550             CLOSE APPROVER-MASTER-FILE
003560             IF WS-HIST-AVAILABLE
003570                 CLOSE TRAN-HISTORY-FILE
003580             END-IF
003590             CLOSE TRAN-STATUS-FILE
003600             CLOSE ACK-FILE
003610             CLOSE QUEUE-MOVEMENT-FILE
003620             CLOSE TRAN-ARCHIVE-FILE
003630             IF WS-FEES-ENABLED
003640                 CLOSE FEE-SCHEDULE-FILE
003650                 CLOSE FEE-REGISTER-FILE
003660             END-IF.
003670

003680         8800-GET-BUSINESS-DATE.
003690*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
003700*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
003710*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
003720*        BUSINESS DAY.
003730             OPEN INPUT PROCESS-DATE-FILE
003740             IF WS-PROCDATE-STATUS NOT = "00"
003750                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
003760                     WS-PROCDATE-STATUS
003770                 GO TO 9999-ABEND
003780             END-IF
003790             PERFORM 8810-READ-DATE-ROW
003800             CLOSE PROCESS-DATE-FILE.

003810         8810-READ-DATE-ROW.
003820             MOVE ZERO TO PD-KEY-DATE
003830             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
003840             READ PROCESS-DATE-FILE
003850                 INVALID KEY
003860                     DISPLAY "ERROR: NO BUSINESS DATE ON "
003870                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
003880                     GO TO 9999-ABEND
003890             END-READ
003900             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
003910             MOVE PD-PRIOR-BUSINESS-DATE
003920                 TO WS-PRIOR-BUSINESS-DATE.
003930         9999-ABEND.
003940             DISPLAY "APPRMAINT ABENDING"
003950             CLOSE APPROVAL-DECISION-FILE
003960             CLOSE APPROVAL-FILE
003970             CLOSE TRAN-OUT-FILE
003980             CLOSE APPROVER-MASTER-FILE
003990             CLOSE TRAN-HISTORY-FILE
004000             CLOSE TRAN-STATUS-FILE
004010             CLOSE ACK-FILE
004020             CLOSE QUEUE-MOVEMENT-FILE
004030             CLOSE TRAN-ARCHIVE-FILE
004040             CLOSE FEE-SCHEDULE-FILE
004050             CLOSE FEE-REGISTER-FILE
004060             STOP RUN.
