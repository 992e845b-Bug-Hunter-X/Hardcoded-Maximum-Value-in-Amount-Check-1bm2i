000429                 RECORD KEY IS QM-MOVE-KEY
000431                 FILE STATUS IS WS-QMOVMNT-STATUS.

000432             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000433                 ORGANIZATION IS INDEXED
000434                 ACCESS MODE IS DYNAMIC
000435                 RECORD KEY IS PD-CONTROL-KEY
000436                 FILE STATUS IS WS-PROCDATE-STATUS.

000438         DATA DIVISION.
000440         FILE SECTION.
000450         FD  FRAUD-QUEUE-FILE
000460             RECORDING MODE IS F.
000595             RECORDING MODE IS F.
000596         COPY QMOVREC.

000597         FD  PROCESS-DATE-FILE
000598             RECORDING MODE IS F.
000599         COPY PROCDATE.

000600         WORKING-STORAGE SECTION.
000610         01  WS-FILE-STATUSES.
000620             05  WS-FRAUDQ-STATUS            PIC X(02) VALUE "00".
000660             05  WS-TRANHIST-STATUS          PIC X(02) VALUE "00".
000661             05  WS-TRNSTAT-STATUS           PIC X(02) VALUE "00".
000662             05  WS-QMOVMNT-STATUS           PIC X(02) VALUE "00".
000665             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000667         COPY PROCDTWS.

000670         01  WS-SWITCHES.
000680             05  WS-FRAUD-EOF-SWITCH         PIC X(01) VALUE "N".
001060             05  FILLER                      PIC X(10) VALUE "4-7 DAYS".
001070             05  FILLER                      PIC X(10) VALUE "8+ DAYS".
001080         01  WS-BUCKET-LABELS-R REDEFINES WS-BUCKET-LABELS.
001083             05  WS-BUCKET-LABEL OCCURS 4 TIMES
001087                                             PIC X(10).

001091*        HAND-OFF FIELDS FOR THE QUEUE MOVEMENT WRITER.
001092         01  WS-QM-POST-FIELDS.
001380             PERFORM 2500-AGE-APPROVAL-QUEUE
001390                 UNTIL WS-APPR-END-OF-FILE
001400             PERFORM 3000-FINALIZE
001404             PERFORM 8950-COMPLETE-PROCESS-STEP
001410             STOP RUN.

001420         1000-INITIALIZE.
001600                 MOVE WS-DEFAULT-EXPIRE-DAYS TO WS-EXPIRE-DAYS
001610             END-IF

001612             MOVE "QUEMAINT" TO WS-STEP-NAME
001614             MOVE "QUEMAINT" TO WS-STEP-SCHEDULE-NAME
001616             PERFORM 8900-START-PROCESS-STEP
001620             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
001630             COMPUTE WS-TODAY-INTEGER =
001640                 FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

001950             ELSE
001960                 DISPLAY "WARNING: TRAN-HISTORY-FILE NOT AVAILABLE "
001970                     "STATUS=" WS-TRANHIST-STATUS
001973                     " - EXPIRED IDS STAY BLOCKED FOR RESUBMISSION"
001977             END-IF

001981             OPEN I-O QUEUE-MOVEMENT-FILE
001982             IF WS-QMOVMNT-STATUS = "35"
001987             IF WS-QMOVMNT-STATUS NOT = "00"
001988                 DISPLAY "ERROR OPENING QUEUE-MOVEMENT-FILE "
001989                     "STATUS=" WS-QMOVMNT-STATUS
001990                 GO TO 9999-ABEND
001991             END-IF

001992             OPEN I-O TRAN-STATUS-FILE
001993             IF WS-TRNSTAT-STATUS = "35"
001994                 OPEN OUTPUT TRAN-STATUS-FILE
001995                 CLOSE TRAN-STATUS-FILE
001996                 OPEN I-O TRAN-STATUS-FILE
001997             END-IF
001998             IF WS-TRNSTAT-STATUS NOT = "00"
001999                 DISPLAY "ERROR OPENING TRAN-STATUS-FILE STATUS="
002000                     WS-TRNSTAT-STATUS
002001                 GO TO 9999-ABEND
002002             END-IF

002006             OPEN OUTPUT QUEUE-RPT-FILE
002010             IF WS-QAGERPT-STATUS NOT = "00"
002020                 DISPLAY "ERROR OPENING QUEUE-RPT-FILE STATUS="
002030                     WS-QAGERPT-STATUS
003139                 UNTIL WS-EVENT-DONE.

003141         2861-ATTEMPT-EVENT-WRITE.
003142             MOVE WS-BUSINESS-DATE TO TS-EVENT-DATE
003143             MOVE FUNCTION CURRENT-DATE (9:8) TO TS-EVENT-TIME
003144             MOVE "QUEMAINT" TO TS-PROGRAM-NAME
003145             MOVE SPACES TO TS-RUN-ID
003147             MOVE WS-EVENT-CODE TO TS-EVENT-CODE
003148             MOVE WS-EVENT-REASON TO TS-REASON-CODE
003149             MOVE WS-EVENT-AMOUNT TO TS-AMOUNT
003150             MOVE WS-EVENT-CURRENCY TO TS-CURRENCY-CODE
003151             MOVE SPACES TO TS-DECIDED-BY
003152             WRITE TRAN-STATUS-RECORD
003153                 INVALID KEY
003154                     IF TS-EVENT-SEQ >= 9999
003163                     SET WS-EVENT-DONE TO TRUE
003164             END-WRITE.

003165         2300-ESCALATE-FRAUD-ITEM.
003167             MOVE SPACES TO QUEUE-RPT-LINE
003168             STRING "ESCALATE FRAUD REVIEW - TRAN " FR-TRAN-ID
003170                     " TYPE " FR-TRAN-TYPE-CODE
003180                     " BASE VALUE " FR-BASE-AMOUNT
003190                     " PENDING " WS-AGE-DAYS
003840             STRING "ESCALATE DUAL APPROVAL - TRAN " PA-TRAN-ID
003850                     " TYPE " PA-TRAN-TYPE-CODE
003860                     " BASE VALUE " PA-BASE-AMOUNT
003861                     " PENDING " WS-AGE-DAYS
003863                     " DAYS IN STATUS " PA-APPROVAL-STATUS
003865                 DELIMITED BY SIZE INTO QUEUE-RPT-LINE
003867             WRITE QUEUE-RPT-LINE
003869             ADD 1 TO WS-ESCALATED-COUNT.

003871         2900-POST-QUEUE-MOVEMENTS.
003872*        ONE MOVEMENT ROW PER QUEUE PER PROCESSING DATE - AN
004270                 WRITE QUEUE-RPT-LINE FROM WS-QRPT-BUCKET-LINE
004280             END-PERFORM.

004281         8900-START-PROCESS-STEP.
004282*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
004283*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
004284*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
004285*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
004286*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
004287*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
004288*        START STAMP REPLACED.
004289             OPEN I-O PROCESS-DATE-FILE
004290             IF WS-PROCDATE-STATUS NOT = "00"
004291                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
004292                     WS-PROCDATE-STATUS
004293                 GO TO 9999-ABEND
004294             END-IF
004295             PERFORM 8810-READ-DATE-ROW

004296             MOVE "N" TO WS-STEP-REFUSED-SWITCH
004297             PERFORM 8910-CHECK-STEP-SCHEDULE
004298                 VARYING WS-SCHED-SUB FROM 1 BY 1
004299                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
004300             IF WS-STEP-REFUSED
004301                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
004302                     "BUSINESS DATE " WS-BUSINESS-DATE
004303                 GO TO 9999-ABEND
004304             END-IF

004305             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
004306             MOVE WS-STEP-NAME TO PD-KEY-STEP
004307             READ PROCESS-DATE-FILE
004308                 INVALID KEY
004309                     MOVE "N" TO WS-STEP-ROW-SWITCH
004310                 NOT INVALID KEY
004311                     SET WS-STEP-ROW-EXISTS TO TRUE
004312             END-READ
004313             IF WS-STEP-ROW-EXISTS
004314                 IF PD-STEP-COMPLETED
004315                     DISPLAY "ERROR: STEP " WS-STEP-NAME
004316                         " ALREADY COMPLETED FOR BUSINESS DATE "
004317                         WS-BUSINESS-DATE
004318                     GO TO 9999-ABEND
004319                 END-IF
004320                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
004321                     "STARTED " PD-STEP-START-TS
004322             ELSE
004323                 MOVE SPACES TO PD-STEP-DATA
004324                 MOVE ZERO TO PD-STEP-END-TS
004325                 MOVE ZERO TO PD-STEP-RUN-COUNT
004326             END-IF
004327             SET PD-STEP-STARTED TO TRUE
004328             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
004329             ADD 1 TO PD-STEP-RUN-COUNT
004330             IF WS-STEP-ROW-EXISTS
004331                 REWRITE PROCESS-DATE-RECORD
004332             ELSE
004333                 WRITE PROCESS-DATE-RECORD
004334             END-IF
004335             IF WS-PROCDATE-STATUS NOT = "00"
004336                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
004337                     " STATUS=" WS-PROCDATE-STATUS
004338                 GO TO 9999-ABEND
004339             END-IF
004340             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
004341                 "DATE " WS-BUSINESS-DATE.

004342         8810-READ-DATE-ROW.
004343             MOVE ZERO TO PD-KEY-DATE
004344             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
004345             READ PROCESS-DATE-FILE
004346                 INVALID KEY
004347                     DISPLAY "ERROR: NO BUSINESS DATE ON "
004348                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
004349                     GO TO 9999-ABEND
004350             END-READ
004351             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
004352             MOVE PD-PRIOR-BUSINESS-DATE
004353                 TO WS-PRIOR-BUSINESS-DATE.

004354         8910-CHECK-STEP-SCHEDULE.
004355             IF WS-SCHED-STEP (WS-SCHED-SUB)
004356                     = WS-STEP-SCHEDULE-NAME
004357                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
004358                     VARYING WS-PREREQ-SUB FROM 1 BY 1
004359                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
004360             END-IF.

004361         8920-CHECK-SCHEDULED-PREREQ.
004362             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
004363                 TO WS-PREREQ-STEP
004364             IF WS-PREREQ-STEP NOT = SPACES
004365                 PERFORM 8930-TEST-PREREQ-STEP
004366             END-IF.

004367         8930-TEST-PREREQ-STEP.
004368             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
004369             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
004370             READ PROCESS-DATE-FILE
004371                 INVALID KEY
004372                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
004373                         WS-PREREQ-STEP " - NOT RUN FOR "
004374                         "BUSINESS DATE " WS-BUSINESS-DATE
004375                     SET WS-STEP-REFUSED TO TRUE
004376                 NOT INVALID KEY
004377                     IF NOT PD-STEP-COMPLETED
004378                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
004379                             WS-PREREQ-STEP " - NOT COMPLETED "
004380                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
004381                         SET WS-STEP-REFUSED TO TRUE
004382                     END-IF
004383             END-READ.

004384         8950-COMPLETE-PROCESS-STEP.
004385*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
004386*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
004387*        AND THE STEPS WAITING ON IT STAY HELD.
004388             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
004389             MOVE WS-STEP-NAME TO PD-KEY-STEP
004390             READ PROCESS-DATE-FILE
004391                 INVALID KEY
004392                     DISPLAY "ERROR: STEP " WS-STEP-NAME
004393                         " MISSING FROM PROCESS-DATE-FILE"
004394                     GO TO 9999-ABEND
004395             END-READ
004396             SET PD-STEP-COMPLETED TO TRUE
004397             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
004398             REWRITE PROCESS-DATE-RECORD
004399             IF WS-PROCDATE-STATUS NOT = "00"
004400                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
004401                     " STATUS=" WS-PROCDATE-STATUS
004402                 GO TO 9999-ABEND
004403             END-IF
004404             CLOSE PROCESS-DATE-FILE.

004410         9999-ABEND.
004420             DISPLAY "QUEMAINT ABENDING"
004430             CLOSE FRAUD-QUEUE-FILE
004440             CLOSE APPROVAL-FILE
004450             CLOSE REJECT-FILE
004460             CLOSE TRAN-HISTORY-FILE
004470             CLOSE TRAN-STATUS-FILE
004480             CLOSE QUEUE-MOVEMENT-FILE
004490             CLOSE QUEUE-RPT-FILE
004500             CLOSE PROCESS-DATE-FILE
004510             STOP RUN.
