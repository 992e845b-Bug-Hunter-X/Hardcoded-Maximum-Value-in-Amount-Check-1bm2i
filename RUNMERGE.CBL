000130* DATASETS READ HERE (TRANOT01.., TRANRJ01.., AMTEXC01..,
000140* DISPAK01.., CMPEXT01.., CMPRPT01..).  THE STREAM COUNT
000150* ARRIVES AS A 1-DIGIT PARM; BLANK OR INVALID FALLS BACK TO 4.
000151* ACCTAGG RUNS NEXT, BEFORE GLEXTRCT, TO CHECK ACCOUNT DAILY
000152* AGGREGATES AND THE COMPLIANCE THRESHOLD ACROSS THE STREAMS.
000160*****************************************************************
000170 IDENTIFICATION DIVISION.
000180         PROGRAM-ID. RUNMERGE.
001220                 ORGANIZATION IS SEQUENTIAL
001230                 FILE STATUS IS WS-RUNMRPT-STATUS.

001231             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
001232                 ORGANIZATION IS INDEXED
001233                 ACCESS MODE IS DYNAMIC
001234                 RECORD KEY IS PD-CONTROL-KEY
001235                 FILE STATUS IS WS-PROCDATE-STATUS.

001240         DATA DIVISION.
001250         FILE SECTION.
001260         FD  STREAM-TRANOUT-1
002200             RECORDING MODE IS F.
002210         01  MERGE-RPT-LINE                  PIC X(132).

002212         FD  PROCESS-DATE-FILE
002214             RECORDING MODE IS F.
002216         COPY PROCDATE.

002220         WORKING-STORAGE SECTION.
002230         01  WS-FILE-STATUSES.
002240             05  WS-TRANOT01-STATUS          PIC X(02) VALUE "00".
002530             05  WS-CMPRPT-STATUS            PIC X(02) VALUE "00".
002540             05  WS-RUNSTAT-STATUS           PIC X(02) VALUE "00".
002550             05  WS-RUNMRPT-STATUS           PIC X(02) VALUE "00".
002554             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

002556         COPY PROCDTWS.

002560         01  WS-SWITCHES.
002570             05  WS-COPY-EOF-SWITCH          PIC X(01) VALUE "N".
003260                 UNTIL WS-STATS-END-OF-FILE
003270             PERFORM 4000-CONSOLIDATE-RUN-STATS
003280             PERFORM 5000-FINALIZE
003284             PERFORM 8950-COMPLETE-PROCESS-STEP
003290             STOP RUN.

003300         1000-INITIALIZE.
003350             ELSE
003360                 MOVE WS-DEFAULT-STREAM-COUNT TO WS-STREAM-COUNT
003370             END-IF
003372             MOVE "RUNMERGE" TO WS-STEP-NAME
003374             MOVE "RUNMERGE" TO WS-STEP-SCHEDULE-NAME
003376             PERFORM 8900-START-PROCESS-STEP
003380             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
003390             DISPLAY "RUNMERGE: CONSOLIDATING " WS-STREAM-COUNT
003400                 " STREAMS"
003410             INITIALIZE WS-STREAM-STATS
010610             CLOSE RUN-STATS-FILE
010620             CLOSE MERGE-RPT-FILE.

010621         8900-START-PROCESS-STEP.
010622*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
010623*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
010624*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
010625*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
010626*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
010627*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
010628*        START STAMP REPLACED.
010629             OPEN I-O PROCESS-DATE-FILE
010630             IF WS-PROCDATE-STATUS NOT = "00"
010631                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
010632                     WS-PROCDATE-STATUS
010633                 GO TO 9999-ABEND
010634             END-IF
010635             PERFORM 8810-READ-DATE-ROW

010636             MOVE "N" TO WS-STEP-REFUSED-SWITCH
010637             PERFORM 8910-CHECK-STEP-SCHEDULE
010638                 VARYING WS-SCHED-SUB FROM 1 BY 1
010639                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
010640*        RUNMERGE ALSO WAITS ON EVERY TXNVAL STREAM IT IS TOLD
010641*        TO CONSOLIDATE - THE STREAM COUNT IS A PARM, NOT A
010642*        SCHEDULE ENTRY.
010643             PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
010644                     UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
010645                 MOVE "TXNVAL" TO WS-STREAM-RUN-ID
010646                 MOVE WS-STREAM-SUB TO WS-STREAM-RUN-SEQ
010647                 MOVE WS-STREAM-RUN-ID TO WS-PREREQ-STEP
010648                 PERFORM 8930-TEST-PREREQ-STEP
010649             END-PERFORM
010650             IF WS-STEP-REFUSED
010651                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
010652                     "BUSINESS DATE " WS-BUSINESS-DATE
010653                 GO TO 9999-ABEND
010654             END-IF

010655             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
010656             MOVE WS-STEP-NAME TO PD-KEY-STEP
010657             READ PROCESS-DATE-FILE
010658                 INVALID KEY
010659                     MOVE "N" TO WS-STEP-ROW-SWITCH
010660                 NOT INVALID KEY
010661                     SET WS-STEP-ROW-EXISTS TO TRUE
010662             END-READ
010663             IF WS-STEP-ROW-EXISTS
010664                 IF PD-STEP-COMPLETED
010665                     DISPLAY "ERROR: STEP " WS-STEP-NAME
010666                         " ALREADY COMPLETED FOR BUSINESS DATE "
010667                         WS-BUSINESS-DATE
010668                     GO TO 9999-ABEND
010669                 END-IF
010670                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
010671                     "STARTED " PD-STEP-START-TS
010672             ELSE
010673                 MOVE SPACES TO PD-STEP-DATA
010674                 MOVE ZERO TO PD-STEP-END-TS
010675                 MOVE ZERO TO PD-STEP-RUN-COUNT
010676             END-IF
010677             SET PD-STEP-STARTED TO TRUE
010678             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
010679             ADD 1 TO PD-STEP-RUN-COUNT
010680             IF WS-STEP-ROW-EXISTS
010681                 REWRITE PROCESS-DATE-RECORD
010682             ELSE
010683                 WRITE PROCESS-DATE-RECORD
010684             END-IF
010685             IF WS-PROCDATE-STATUS NOT = "00"
010686                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
010687                     " STATUS=" WS-PROCDATE-STATUS
010688                 GO TO 9999-ABEND
010689             END-IF
010690             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
010691                 "DATE " WS-BUSINESS-DATE.

010692         8810-READ-DATE-ROW.
010693             MOVE ZERO TO PD-KEY-DATE
010694             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
010695             READ PROCESS-DATE-FILE
010696                 INVALID KEY
010697                     DISPLAY "ERROR: NO BUSINESS DATE ON "
010698                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
010699                     GO TO 9999-ABEND
010700             END-READ
010701             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
010702             MOVE PD-PRIOR-BUSINESS-DATE
010703                 TO WS-PRIOR-BUSINESS-DATE.

010704         8910-CHECK-STEP-SCHEDULE.
010705             IF WS-SCHED-STEP (WS-SCHED-SUB)
010706                     = WS-STEP-SCHEDULE-NAME
010707                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
010708                     VARYING WS-PREREQ-SUB FROM 1 BY 1
010709                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
010710             END-IF.

010711         8920-CHECK-SCHEDULED-PREREQ.
010712             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
010713                 TO WS-PREREQ-STEP
010714             IF WS-PREREQ-STEP NOT = SPACES
010715                 PERFORM 8930-TEST-PREREQ-STEP
010716             END-IF.

010717         8930-TEST-PREREQ-STEP.
010718             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
010719             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
010720             READ PROCESS-DATE-FILE
010721                 INVALID KEY
010722                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
010723                         WS-PREREQ-STEP " - NOT RUN FOR "
010724                         "BUSINESS DATE " WS-BUSINESS-DATE
010725                     SET WS-STEP-REFUSED TO TRUE
010726                 NOT INVALID KEY
010727                     IF NOT PD-STEP-COMPLETED
010728                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
010729                             WS-PREREQ-STEP " - NOT COMPLETED "
010730                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
010731                         SET WS-STEP-REFUSED TO TRUE
010732                     END-IF
010733             END-READ.

010734         8950-COMPLETE-PROCESS-STEP.
010735*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
010736*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
010737*        AND THE STEPS WAITING ON IT STAY HELD.
010738             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
010739             MOVE WS-STEP-NAME TO PD-KEY-STEP
010740             READ PROCESS-DATE-FILE
010741                 INVALID KEY
010742                     DISPLAY "ERROR: STEP " WS-STEP-NAME
010743                         " MISSING FROM PROCESS-DATE-FILE"
010744                     GO TO 9999-ABEND
010745             END-READ
010746             SET PD-STEP-COMPLETED TO TRUE
010747             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
010748             REWRITE PROCESS-DATE-RECORD
010749             IF WS-PROCDATE-STATUS NOT = "00"
010750                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
010751                     " STATUS=" WS-PROCDATE-STATUS
010752                 GO TO 9999-ABEND
010753             END-IF
010754             CLOSE PROCESS-DATE-FILE.

010760         9999-ABEND.
010770             DISPLAY "RUNMERGE ABENDING"
010780             CLOSE TRAN-OUT-FILE
010790             CLOSE REJECT-FILE
010800             CLOSE EXCEPTION-RPT-FILE
010810             CLOSE ACK-FILE
010820             CLOSE COMPLIANCE-EXTRACT-FILE
010830             CLOSE COMPLIANCE-RPT-FILE
010840             CLOSE RUN-STATS-FILE
010850             CLOSE MERGE-RPT-FILE
010860             CLOSE PROCESS-DATE-FILE
010870             STOP RUN.
