000360                 ORGANIZATION IS SEQUENTIAL
000370                 FILE STATUS IS WS-RATERPT-STATUS.

000371             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000372                 ORGANIZATION IS INDEXED
000373                 ACCESS MODE IS DYNAMIC
000374                 RECORD KEY IS PD-CONTROL-KEY
000375                 FILE STATUS IS WS-PROCDATE-STATUS.

000380         DATA DIVISION.
000390         FILE SECTION.
000400         FD  RATE-FEED-FILE
000500             RECORDING MODE IS F.
000510         01  RATE-RPT-LINE                   PIC X(132).

000512         FD  PROCESS-DATE-FILE
000514             RECORDING MODE IS F.
000516         COPY PROCDATE.

000520         WORKING-STORAGE SECTION.
000530         01  WS-FILE-STATUSES.
000540             05  WS-RATEFEED-STATUS          PIC X(02) VALUE "00".
000550             05  WS-CURRPRM-STATUS           PIC X(02) VALUE "00".
000560             05  WS-RATEHIST-STATUS          PIC X(02) VALUE "00".
000570             05  WS-RATERPT-STATUS           PIC X(02) VALUE "00".
000574             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000576         COPY PROCDTWS.

000580         01  WS-SWITCHES.
000590             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000800             PERFORM 2000-PROCESS-FEED
000810                 UNTIL WS-END-OF-FILE
000820             PERFORM 3000-FINALIZE
000824             PERFORM 8950-COMPLETE-PROCESS-STEP
000830             STOP RUN.

000840         1000-INITIALIZE.
000910             IF WS-TOLERANCE-PCT = ZERO
000920                 MOVE WS-DEFAULT-TOLERANCE-PCT TO WS-TOLERANCE-PCT
000930             END-IF
000932             MOVE "RATELOAD" TO WS-STEP-NAME
000934             MOVE "RATELOAD" TO WS-STEP-SCHEDULE-NAME
000936             PERFORM 8900-START-PROCESS-STEP
000940             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
000950             DISPLAY "RATELOAD: TOLERANCE " WS-TOLERANCE-PCT
000960                 " PERCENT"

002800             CLOSE RATE-HISTORY-FILE
002810             CLOSE RATE-RPT-FILE.

002811         8900-START-PROCESS-STEP.
002812*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
002813*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
002814*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
002815*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
002816*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
002817*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
002818*        START STAMP REPLACED.
002819             OPEN I-O PROCESS-DATE-FILE
002820             IF WS-PROCDATE-STATUS NOT = "00"
002821                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002822                     WS-PROCDATE-STATUS
002823                 GO TO 9999-ABEND
002824             END-IF
002825             PERFORM 8810-READ-DATE-ROW

002826             MOVE "N" TO WS-STEP-REFUSED-SWITCH
002827             PERFORM 8910-CHECK-STEP-SCHEDULE
002828                 VARYING WS-SCHED-SUB FROM 1 BY 1
002829                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
002830             IF WS-STEP-REFUSED
002831                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
002832                     "BUSINESS DATE " WS-BUSINESS-DATE
002833                 GO TO 9999-ABEND
002834             END-IF

002835             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002836             MOVE WS-STEP-NAME TO PD-KEY-STEP
002837             READ PROCESS-DATE-FILE
002838                 INVALID KEY
002839                     MOVE "N" TO WS-STEP-ROW-SWITCH
002840                 NOT INVALID KEY
002841                     SET WS-STEP-ROW-EXISTS TO TRUE
002842             END-READ
002843             IF WS-STEP-ROW-EXISTS
002844                 IF PD-STEP-COMPLETED
002845                     DISPLAY "ERROR: STEP " WS-STEP-NAME
002846                         " ALREADY COMPLETED FOR BUSINESS DATE "
002847                         WS-BUSINESS-DATE
002848                     GO TO 9999-ABEND
002849                 END-IF
002850                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
002851                     "STARTED " PD-STEP-START-TS
002852             ELSE
002853                 MOVE SPACES TO PD-STEP-DATA
002854                 MOVE ZERO TO PD-STEP-END-TS
002855                 MOVE ZERO TO PD-STEP-RUN-COUNT
002856             END-IF
002857             SET PD-STEP-STARTED TO TRUE
002858             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
002859             ADD 1 TO PD-STEP-RUN-COUNT
002860             IF WS-STEP-ROW-EXISTS
002861                 REWRITE PROCESS-DATE-RECORD
002862             ELSE
002863                 WRITE PROCESS-DATE-RECORD
002864             END-IF
002865             IF WS-PROCDATE-STATUS NOT = "00"
002866                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
002867                     " STATUS=" WS-PROCDATE-STATUS
002868                 GO TO 9999-ABEND
002869             END-IF
002870             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
002871                 "DATE " WS-BUSINESS-DATE.

002872         8810-READ-DATE-ROW.
002873             MOVE ZERO TO PD-KEY-DATE
002874             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002875             READ PROCESS-DATE-FILE
002876                 INVALID KEY
002877                     DISPLAY "ERROR: NO BUSINESS DATE ON "
002878                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
002879                     GO TO 9999-ABEND
002880             END-READ
002881             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
002882             MOVE PD-PRIOR-BUSINESS-DATE
002883                 TO WS-PRIOR-BUSINESS-DATE.

002884         8910-CHECK-STEP-SCHEDULE.
002885             IF WS-SCHED-STEP (WS-SCHED-SUB)
002886                     = WS-STEP-SCHEDULE-NAME
002887                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
002888                     VARYING WS-PREREQ-SUB FROM 1 BY 1
002889                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
002890             END-IF.

002891         8920-CHECK-SCHEDULED-PREREQ.
002892             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
002893                 TO WS-PREREQ-STEP
002894             IF WS-PREREQ-STEP NOT = SPACES
002895                 PERFORM 8930-TEST-PREREQ-STEP
002896             END-IF.

002897         8930-TEST-PREREQ-STEP.
002898             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002899             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
002900             READ PROCESS-DATE-FILE
002901                 INVALID KEY
002902                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
002903                         WS-PREREQ-STEP " - NOT RUN FOR "
002904                         "BUSINESS DATE " WS-BUSINESS-DATE
002905                     SET WS-STEP-REFUSED TO TRUE
002906                 NOT INVALID KEY
002907                     IF NOT PD-STEP-COMPLETED
002908                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
002909                             WS-PREREQ-STEP " - NOT COMPLETED "
002910                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
002911                         SET WS-STEP-REFUSED TO TRUE
002912                     END-IF
002913             END-READ.

002914         8950-COMPLETE-PROCESS-STEP.
002915*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
002916*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
002917*        AND THE STEPS WAITING ON IT STAY HELD.
002918             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002919             MOVE WS-STEP-NAME TO PD-KEY-STEP
002920             READ PROCESS-DATE-FILE
002921                 INVALID KEY
002922                     DISPLAY "ERROR: STEP " WS-STEP-NAME
002923                         " MISSING FROM PROCESS-DATE-FILE"
002924                     GO TO 9999-ABEND
002925             END-READ
002926             SET PD-STEP-COMPLETED TO TRUE
002927             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
002928             REWRITE PROCESS-DATE-RECORD
002929             IF WS-PROCDATE-STATUS NOT = "00"
002930                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
002931                     " STATUS=" WS-PROCDATE-STATUS
002932                 GO TO 9999-ABEND
002933             END-IF
002934             CLOSE PROCESS-DATE-FILE.

002940         9999-ABEND.
002950             DISPLAY "RATELOAD ABENDING"
002960             CLOSE RATE-FEED-FILE
002970             CLOSE CURRENCY-PARM-FILE
002980             CLOSE RATE-HISTORY-FILE
002990             CLOSE RATE-RPT-FILE
003000             CLOSE PROCESS-DATE-FILE
003010             STOP RUN.
