000364                 RECORD KEY IS TS-EVENT-KEY
000365                 FILE STATUS IS WS-TRNSTAT-STATUS.

000366             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000367                 ORGANIZATION IS INDEXED
000368                 ACCESS MODE IS DYNAMIC
000369                 RECORD KEY IS PD-CONTROL-KEY
000372                 FILE STATUS IS WS-PROCDATE-STATUS.

000376         DATA DIVISION.
000380         FILE SECTION.
000390         FD  SUSPENSE-IN-FILE
000400             RECORDING MODE IS F.
000532             RECORDING MODE IS F.
000533         COPY TRANSTAT.

000534         FD  PROCESS-DATE-FILE
000535             RECORDING MODE IS F.
000536         COPY PROCDATE.

000540         WORKING-STORAGE SECTION.
000550         01  WS-FILE-STATUSES.
000560             05  WS-TRANREJ-STATUS           PIC X(02) VALUE "00".
000590             05  WS-SUSPOUT-STATUS           PIC X(02) VALUE "00".
000600             05  WS-ESCRPT-STATUS            PIC X(02) VALUE "00".
000601             05  WS-TRNSTAT-STATUS           PIC X(02) VALUE "00".
000605             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000607         COPY PROCDTWS.

000610         01  WS-SWITCHES.
000620             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000930             PERFORM 2000-PROCESS-SUSPENSE
000940                 UNTIL WS-END-OF-FILE
000950             PERFORM 3000-FINALIZE
000954             PERFORM 8950-COMPLETE-PROCESS-STEP
000960             STOP RUN.

000970         1000-INITIALIZE.
000972             MOVE "REJRECYC" TO WS-STEP-NAME
000974             MOVE "REJRECYC" TO WS-STEP-SCHEDULE-NAME
000976             PERFORM 8900-START-PROCESS-STEP
000980             OPEN INPUT SUSPENSE-IN-FILE
000990             IF WS-TRANREJ-STATUS NOT = "00"
001000                 DISPLAY "ERROR OPENING SUSPENSE-IN-FILE STATUS="
001281                 GO TO 9999-ABEND
001282             END-IF

001286             PERFORM 1200-LOAD-CORRECTIONS
001290             PERFORM 1300-WRITE-RESUBMIT-HEADER
001300             PERFORM 2050-READ-SUSPENSE.

001569                     TO WS-CO-NEW-APPROVER (WS-CORR-IDX)
001571             END-IF.

001572         1300-WRITE-RESUBMIT-HEADER.
001574             STRING "RCY" WS-BUSINESS-DATE (3:6)
001575                 DELIMITED BY SIZE INTO WS-RESUBMIT-BATCH-ID
001577             MOVE SPACES TO TRAN-RECORD
001578             INITIALIZE TRAN-RECORD
001580             SET TRAN-IS-HEADER TO TRUE
001590             MOVE ZERO TO CTL-RECORD-COUNT
001600             MOVE ZERO TO CTL-TOTAL-AMOUNT
002809                 UNTIL WS-EVENT-DONE.

002811         2710-ATTEMPT-EVENT-WRITE.
002812             MOVE WS-BUSINESS-DATE TO TS-EVENT-DATE
002813             MOVE FUNCTION CURRENT-DATE (9:8) TO TS-EVENT-TIME
002814             MOVE "REJRECYC" TO TS-PROGRAM-NAME
002815             MOVE SPACES TO TS-RUN-ID
002817             MOVE WS-EVENT-CODE TO TS-EVENT-CODE
002818             MOVE WS-EVENT-REASON TO TS-REASON-CODE
002819             MOVE WS-EVENT-AMOUNT TO TS-AMOUNT
002820             MOVE WS-EVENT-CURRENCY TO TS-CURRENCY-CODE
002821             MOVE SPACES TO TS-DECIDED-BY
002822             WRITE TRAN-STATUS-RECORD
002823                 INVALID KEY
002824                     IF TS-EVENT-SEQ >= 9999
002833                     SET WS-EVENT-DONE TO TRUE
002834             END-WRITE.

002835         3000-FINALIZE.
002836             MOVE SPACES TO TRAN-RECORD
002837             INITIALIZE TRAN-RECORD
002838             SET TRAN-IS-TRAILER TO TRUE
002840             MOVE WS-RESUBMITTED-COUNT TO CTL-RECORD-COUNT
002850             MOVE WS-RESUBMITTED-TOTAL TO CTL-TOTAL-AMOUNT
002860             MOVE WS-RESUBMIT-BATCH-ID TO CTL-BATCH-ID
002971             CLOSE TRAN-STATUS-FILE
002980             CLOSE ESCALATION-RPT-FILE.

002981         8900-START-PROCESS-STEP.
002982*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
002983*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
002984*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
002985*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
002986*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
002987*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
002988*        START STAMP REPLACED.
002989             OPEN I-O PROCESS-DATE-FILE
002990             IF WS-PROCDATE-STATUS NOT = "00"
002991                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002992                     WS-PROCDATE-STATUS
002993                 GO TO 9999-ABEND
002994             END-IF
002995             PERFORM 8810-READ-DATE-ROW

002996             MOVE "N" TO WS-STEP-REFUSED-SWITCH
002997             PERFORM 8910-CHECK-STEP-SCHEDULE
002998                 VARYING WS-SCHED-SUB FROM 1 BY 1
002999                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
003000             IF WS-STEP-REFUSED
003001                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
003002                     "BUSINESS DATE " WS-BUSINESS-DATE
003003                 GO TO 9999-ABEND
003004             END-IF

003005             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
003006             MOVE WS-STEP-NAME TO PD-KEY-STEP
003007             READ PROCESS-DATE-FILE
003008                 INVALID KEY
003009                     MOVE "N" TO WS-STEP-ROW-SWITCH
003010                 NOT INVALID KEY
003011                     SET WS-STEP-ROW-EXISTS TO TRUE
003012             END-READ
003013             IF WS-STEP-ROW-EXISTS
003014                 IF PD-STEP-COMPLETED
003015                     DISPLAY "ERROR: STEP " WS-STEP-NAME
003016                         " ALREADY COMPLETED FOR BUSINESS DATE "
003017                         WS-BUSINESS-DATE
003018                     GO TO 9999-ABEND
003019                 END-IF
003020                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
003021                     "STARTED " PD-STEP-START-TS
003022             ELSE
003023                 MOVE SPACES TO PD-STEP-DATA
003024                 MOVE ZERO TO PD-STEP-END-TS
003025                 MOVE ZERO TO PD-STEP-RUN-COUNT
003026             END-IF
003027             SET PD-STEP-STARTED TO TRUE
003028             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
003029             ADD 1 TO PD-STEP-RUN-COUNT
003030             IF WS-STEP-ROW-EXISTS
003031                 REWRITE PROCESS-DATE-RECORD
003032             ELSE
003033                 WRITE PROCESS-DATE-RECORD
003034             END-IF
003035             IF WS-PROCDATE-STATUS NOT = "00"
003036                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
003037                     " STATUS=" WS-PROCDATE-STATUS
003038                 GO TO 9999-ABEND
003039             END-IF
003040             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
003041                 "DATE " WS-BUSINESS-DATE.

003042         8810-READ-DATE-ROW.
003043             MOVE ZERO TO PD-KEY-DATE
003044             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
003045             READ PROCESS-DATE-FILE
003046                 INVALID KEY
003047                     DISPLAY "ERROR: NO BUSINESS DATE ON "
003048                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
003049                     GO TO 9999-ABEND
003050             END-READ
003051             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
003052             MOVE PD-PRIOR-BUSINESS-DATE
003053                 TO WS-PRIOR-BUSINESS-DATE.

003054         8910-CHECK-STEP-SCHEDULE.
003055             IF WS-SCHED-STEP (WS-SCHED-SUB)
003056                     = WS-STEP-SCHEDULE-NAME
003057                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
003058                     VARYING WS-PREREQ-SUB FROM 1 BY 1
003059                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
003060             END-IF.

003061         8920-CHECK-SCHEDULED-PREREQ.
003062             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
003063                 TO WS-PREREQ-STEP
003064             IF WS-PREREQ-STEP NOT = SPACES
003065                 PERFORM 8930-TEST-PREREQ-STEP
003066             END-IF.

003067         8930-TEST-PREREQ-STEP.
003068             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
003069             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
003070             READ PROCESS-DATE-FILE
003071                 INVALID KEY
003072                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
003073                         WS-PREREQ-STEP " - NOT RUN FOR "
003074                         "BUSINESS DATE " WS-BUSINESS-DATE
003075                     SET WS-STEP-REFUSED TO TRUE
003076                 NOT INVALID KEY
003077                     IF NOT PD-STEP-COMPLETED
003078                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
003079                             WS-PREREQ-STEP " - NOT COMPLETED "
003080                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
003081                         SET WS-STEP-REFUSED TO TRUE
003082                     END-IF
003083             END-READ.

003084         8950-COMPLETE-PROCESS-STEP.
003085*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
003086*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
003087*        AND THE STEPS WAITING ON IT STAY HELD.
003088             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
003089             MOVE WS-STEP-NAME TO PD-KEY-STEP
003090             READ PROCESS-DATE-FILE
003091                 INVALID KEY
003092                     DISPLAY "ERROR: STEP " WS-STEP-NAME
003093                         " MISSING FROM PROCESS-DATE-FILE"
003094                     GO TO 9999-ABEND
003095             END-READ
003096             SET PD-STEP-COMPLETED TO TRUE
003097             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
003098             REWRITE PROCESS-DATE-RECORD
003099             IF WS-PROCDATE-STATUS NOT = "00"
003100                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
003101                     " STATUS=" WS-PROCDATE-STATUS
003102                 GO TO 9999-ABEND
003103             END-IF
003104             CLOSE PROCESS-DATE-FILE.

003110         9999-ABEND.
003120             DISPLAY "REJRECYC ABENDING"
003130             CLOSE SUSPENSE-IN-FILE
003140             CLOSE CORRECTION-FILE
003150             CLOSE RESUBMIT-FILE
003160             CLOSE SUSPENSE-OUT-FILE
003170             CLOSE TRAN-STATUS-FILE
003180             CLOSE ESCALATION-RPT-FILE
003190             CLOSE PROCESS-DATE-FILE
003200             STOP RUN.
