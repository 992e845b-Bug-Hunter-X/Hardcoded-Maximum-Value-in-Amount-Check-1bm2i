000320                 ORGANIZATION IS SEQUENTIAL
000330                 FILE STATUS IS WS-WHSOUT-STATUS.

000331             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000332                 ORGANIZATION IS INDEXED
000333                 ACCESS MODE IS DYNAMIC
000334                 RECORD KEY IS PD-CONTROL-KEY
000335                 FILE STATUS IS WS-PROCDATE-STATUS.

000340         DATA DIVISION.
000350         FILE SECTION.
000360         FD  WAREHOUSE-FILE
000430             RECORDING MODE IS F.
000440         01  RELEASE-OUT-REC                 PIC X(101).

000442         FD  PROCESS-DATE-FILE
000444             RECORDING MODE IS F.
000446         COPY PROCDATE.

000450         WORKING-STORAGE SECTION.
000460         01  WS-FILE-STATUSES.
000470             05  WS-TXNWHSE-STATUS           PIC X(02) VALUE "00".
000480             05  WS-BUSCAL-STATUS            PIC X(02) VALUE "00".
000490             05  WS-WHSOUT-STATUS            PIC X(02) VALUE "00".
000494             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000496         COPY PROCDTWS.

000500         01  WS-SWITCHES.
000510             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000770             PERFORM 2000-PROCESS-WAREHOUSE
000780                 UNTIL WS-END-OF-FILE
000790             PERFORM 3000-FINALIZE
000794             PERFORM 8950-COMPLETE-PROCESS-STEP
000800             STOP RUN.

000810         1000-INITIALIZE.
000812             MOVE "WHSRELSE" TO WS-STEP-NAME
000814             MOVE "WHSRELSE" TO WS-STEP-SCHEDULE-NAME
000816             PERFORM 8900-START-PROCESS-STEP
000820             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE

000830             OPEN I-O WAREHOUSE-FILE
000840             IF WS-TXNWHSE-STATUS = "35"
001110             PERFORM 2050-READ-WAREHOUSE.

001120         1300-WRITE-RELEASE-HEADER.
001130             STRING "WHS" WS-BUSINESS-DATE (3:6)
001140                 DELIMITED BY SIZE INTO WS-RELEASE-BATCH-ID
001150             MOVE SPACES TO TRAN-RECORD
001160             INITIALIZE TRAN-RECORD
002200             END-IF
002210             CLOSE RELEASE-OUT-FILE.

002211         8900-START-PROCESS-STEP.
002212*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
002213*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
002214*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
002215*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
002216*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
002217*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
002218*        START STAMP REPLACED.
002219             OPEN I-O PROCESS-DATE-FILE
002220             IF WS-PROCDATE-STATUS NOT = "00"
002221                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002222                     WS-PROCDATE-STATUS
002223                 GO TO 9999-ABEND
002224             END-IF
002225             PERFORM 8810-READ-DATE-ROW

002226             MOVE "N" TO WS-STEP-REFUSED-SWITCH
002227             PERFORM 8910-CHECK-STEP-SCHEDULE
002228                 VARYING WS-SCHED-SUB FROM 1 BY 1
002229                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
002230             IF WS-STEP-REFUSED
002231                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
002232                     "BUSINESS DATE " WS-BUSINESS-DATE
002233                 GO TO 9999-ABEND
002234             END-IF

002235             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002236             MOVE WS-STEP-NAME TO PD-KEY-STEP
002237             READ PROCESS-DATE-FILE
002238                 INVALID KEY
002239                     MOVE "N" TO WS-STEP-ROW-SWITCH
002240                 NOT INVALID KEY
002241                     SET WS-STEP-ROW-EXISTS TO TRUE
002242             END-READ
002243             IF WS-STEP-ROW-EXISTS
002244                 IF PD-STEP-COMPLETED
002245                     DISPLAY "ERROR: STEP " WS-STEP-NAME
002246                         " ALREADY COMPLETED FOR BUSINESS DATE "
002247                         WS-BUSINESS-DATE
002248                     GO TO 9999-ABEND
002249                 END-IF
002250                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
002251                     "STARTED " PD-STEP-START-TS
002252             ELSE
002253                 MOVE SPACES TO PD-STEP-DATA
002254                 MOVE ZERO TO PD-STEP-END-TS
002255                 MOVE ZERO TO PD-STEP-RUN-COUNT
002256             END-IF
002257             SET PD-STEP-STARTED TO TRUE
002258             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
002259             ADD 1 TO PD-STEP-RUN-COUNT
002260             IF WS-STEP-ROW-EXISTS
002261                 REWRITE PROCESS-DATE-RECORD
002262             ELSE
002263                 WRITE PROCESS-DATE-RECORD
002264             END-IF
002265             IF WS-PROCDATE-STATUS NOT = "00"
002266                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
002267                     " STATUS=" WS-PROCDATE-STATUS
002268                 GO TO 9999-ABEND
002269             END-IF
002270             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
002271                 "DATE " WS-BUSINESS-DATE.

002272         8810-READ-DATE-ROW.
002273             MOVE ZERO TO PD-KEY-DATE
002274             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002275             READ PROCESS-DATE-FILE
002276                 INVALID KEY
002277                     DISPLAY "ERROR: NO BUSINESS DATE ON "
002278                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
002279                     GO TO 9999-ABEND
002280             END-READ
002281             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
002282             MOVE PD-PRIOR-BUSINESS-DATE
002283                 TO WS-PRIOR-BUSINESS-DATE.

002284         8910-CHECK-STEP-SCHEDULE.
002285             IF WS-SCHED-STEP (WS-SCHED-SUB)
002286                     = WS-STEP-SCHEDULE-NAME
002287                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
002288                     VARYING WS-PREREQ-SUB FROM 1 BY 1
002289                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
002290             END-IF.

002291         8920-CHECK-SCHEDULED-PREREQ.
002292             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
002293                 TO WS-PREREQ-STEP
002294             IF WS-PREREQ-STEP NOT = SPACES
002295                 PERFORM 8930-TEST-PREREQ-STEP
002296             END-IF.

002297         8930-TEST-PREREQ-STEP.
002298             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002299             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
002300             READ PROCESS-DATE-FILE
002301                 INVALID KEY
002302                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
002303                         WS-PREREQ-STEP " - NOT RUN FOR "
002304                         "BUSINESS DATE " WS-BUSINESS-DATE
002305                     SET WS-STEP-REFUSED TO TRUE
002306                 NOT INVALID KEY
002307                     IF NOT PD-STEP-COMPLETED
002308                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
002309                             WS-PREREQ-STEP " - NOT COMPLETED "
002310                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
002311                         SET WS-STEP-REFUSED TO TRUE
002312                     END-IF
002313             END-READ.

002314         8950-COMPLETE-PROCESS-STEP.
002315*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
002316*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
002317*        AND THE STEPS WAITING ON IT STAY HELD.
002318             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002319             MOVE WS-STEP-NAME TO PD-KEY-STEP
002320             READ PROCESS-DATE-FILE
002321                 INVALID KEY
002322                     DISPLAY "ERROR: STEP " WS-STEP-NAME
002323                         " MISSING FROM PROCESS-DATE-FILE"
002324                     GO TO 9999-ABEND
002325             END-READ
002326             SET PD-STEP-COMPLETED TO TRUE
002327             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
002328             REWRITE PROCESS-DATE-RECORD
002329             IF WS-PROCDATE-STATUS NOT = "00"
002330                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
002331                     " STATUS=" WS-PROCDATE-STATUS
002332                 GO TO 9999-ABEND
002333             END-IF
002334             CLOSE PROCESS-DATE-FILE.

002340         9999-ABEND.
002350             DISPLAY "WHSRELSE ABENDING"
002360             CLOSE WAREHOUSE-FILE
002370             CLOSE CALENDAR-FILE
002380             CLOSE RELEASE-OUT-FILE
002390             CLOSE PROCESS-DATE-FILE
002400             STOP RUN.
