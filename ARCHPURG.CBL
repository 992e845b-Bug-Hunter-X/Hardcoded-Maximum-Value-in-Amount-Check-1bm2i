000220                 RECORD KEY IS TA-TRAN-ID
000230                 FILE STATUS IS WS-TRANARCH-STATUS.

000231             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000232                 ORGANIZATION IS INDEXED
000233                 ACCESS MODE IS DYNAMIC
000234                 RECORD KEY IS PD-CONTROL-KEY
000235                 FILE STATUS IS WS-PROCDATE-STATUS.

000240         DATA DIVISION.
000250         FILE SECTION.
000260         FD  TRAN-ARCHIVE-FILE
000270             RECORDING MODE IS F.
000280         COPY ARCHREC.

000282         FD  PROCESS-DATE-FILE
000284             RECORDING MODE IS F.
000286         COPY PROCDATE.

000290         WORKING-STORAGE SECTION.
000300         01  WS-FILE-STATUSES.
000310             05  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
000314             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000316         COPY PROCDTWS.

000320         01  WS-SWITCHES.
000330             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000500             PERFORM 2000-PURGE-ARCHIVE
000510                 UNTIL WS-END-OF-FILE
000520             PERFORM 3000-FINALIZE
000524             PERFORM 8950-COMPLETE-PROCESS-STEP
000530             STOP RUN.

000540         1000-INITIALIZE.
000690                 MOVE WS-DEFAULT-RETAIN-DAYS TO WS-RETAIN-DAYS
000700             END-IF

000702             MOVE "ARCHPURG" TO WS-STEP-NAME
000704             MOVE "ARCHPURG" TO WS-STEP-SCHEDULE-NAME
000706             PERFORM 8900-START-PROCESS-STEP
000710             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
000720             COMPUTE WS-DATE-INTEGER =
000730                 FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
000740                     - WS-RETAIN-DAYS
001100                 " KEPT " WS-KEPT-COUNT
001110             CLOSE TRAN-ARCHIVE-FILE.

001111         8900-START-PROCESS-STEP.
001112*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
001113*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
001114*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
001115*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
001116*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
001117*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
001118*        START STAMP REPLACED.
001119             OPEN I-O PROCESS-DATE-FILE
001120             IF WS-PROCDATE-STATUS NOT = "00"
001121                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
001122                     WS-PROCDATE-STATUS
001123                 GO TO 9999-ABEND
001124             END-IF
001125             PERFORM 8810-READ-DATE-ROW

001126             MOVE "N" TO WS-STEP-REFUSED-SWITCH
001127             PERFORM 8910-CHECK-STEP-SCHEDULE
001128                 VARYING WS-SCHED-SUB FROM 1 BY 1
001129                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
001130             IF WS-STEP-REFUSED
001131                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
001132                     "BUSINESS DATE " WS-BUSINESS-DATE
001133                 GO TO 9999-ABEND
001134             END-IF

001135             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
001136             MOVE WS-STEP-NAME TO PD-KEY-STEP
001137             READ PROCESS-DATE-FILE
001138                 INVALID KEY
001139                     MOVE "N" TO WS-STEP-ROW-SWITCH
001140                 NOT INVALID KEY
001141                     SET WS-STEP-ROW-EXISTS TO TRUE
001142             END-READ
001143             IF WS-STEP-ROW-EXISTS
001144                 IF PD-STEP-COMPLETED
001145                     DISPLAY "ERROR: STEP " WS-STEP-NAME
001146                         " ALREADY COMPLETED FOR BUSINESS DATE "
001147                         WS-BUSINESS-DATE
001148                     GO TO 9999-ABEND
001149                 END-IF
001150                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
001151                     "STARTED " PD-STEP-START-TS
001152             ELSE
001153                 MOVE SPACES TO PD-STEP-DATA
001154                 MOVE ZERO TO PD-STEP-END-TS
001155                 MOVE ZERO TO PD-STEP-RUN-COUNT
001156             END-IF
001157             SET PD-STEP-STARTED TO TRUE
001158             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
001159             ADD 1 TO PD-STEP-RUN-COUNT
001160             IF WS-STEP-ROW-EXISTS
001161                 REWRITE PROCESS-DATE-RECORD
001162             ELSE
001163                 WRITE PROCESS-DATE-RECORD
001164             END-IF
001165             IF WS-PROCDATE-STATUS NOT = "00"
001166                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
001167                     " STATUS=" WS-PROCDATE-STATUS
001168                 GO TO 9999-ABEND
001169             END-IF
001170             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
001171                 "DATE " WS-BUSINESS-DATE.

001172         8810-READ-DATE-ROW.
001173             MOVE ZERO TO PD-KEY-DATE
001174             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
001175             READ PROCESS-DATE-FILE
001176                 INVALID KEY
001177                     DISPLAY "ERROR: NO BUSINESS DATE ON "
001178                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
001179                     GO TO 9999-ABEND
001180             END-READ
001181             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
001182             MOVE PD-PRIOR-BUSINESS-DATE
001183                 TO WS-PRIOR-BUSINESS-DATE.

001184         8910-CHECK-STEP-SCHEDULE.
001185             IF WS-SCHED-STEP (WS-SCHED-SUB)
001186                     = WS-STEP-SCHEDULE-NAME
001187                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
001188                     VARYING WS-PREREQ-SUB FROM 1 BY 1
001189                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
001190             END-IF.

001191         8920-CHECK-SCHEDULED-PREREQ.
001192             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
001193                 TO WS-PREREQ-STEP
001194             IF WS-PREREQ-STEP NOT = SPACES
001195                 PERFORM 8930-TEST-PREREQ-STEP
001196             END-IF.

001197         8930-TEST-PREREQ-STEP.
001198             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
001199             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
001200             READ PROCESS-DATE-FILE
001201                 INVALID KEY
001202                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
001203                         WS-PREREQ-STEP " - NOT RUN FOR "
001204                         "BUSINESS DATE " WS-BUSINESS-DATE
001205                     SET WS-STEP-REFUSED TO TRUE
001206                 NOT INVALID KEY
001207                     IF NOT PD-STEP-COMPLETED
001208                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
001209                             WS-PREREQ-STEP " - NOT COMPLETED "
001210                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
001211                         SET WS-STEP-REFUSED TO TRUE
001212                     END-IF
001213             END-READ.

001214         8950-COMPLETE-PROCESS-STEP.
001215*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
001216*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
001217*        AND THE STEPS WAITING ON IT STAY HELD.
001218             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
001219             MOVE WS-STEP-NAME TO PD-KEY-STEP
001220             READ PROCESS-DATE-FILE
001221                 INVALID KEY
001222                     DISPLAY "ERROR: STEP " WS-STEP-NAME
001223                         " MISSING FROM PROCESS-DATE-FILE"
001224                     GO TO 9999-ABEND
001225             END-READ
001226             SET PD-STEP-COMPLETED TO TRUE
001227             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
001228             REWRITE PROCESS-DATE-RECORD
001229             IF WS-PROCDATE-STATUS NOT = "00"
001230                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
001231                     " STATUS=" WS-PROCDATE-STATUS
001232                 GO TO 9999-ABEND
001233             END-IF
001234             CLOSE PROCESS-DATE-FILE.

001240         9999-ABEND.
001250             DISPLAY "ARCHPURG ABENDING"
001260             CLOSE TRAN-ARCHIVE-FILE
001270             CLOSE PROCESS-DATE-FILE
001280             STOP RUN.
