000220                 RECORD KEY IS TH-TRAN-ID
000230                 FILE STATUS IS WS-TRANHIST-STATUS.

000231             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000232                 ORGANIZATION IS INDEXED
000233                 ACCESS MODE IS DYNAMIC
000234                 RECORD KEY IS PD-CONTROL-KEY
000235                 FILE STATUS IS WS-PROCDATE-STATUS.

000240         DATA DIVISION.
000250         FILE SECTION.
000260         FD  TRAN-HISTORY-FILE
000270             RECORDING MODE IS F.
000280         COPY TRNHIST.

000282         FD  PROCESS-DATE-FILE
000284             RECORDING MODE IS F.
000286         COPY PROCDATE.

000290         WORKING-STORAGE SECTION.
000300         01  WS-FILE-STATUSES.
000310             05  WS-TRANHIST-STATUS          PIC X(02) VALUE "00".
000314             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000316         COPY PROCDTWS.

000320         01  WS-SWITCHES.
000330             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000500             PERFORM 2000-PURGE-HISTORY
000510                 UNTIL WS-END-OF-FILE
000520             PERFORM 3000-FINALIZE
000524             PERFORM 8950-COMPLETE-PROCESS-STEP
000530             STOP RUN.

000540         1000-INITIALIZE.
000690                 MOVE WS-DEFAULT-RETAIN-DAYS TO WS-RETAIN-DAYS
000700             END-IF

000702             MOVE "HISTPURG" TO WS-STEP-NAME
000704             MOVE "HISTPURG" TO WS-STEP-SCHEDULE-NAME
000706             PERFORM 8900-START-PROCESS-STEP
000710             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
000720             COMPUTE WS-DATE-INTEGER =
000730                 FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
000740                     - WS-RETAIN-DAYS
001150                 " KEPT " WS-KEPT-COUNT
001160             CLOSE TRAN-HISTORY-FILE.

001161         8900-START-PROCESS-STEP.
001162*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
001163*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
001164*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
001165*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
001166*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
001167*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
001168*        START STAMP REPLACED.
001169             OPEN I-O PROCESS-DATE-FILE
001170             IF WS-PROCDATE-STATUS NOT = "00"
001171                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
001172                     WS-PROCDATE-STATUS
001173                 GO TO 9999-ABEND
001174             END-IF
001175             PERFORM 8810-READ-DATE-ROW

001176             MOVE "N" TO WS-STEP-REFUSED-SWITCH
001177             PERFORM 8910-CHECK-STEP-SCHEDULE
001178                 VARYING WS-SCHED-SUB FROM 1 BY 1
001179                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
001180             IF WS-STEP-REFUSED
001181                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
001182                     "BUSINESS DATE " WS-BUSINESS-DATE
001183                 GO TO 9999-ABEND
001184             END-IF

001185             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
001186             MOVE WS-STEP-NAME TO PD-KEY-STEP
001187             READ PROCESS-DATE-FILE
001188                 INVALID KEY
001189                     MOVE "N" TO WS-STEP-ROW-SWITCH
001190                 NOT INVALID KEY
001191                     SET WS-STEP-ROW-EXISTS TO TRUE
001192             END-READ
001193             IF WS-STEP-ROW-EXISTS
001194                 IF PD-STEP-COMPLETED
001195                     DISPLAY "ERROR: STEP " WS-STEP-NAME
001196                         " ALREADY COMPLETED FOR BUSINESS DATE "
001197                         WS-BUSINESS-DATE
001198                     GO TO 9999-ABEND
001199                 END-IF
001200                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
001201                     "STARTED " PD-STEP-START-TS
001202             ELSE
001203                 MOVE SPACES TO PD-STEP-DATA
001204                 MOVE ZERO TO PD-STEP-END-TS
001205                 MOVE ZERO TO PD-STEP-RUN-COUNT
001206             END-IF
001207             SET PD-STEP-STARTED TO TRUE
001208             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
001209             ADD 1 TO PD-STEP-RUN-COUNT
001210             IF WS-STEP-ROW-EXISTS
001211                 REWRITE PROCESS-DATE-RECORD
001212             ELSE
001213                 WRITE PROCESS-DATE-RECORD
001214             END-IF
001215             IF WS-PROCDATE-STATUS NOT = "00"
001216                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
001217                     " STATUS=" WS-PROCDATE-STATUS
001218                 GO TO 9999-ABEND
001219             END-IF
001220             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
001221                 "DATE " WS-BUSINESS-DATE.

001222         8810-READ-DATE-ROW.
001223             MOVE ZERO TO PD-KEY-DATE
001224             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
001225             READ PROCESS-DATE-FILE
001226                 INVALID KEY
001227                     DISPLAY "ERROR: NO BUSINESS DATE ON "
001228                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
001229                     GO TO 9999-ABEND
001230             END-READ
001231             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
001232             MOVE PD-PRIOR-BUSINESS-DATE
001233                 TO WS-PRIOR-BUSINESS-DATE.

001234         8910-CHECK-STEP-SCHEDULE.
001235             IF WS-SCHED-STEP (WS-SCHED-SUB)
001236                     = WS-STEP-SCHEDULE-NAME
001237                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
001238                     VARYING WS-PREREQ-SUB FROM 1 BY 1
001239                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
001240             END-IF.

001241         8920-CHECK-SCHEDULED-PREREQ.
001242             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
001243                 TO WS-PREREQ-STEP
001244             IF WS-PREREQ-STEP NOT = SPACES
001245                 PERFORM 8930-TEST-PREREQ-STEP
001246             END-IF.

001247         8930-TEST-PREREQ-STEP.
001248             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
001249             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
001250             READ PROCESS-DATE-FILE
001251                 INVALID KEY
001252                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
001253                         WS-PREREQ-STEP " - NOT RUN FOR "
001254                         "BUSINESS DATE " WS-BUSINESS-DATE
001255                     SET WS-STEP-REFUSED TO TRUE
001256                 NOT INVALID KEY
001257                     IF NOT PD-STEP-COMPLETED
001258                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
001259                             WS-PREREQ-STEP " - NOT COMPLETED "
001260                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
001261                         SET WS-STEP-REFUSED TO TRUE
001262                     END-IF
001263             END-READ.

001264         8950-COMPLETE-PROCESS-STEP.
001265*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
001266*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
001267*        AND THE STEPS WAITING ON IT STAY HELD.
001268             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
001269             MOVE WS-STEP-NAME TO PD-KEY-STEP
001270             READ PROCESS-DATE-FILE
001271                 INVALID KEY
001272                     DISPLAY "ERROR: STEP " WS-STEP-NAME
001273                         " MISSING FROM PROCESS-DATE-FILE"
001274                     GO TO 9999-ABEND
001275             END-READ
001276             SET PD-STEP-COMPLETED TO TRUE
001277             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
001278             REWRITE PROCESS-DATE-RECORD
001279             IF WS-PROCDATE-STATUS NOT = "00"
001280                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
001281                     " STATUS=" WS-PROCDATE-STATUS
001282                 GO TO 9999-ABEND
001283             END-IF
001284             CLOSE PROCESS-DATE-FILE.

001290         9999-ABEND.
001300             DISPLAY "HISTPURG ABENDING"
001310             CLOSE TRAN-HISTORY-FILE
001320             CLOSE PROCESS-DATE-FILE
001330             STOP RUN.
