000420                 ORGANIZATION IS SEQUENTIAL
000430                 FILE STATUS IS WS-QBALRPT-STATUS.

000431             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000432                 ORGANIZATION IS INDEXED
000433                 ACCESS MODE IS DYNAMIC
000434                 RECORD KEY IS PD-CONTROL-KEY
000435                 FILE STATUS IS WS-PROCDATE-STATUS.

000440         DATA DIVISION.
000450         FILE SECTION.
000460         FD  FRAUD-QUEUE-FILE
000590             RECORDING MODE IS F.
000600         01  BALANCE-RPT-LINE                PIC X(132).

000602         FD  PROCESS-DATE-FILE
000604             RECORDING MODE IS F.
000606         COPY PROCDATE.

000610         WORKING-STORAGE SECTION.
000620         01  WS-FILE-STATUSES.
000630             05  WS-FRAUDQ-STATUS            PIC X(02) VALUE "00".
000650             05  WS-QMOVMNT-STATUS           PIC X(02) VALUE "00".
000660             05  WS-QSNAP-STATUS             PIC X(02) VALUE "00".
000670             05  WS-QBALRPT-STATUS           PIC X(02) VALUE "00".
000674             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000676         COPY PROCDTWS.

000680         01  WS-SWITCHES.
000690             05  WS-FRAUD-EOF-SWITCH         PIC X(01) VALUE "N".
001340             STOP RUN.

001350         1000-INITIALIZE.
001354             PERFORM 8800-GET-BUSINESS-DATE
001360             IF LS-PARM-ACK = "ACK"
001370                 SET WS-ACK-MODE TO TRUE
001380                 DISPLAY "QBALRPT: ACK MODE - PRIOR OUT-OF-BALANCE "
001390                     "SNAPSHOTS WILL BE SIGNED OFF"
001400             END-IF
001410             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE

001420             MOVE "F" TO WS-QP-QUEUE-CODE (1)
001430             MOVE "FRAUD" TO WS-QP-QUEUE-NAME (1)
004010             CLOSE QUEUE-SNAPSHOT-FILE
004020             CLOSE BALANCE-RPT-FILE.

004021         8800-GET-BUSINESS-DATE.
004022*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
004023*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
004024*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
004025*        BUSINESS DAY.
004026             OPEN INPUT PROCESS-DATE-FILE
004027             IF WS-PROCDATE-STATUS NOT = "00"
004028                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
004029                     WS-PROCDATE-STATUS
004030                 GO TO 9999-ABEND
004031             END-IF
004032             PERFORM 8810-READ-DATE-ROW
004033             CLOSE PROCESS-DATE-FILE.

004034         8810-READ-DATE-ROW.
004035             MOVE ZERO TO PD-KEY-DATE
004036             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
004037             READ PROCESS-DATE-FILE
004038                 INVALID KEY
004039                     DISPLAY "ERROR: NO BUSINESS DATE ON "
004040                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
004041                     GO TO 9999-ABEND
004042             END-READ
004043             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
004044             MOVE PD-PRIOR-BUSINESS-DATE
004045                 TO WS-PRIOR-BUSINESS-DATE.

004046         9999-ABEND.
004048             DISPLAY "QBALRPT ABENDING"
004050             CLOSE FRAUD-QUEUE-FILE
004060             CLOSE APPROVAL-FILE
004070             CLOSE QUEUE-MOVEMENT-FILE
