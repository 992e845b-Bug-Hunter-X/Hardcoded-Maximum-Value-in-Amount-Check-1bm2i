000280                 ORGANIZATION IS SEQUENTIAL
000290                 FILE STATUS IS WS-INQRPT-STATUS.

000291             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000292                 ORGANIZATION IS INDEXED
000293                 ACCESS MODE IS DYNAMIC
000294                 RECORD KEY IS PD-CONTROL-KEY
000295                 FILE STATUS IS WS-PROCDATE-STATUS.

000300         DATA DIVISION.
000310         FILE SECTION.
000320         FD  INQUIRY-REQUEST-FILE
000390             RECORDING MODE IS F.
000400         01  INQUIRY-RPT-LINE                PIC X(132).

000402         FD  PROCESS-DATE-FILE
000404             RECORDING MODE IS F.
000406         COPY PROCDATE.

000410         WORKING-STORAGE SECTION.
000420         01  WS-FILE-STATUSES.
000430             05  WS-INQREQ-STATUS            PIC X(02) VALUE "00".
000440             05  WS-TRNSTAT-STATUS           PIC X(02) VALUE "00".
000450             05  WS-INQRPT-STATUS            PIC X(02) VALUE "00".
000454             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000456         COPY PROCDTWS.

000460         01  WS-SWITCHES.
000470             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000910             STOP RUN.

000920         1000-INITIALIZE.
000924             PERFORM 8800-GET-BUSINESS-DATE
000930             OPEN INPUT INQUIRY-REQUEST-FILE
000940             IF WS-INQREQ-STATUS NOT = "00"
000950                 DISPLAY "ERROR OPENING INQUIRY-REQUEST-FILE STATUS="
001090                 GO TO 9999-ABEND
001100             END-IF

001110             MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
001120             WRITE INQUIRY-RPT-LINE FROM WS-INQ-HEADING

001130             PERFORM 2050-READ-REQUEST.
002040             CLOSE TRAN-STATUS-FILE
002050             CLOSE INQUIRY-RPT-FILE.

002051         8800-GET-BUSINESS-DATE.
002052*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
002053*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
002054*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
002055*        BUSINESS DAY.
002056             OPEN INPUT PROCESS-DATE-FILE
002057             IF WS-PROCDATE-STATUS NOT = "00"
002058                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002059                     WS-PROCDATE-STATUS
002060                 GO TO 9999-ABEND
002061             END-IF
002062             PERFORM 8810-READ-DATE-ROW
002063             CLOSE PROCESS-DATE-FILE.

002064         8810-READ-DATE-ROW.
002065             MOVE ZERO TO PD-KEY-DATE
002066             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002067             READ PROCESS-DATE-FILE
002068                 INVALID KEY
002069                     DISPLAY "ERROR: NO BUSINESS DATE ON "
002070                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
002071                     GO TO 9999-ABEND
002072             END-READ
002073             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
002074             MOVE PD-PRIOR-BUSINESS-DATE
002075                 TO WS-PRIOR-BUSINESS-DATE.

002076         9999-ABEND.
002078             DISPLAY "TRANINQ ABENDING"
002080             CLOSE INQUIRY-REQUEST-FILE
002090             CLOSE TRAN-STATUS-FILE
002100             CLOSE INQUIRY-RPT-FILE
