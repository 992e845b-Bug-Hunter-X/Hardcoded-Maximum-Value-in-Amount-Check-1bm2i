000310                 ORGANIZATION IS SEQUENTIAL
000320                 FILE STATUS IS WS-ARCRPT-STATUS.

000321             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000322                 ORGANIZATION IS INDEXED
000323                 ACCESS MODE IS DYNAMIC
000324                 RECORD KEY IS PD-CONTROL-KEY
000325                 FILE STATUS IS WS-PROCDATE-STATUS.

000330         DATA DIVISION.
000340         FILE SECTION.
000350         FD  RETRIEVAL-REQUEST-FILE
000450             RECORDING MODE IS F.
000460         01  RETRIEVAL-RPT-LINE              PIC X(132).

000462         FD  PROCESS-DATE-FILE
000464             RECORDING MODE IS F.
000466         COPY PROCDATE.

000470         WORKING-STORAGE SECTION.
000480         01  WS-FILE-STATUSES.
000490             05  WS-ARCHRQ-STATUS            PIC X(02) VALUE "00".
000500             05  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
000510             05  WS-ARCEXT-STATUS            PIC X(02) VALUE "00".
000520             05  WS-ARCRPT-STATUS            PIC X(02) VALUE "00".
000524             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000526         COPY PROCDTWS.

000530         01  WS-SWITCHES.
000540             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000980             STOP RUN.

000990         1000-INITIALIZE.
000994             PERFORM 8800-GET-BUSINESS-DATE
001000             OPEN INPUT RETRIEVAL-REQUEST-FILE
001010             IF WS-ARCHRQ-STATUS NOT = "00"
001020                 DISPLAY "ERROR OPENING RETRIEVAL-REQUEST-FILE "
001220                 GO TO 9999-ABEND
001230             END-IF

001240             MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
001250             WRITE RETRIEVAL-RPT-LINE FROM WS-RETR-HEADING

001260             PERFORM 2050-READ-REQUEST.
002380             CLOSE RETRIEVAL-EXTRACT-FILE
002390             CLOSE RETRIEVAL-RPT-FILE.

002391         8800-GET-BUSINESS-DATE.
002392*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
002393*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
002394*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
002395*        BUSINESS DAY.
002396             OPEN INPUT PROCESS-DATE-FILE
002397             IF WS-PROCDATE-STATUS NOT = "00"
002398                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002399                     WS-PROCDATE-STATUS
002400                 GO TO 9999-ABEND
002401             END-IF
002402             PERFORM 8810-READ-DATE-ROW
002403             CLOSE PROCESS-DATE-FILE.

002404         8810-READ-DATE-ROW.
002405             MOVE ZERO TO PD-KEY-DATE
002406             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002407             READ PROCESS-DATE-FILE
002408                 INVALID KEY
002409                     DISPLAY "ERROR: NO BUSINESS DATE ON "
002410                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
002411                     GO TO 9999-ABEND
002412             END-READ
002413             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
002414             MOVE PD-PRIOR-BUSINESS-DATE
002415                 TO WS-PRIOR-BUSINESS-DATE.

002416         9999-ABEND.
002418             DISPLAY "ARCHRETR ABENDING"
002420             CLOSE RETRIEVAL-REQUEST-FILE
002430             CLOSE TRAN-ARCHIVE-FILE
002440             CLOSE RETRIEVAL-EXTRACT-FILE
