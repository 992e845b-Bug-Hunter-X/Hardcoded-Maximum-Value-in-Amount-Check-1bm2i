000040* APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO THE LIMIT-PARM-FILE
000050* SO THE PER-TYPE/CURRENCY CEILINGS USED BY TXNVAL CAN BE
000060* CHANGED BY THE BUSINESS WITHOUT A PROGRAM RECOMPILE.
000061* EVERY ADD/CHANGE/DELETE IS HELD ON THE PENDING-CHANGE FILE
000062* (REFPEND) UNDER ITS MAKER'S ID AND ONLY REACHES THE MASTER WHEN
000063* A CONFIRM ARRIVES FROM A SECOND, DIFFERENT USER WHO IS ACTIVE ON
000064* THE APPROVER MASTER; A REJECT DISCARDS IT.  EVERY CONFIRMED,
000065* REJECTED OR FAILED CHANGE IS JOURNALED ON REFJRNL WITH THE
000066* RECORD'S BEFORE AND AFTER IMAGES, THE MAKER AND THE CHECKER.
000070*****************************************************************
000080 IDENTIFICATION DIVISION.
000090         PROGRAM-ID. LIMMAINT.
000230                 RECORD KEY IS LP-LIMIT-KEY
000240                 FILE STATUS IS WS-LIMITPRM-STATUS.

000241             SELECT REF-PENDING-FILE ASSIGN TO REFPEND
000242                 ORGANIZATION IS INDEXED
000243                 ACCESS MODE IS DYNAMIC
000244                 RECORD KEY IS RP-PENDING-KEY
000245                 FILE STATUS IS WS-REFPEND-STATUS.

000246             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000247                 ORGANIZATION IS SEQUENTIAL
000248                 FILE STATUS IS WS-REFJRNL-STATUS.

000249             SELECT APPROVER-MASTER-FILE ASSIGN TO APPRMST
000250                 ORGANIZATION IS INDEXED
000251                 ACCESS MODE IS DYNAMIC
000252                 RECORD KEY IS AM-APPROVER-ID
000253                 FILE STATUS IS WS-APPRMST-STATUS.

000254             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000255                 ORGANIZATION IS INDEXED
000256                 ACCESS MODE IS DYNAMIC
000257                 RECORD KEY IS PD-CONTROL-KEY
000258                 FILE STATUS IS WS-PROCDATE-STATUS.

000259         DATA DIVISION.
000260         FILE SECTION.
000270         FD  LIMIT-MAINT-FILE
000280             RECORDING MODE IS F.
000310             RECORDING MODE IS F.
000320         COPY LIMTAB.

000321         FD  REF-PENDING-FILE
000322             RECORDING MODE IS F.
000323         COPY REFPEND.

000324         FD  REF-JOURNAL-FILE
000325             RECORDING MODE IS F.
000326         COPY REFJRNL.

000327         FD  APPROVER-MASTER-FILE
000328             RECORDING MODE IS F.
000329         COPY APPRMST.

000330         FD  PROCESS-DATE-FILE
000331             RECORDING MODE IS F.
000332         COPY PROCDATE.

000336         WORKING-STORAGE SECTION.
000340         01  WS-FILE-STATUSES.
000350             05  WS-LIMMTXN-STATUS           PIC X(02) VALUE "00".
000360             05  WS-LIMITPRM-STATUS          PIC X(02) VALUE "00".
000362             05  WS-REFPEND-STATUS           PIC X(02) VALUE "00".
000364             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
000366             05  WS-APPRMST-STATUS           PIC X(02) VALUE "00".
000367             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000368         COPY PROCDTWS.

000370         01  WS-SWITCHES.
000380             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000390                 88  WS-END-OF-FILE              VALUE "Y".
000391             05  WS-CHECKER-OK-SWITCH        PIC X(01) VALUE "N".
000392                 88  WS-CHECKER-OK               VALUE "Y".
000393             05  WS-NO-APPROVER-SWITCH       PIC X(01) VALUE "N".
000394                 88  WS-NO-APPROVER-FILE         VALUE "Y".

000400         01  WS-RUN-COUNTERS.
000410             05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
000420             05  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
000430             05  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
000440             05  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
000441             05  WS-PENDED-COUNT             PIC 9(07) VALUE ZERO.
000442             05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
000443             05  WS-APPLY-ERROR-SNAP         PIC 9(07) VALUE ZERO.

000444*        MAKER-CHECKER WORK AREAS.  THE MASTER IMAGE IS SIZED TO
000445*        THE JOURNAL'S BEFORE/AFTER IMAGE FIELDS.
000446         01  WS-MAKER-CHECKER-FIELDS.
000447             05  WS-CHECKER-ID               PIC X(08)
000448                 VALUE SPACES.
000449             05  WS-JOURNAL-OUTCOME          PIC X(01)
000450                 VALUE SPACE.
000451                 88  WS-JOURNAL-APPLIED          VALUE "A".
000452                 88  WS-JOURNAL-REJECTED         VALUE "R".
000453                 88  WS-JOURNAL-FAILED           VALUE "F".
000454             05  WS-MASTER-IMAGE             PIC X(100)
000455                 VALUE SPACES.
000456             05  WS-BEFORE-IMAGE             PIC X(100)
000457                 VALUE SPACES.
000458             05  WS-AFTER-IMAGE              PIC X(100)
000459                 VALUE SPACES.

000462         PROCEDURE DIVISION.
000466         0000-MAIN-CONTROL.
000470             PERFORM 1000-INITIALIZE
000480             PERFORM 2000-PROCESS-MAINT-TXNS
000490                 UNTIL WS-END-OF-FILE
000510             STOP RUN.

000520         1000-INITIALIZE.
000524             PERFORM 8800-GET-BUSINESS-DATE
000530             OPEN INPUT LIMIT-MAINT-FILE
000540             IF WS-LIMMTXN-STATUS NOT = "00"
000550                 DISPLAY "ERROR OPENING LIMIT-MAINT-FILE STATUS="
000680                 GO TO 9999-ABEND
000690             END-IF

000691             OPEN I-O REF-PENDING-FILE
000692             IF WS-REFPEND-STATUS = "35"
000693                 OPEN OUTPUT REF-PENDING-FILE
000694                 CLOSE REF-PENDING-FILE
000695                 OPEN I-O REF-PENDING-FILE
000696             END-IF
000697             IF WS-REFPEND-STATUS NOT = "00"
000698                 DISPLAY "ERROR OPENING REF-PENDING-FILE STATUS="
000699                     WS-REFPEND-STATUS
000700                 GO TO 9999-ABEND
000701             END-IF

000702             OPEN EXTEND REF-JOURNAL-FILE
000703             IF WS-REFJRNL-STATUS = "35"
000704                 OPEN OUTPUT REF-JOURNAL-FILE
000705                 CLOSE REF-JOURNAL-FILE
000706                 OPEN EXTEND REF-JOURNAL-FILE
000707             END-IF
000708             IF WS-REFJRNL-STATUS NOT = "00"
000709                 DISPLAY "ERROR OPENING REF-JOURNAL-FILE STATUS="
000710                     WS-REFJRNL-STATUS
000711                 GO TO 9999-ABEND
000712             END-IF

000713             OPEN INPUT APPROVER-MASTER-FILE
000714             IF WS-APPRMST-STATUS = "35"
000715                 SET WS-NO-APPROVER-FILE TO TRUE
000716                 DISPLAY "WARNING: NO APPROVER-MASTER-FILE - "
000717                     "CHANGES CAN BE RAISED BUT NOT CONFIRMED"
000718             ELSE
000719                 IF WS-APPRMST-STATUS NOT = "00"
000720                     DISPLAY "ERROR OPENING APPROVER-MASTER-FILE "
000721                         "STATUS=" WS-APPRMST-STATUS
000722                     GO TO 9999-ABEND
000723                 END-IF
000724             END-IF

000725             PERFORM 2050-READ-MAINT-TXN.

000727         2000-PROCESS-MAINT-TXNS.
000728             EVALUATE TRUE
000730                 WHEN LMT-ACTION-ADD
000740                 WHEN LMT-ACTION-CHANGE
000750                 WHEN LMT-ACTION-DELETE
000760                     PERFORM 2500-HOLD-PENDING-CHANGE
000770                 WHEN LMT-ACTION-CONFIRM
000780                     PERFORM 2600-CONFIRM-PENDING-CHANGE
000783                 WHEN LMT-ACTION-REJECT
000786                     PERFORM 2700-REJECT-PENDING-CHANGE
000790                 WHEN OTHER
000800                     ADD 1 TO WS-ERROR-COUNT
000810                     DISPLAY "INVALID ACTION CODE " LMT-ACTION-CODE
000940             MOVE LMT-MAX-AMOUNT TO LP-MAX-AMOUNT
000950             MOVE LMT-HIGH-VALUE-THRESHOLD TO LP-HIGH-VALUE-THRESHOLD
000960             MOVE LMT-UPDATED-BY TO LP-LAST-UPDATED-BY
000970             MOVE WS-BUSINESS-DATE TO LP-LAST-UPDATED-DATE
000980             WRITE LIMIT-PARM-RECORD
000990                 INVALID KEY
001000                     ADD 1 TO WS-ERROR-COUNT
001160                     MOVE LMT-HIGH-VALUE-THRESHOLD
001170                         TO LP-HIGH-VALUE-THRESHOLD
001180                     MOVE LMT-UPDATED-BY TO LP-LAST-UPDATED-BY
001190                     MOVE WS-BUSINESS-DATE TO LP-LAST-UPDATED-DATE
001210                     REWRITE LIMIT-PARM-RECORD
001220                     ADD 1 TO WS-CHANGED-COUNT
001230             END-READ.
001340                     ADD 1 TO WS-DELETED-COUNT
001350             END-READ.

001351         2500-HOLD-PENDING-CHANGE.
001352             IF LMT-UPDATED-BY = SPACES
001353                 ADD 1 TO WS-ERROR-COUNT
001354                 DISPLAY "MAKER ID MISSING ON LIMIT MAINT TXN"
001355             ELSE
001356                 PERFORM 2510-BUILD-PENDING-KEY
001357                 MOVE LMT-ACTION-CODE TO RP-ACTION-CODE
001358                 MOVE LMT-UPDATED-BY TO RP-MAKER-ID
001359                 MOVE WS-BUSINESS-DATE TO RP-REQUEST-DATE
001361                 MOVE FUNCTION CURRENT-DATE (9:8)
001362                     TO RP-REQUEST-TIME
001363                 MOVE LIMIT-MAINT-TXN TO RP-TXN-IMAGE
001364                 WRITE REF-PENDING-RECORD
001365                     INVALID KEY
001366                         ADD 1 TO WS-ERROR-COUNT
001367                         DISPLAY "CHANGE REFUSED - A CHANGE IS "
001368                             "ALREADY PENDING FOR LIMIT "
001369                             RP-RECORD-KEY
001370                     NOT INVALID KEY
001371                         ADD 1 TO WS-PENDED-COUNT
001372                 END-WRITE
001373             END-IF.

001374         2510-BUILD-PENDING-KEY.
001375             MOVE SPACES TO REF-PENDING-RECORD
001376             SET RP-FILE-LIMITS TO TRUE
001377             MOVE LMT-TRAN-TYPE-CODE TO RP-RECORD-KEY (1:4)
001378             MOVE LMT-CURRENCY-CODE TO RP-RECORD-KEY (5:3).

001379         2600-CONFIRM-PENDING-CHANGE.
001380             MOVE LMT-UPDATED-BY TO WS-CHECKER-ID
001381             PERFORM 2510-BUILD-PENDING-KEY
001382             READ REF-PENDING-FILE
001383                 INVALID KEY
001384                     ADD 1 TO WS-ERROR-COUNT
001385                     DISPLAY "CONFIRM FAILED - NO CHANGE PENDING "
001386                         "FOR LIMIT " RP-RECORD-KEY
001387                 NOT INVALID KEY
001388                     PERFORM 2610-CHECK-CHECKER
001389                     IF WS-CHECKER-OK
001390                         PERFORM 2620-APPLY-PENDING-CHANGE
001391                     END-IF
001392             END-READ.

001393         2610-CHECK-CHECKER.
001394*        THE CHECKER MUST BE ACTIVE ON THE APPROVER MASTER AND
001395*        MUST NOT BE THE USER WHO RAISED THE CHANGE.
001396             MOVE "N" TO WS-CHECKER-OK-SWITCH
001397             IF WS-CHECKER-ID = SPACES
001398                 ADD 1 TO WS-ERROR-COUNT
001399                 DISPLAY "CONFIRM REFUSED - CHECKER ID MISSING "
001400                     "FOR LIMIT " RP-RECORD-KEY
001401             ELSE
001402                 IF WS-CHECKER-ID = RP-MAKER-ID
001403                     ADD 1 TO WS-ERROR-COUNT
001404                     DISPLAY "CONFIRM REFUSED - " WS-CHECKER-ID
001405                         " RAISED THE CHANGE TO LIMIT "
001406                         RP-RECORD-KEY
001407                 ELSE
001408                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
001409                 END-IF
001410             END-IF.

001411         2615-CHECK-CHECKER-ENTITLEMENT.
001412             IF WS-NO-APPROVER-FILE
001413                 ADD 1 TO WS-ERROR-COUNT
001414                 DISPLAY "REFUSED - NO APPROVER-MASTER-FILE TO "
001415                     "VERIFY CHECKER " WS-CHECKER-ID
001416             ELSE
001417                 MOVE WS-CHECKER-ID TO AM-APPROVER-ID
001418                 READ APPROVER-MASTER-FILE
001419                     INVALID KEY
001420                         ADD 1 TO WS-ERROR-COUNT
001421                         DISPLAY "REFUSED - CHECKER "
001422                             WS-CHECKER-ID
001423                             " NOT ON APPROVER-MASTER-FILE"
001424                     NOT INVALID KEY
001425                         IF AM-APPROVER-ACTIVE
001426                             SET WS-CHECKER-OK TO TRUE
001427                         ELSE
001428                             ADD 1 TO WS-ERROR-COUNT
001429                             DISPLAY "REFUSED - CHECKER "
001430                                 WS-CHECKER-ID " IS SUSPENDED"
001431                         END-IF
001432                 END-READ
001433             END-IF.

001434         2620-APPLY-PENDING-CHANGE.
001435*        THE MAKER'S OWN TRANSACTION IS REPLAYED THROUGH THE
001436*        NORMAL ADD/CHANGE/DELETE LOGIC, SO THE MASTER IS STAMPED
001437*        WITH THE MAKER'S ID EXACTLY AS BEFORE.
001438             MOVE RP-TXN-IMAGE TO LIMIT-MAINT-TXN
001439             PERFORM 2630-CAPTURE-MASTER-IMAGE
001440             MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
001441             MOVE WS-ERROR-COUNT TO WS-APPLY-ERROR-SNAP
001442             EVALUATE TRUE
001443                 WHEN LMT-ACTION-ADD
001444                     PERFORM 2100-ADD-LIMIT
001445                 WHEN LMT-ACTION-CHANGE
001446                     PERFORM 2200-CHANGE-LIMIT
001447                 WHEN LMT-ACTION-DELETE
001448                     PERFORM 2300-DELETE-LIMIT
001449             END-EVALUATE
001450             PERFORM 2630-CAPTURE-MASTER-IMAGE
001451             MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
001452             IF WS-ERROR-COUNT > WS-APPLY-ERROR-SNAP
001453                 SET WS-JOURNAL-FAILED TO TRUE
001454             ELSE
001455                 SET WS-JOURNAL-APPLIED TO TRUE
001456             END-IF
001457             PERFORM 2800-WRITE-JOURNAL
001458             PERFORM 2810-REMOVE-PENDING-CHANGE.

001459         2630-CAPTURE-MASTER-IMAGE.
001460             MOVE SPACES TO WS-MASTER-IMAGE
001461             MOVE LMT-TRAN-TYPE-CODE TO LP-TRAN-TYPE-CODE
001462             MOVE LMT-CURRENCY-CODE TO LP-CURRENCY-CODE
001463             READ LIMIT-PARM-FILE
001464                 INVALID KEY
001465                     CONTINUE
001466                 NOT INVALID KEY
001467                     MOVE LIMIT-PARM-RECORD TO WS-MASTER-IMAGE
001468             END-READ.

001469         2700-REJECT-PENDING-CHANGE.
001470*        ANY ACTIVE USER ON THE APPROVER MASTER MAY TURN A CHANGE
001471*        DOWN - INCLUDING ITS MAKER, WITHDRAWING IT.
001472             MOVE LMT-UPDATED-BY TO WS-CHECKER-ID
001473             PERFORM 2510-BUILD-PENDING-KEY
001474             READ REF-PENDING-FILE
001475                 INVALID KEY
001476                     ADD 1 TO WS-ERROR-COUNT
001477                     DISPLAY "REJECT FAILED - NO CHANGE PENDING "
001478                         "FOR LIMIT " RP-RECORD-KEY
001479                 NOT INVALID KEY
001480                     MOVE "N" TO WS-CHECKER-OK-SWITCH
001481                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
001482                     IF WS-CHECKER-OK
001483                         MOVE RP-TXN-IMAGE TO LIMIT-MAINT-TXN
001484                         PERFORM 2630-CAPTURE-MASTER-IMAGE
001485                         MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
001486                         MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
001487                         SET WS-JOURNAL-REJECTED TO TRUE
001488                         PERFORM 2800-WRITE-JOURNAL
001489                         PERFORM 2810-REMOVE-PENDING-CHANGE
001490                         ADD 1 TO WS-REJECTED-COUNT
001491                     END-IF
001492             END-READ.

001493         2800-WRITE-JOURNAL.
001494             MOVE SPACES TO REF-JOURNAL-RECORD
001495             MOVE WS-BUSINESS-DATE TO RJ-JOURNAL-DATE
001496             MOVE FUNCTION CURRENT-DATE (9:8) TO RJ-JOURNAL-TIME
001497             MOVE RP-FILE-CODE TO RJ-FILE-CODE
001498             MOVE RP-RECORD-KEY TO RJ-RECORD-KEY
001499             MOVE RP-ACTION-CODE TO RJ-ACTION-CODE
001500             MOVE WS-JOURNAL-OUTCOME TO RJ-OUTCOME
001501             MOVE RP-MAKER-ID TO RJ-MAKER-ID
001502             MOVE RP-REQUEST-DATE TO RJ-REQUEST-DATE
001503             MOVE RP-REQUEST-TIME TO RJ-REQUEST-TIME
001504             MOVE WS-CHECKER-ID TO RJ-CHECKER-ID
001505             MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
001506             MOVE WS-AFTER-IMAGE TO RJ-AFTER-IMAGE
001507             MOVE RP-TXN-IMAGE TO RJ-TXN-IMAGE
001508             WRITE REF-JOURNAL-RECORD
001509             IF WS-REFJRNL-STATUS NOT = "00"
001510                 DISPLAY "ERROR WRITING REF-JOURNAL-FILE STATUS="
001511                     WS-REFJRNL-STATUS
001512                 GO TO 9999-ABEND
001513             END-IF.

001514         2810-REMOVE-PENDING-CHANGE.
001515             DELETE REF-PENDING-FILE RECORD
001516                 INVALID KEY
001517                     DISPLAY "WARNING: PENDING CHANGE NOT "
001518                         "REMOVED FOR LIMIT " RP-RECORD-KEY
001519             END-DELETE.

001520         3000-FINALIZE.
001530             DISPLAY "LIMMAINT: ADDED " WS-ADDED-COUNT
001540                 " CHANGED " WS-CHANGED-COUNT
001550                 " DELETED " WS-DELETED-COUNT
001560                 " PENDING " WS-PENDED-COUNT
001570                 " REJECTED " WS-REJECTED-COUNT
001580                 " ERRORS " WS-ERROR-COUNT
001590             CLOSE LIMIT-MAINT-FILE
001600             CLOSE LIMIT-PARM-FILE
001610             CLOSE REF-PENDING-FILE
001620             CLOSE REF-JOURNAL-FILE
001630             CLOSE APPROVER-MASTER-FILE.

001640         8800-GET-BUSINESS-DATE.
001650*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
001660*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
001670*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
001680*        BUSINESS DAY.
001690             OPEN INPUT PROCESS-DATE-FILE
001700             IF WS-PROCDATE-STATUS NOT = "00"
001710                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
001720                     WS-PROCDATE-STATUS
001730                 GO TO 9999-ABEND
001740             END-IF
001750             PERFORM 8810-READ-DATE-ROW
001760             CLOSE PROCESS-DATE-FILE.

001770         8810-READ-DATE-ROW.
001780             MOVE ZERO TO PD-KEY-DATE
001790             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
001800             READ PROCESS-DATE-FILE
001810                 INVALID KEY
001820                     DISPLAY "ERROR: NO BUSINESS DATE ON "
001830                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
001840                     GO TO 9999-ABEND
001850             END-READ
001860             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
001870             MOVE PD-PRIOR-BUSINESS-DATE
001880                 TO WS-PRIOR-BUSINESS-DATE.

001890         9999-ABEND.
001900             DISPLAY "LIMMAINT ABENDING"
001910             CLOSE LIMIT-MAINT-FILE
001920             CLOSE LIMIT-PARM-FILE
001930             CLOSE REF-PENDING-FILE
001940             CLOSE REF-JOURNAL-FILE
001950             CLOSE APPROVER-MASTER-FILE
001960             STOP RUN.
