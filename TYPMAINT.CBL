000050* SO THE SET OF VALID TRANSACTION TYPES CHECKED BY TXNVAL'S
000060* FRONT-END EDIT CAN BE CHANGED BY THE BUSINESS WITHOUT A
000070* PROGRAM RECOMPILE.
000071* EVERY ADD/CHANGE/DELETE IS HELD ON THE PENDING-CHANGE FILE
000072* (REFPEND) UNDER ITS MAKER'S ID AND ONLY REACHES THE MASTER WHEN
000073* A CONFIRM ARRIVES FROM A SECOND, DIFFERENT USER WHO IS ACTIVE ON
000074* THE APPROVER MASTER; A REJECT DISCARDS IT.  EVERY CONFIRMED,
000075* REJECTED OR FAILED CHANGE IS JOURNALED ON REFJRNL WITH THE
000076* RECORD'S BEFORE AND AFTER IMAGES, THE MAKER AND THE CHECKER.
000080*****************************************************************
000090 IDENTIFICATION DIVISION.
000100         PROGRAM-ID. TYPMAINT.
000240                 RECORD KEY IS TT-TRAN-TYPE-CODE
000250                 FILE STATUS IS WS-TYPEPRM-STATUS.

000251             SELECT REF-PENDING-FILE ASSIGN TO REFPEND
000252                 ORGANIZATION IS INDEXED
000253                 ACCESS MODE IS DYNAMIC
000254                 RECORD KEY IS RP-PENDING-KEY
000255                 FILE STATUS IS WS-REFPEND-STATUS.

000256             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000257                 ORGANIZATION IS SEQUENTIAL
000258                 FILE STATUS IS WS-REFJRNL-STATUS.

000259             SELECT APPROVER-MASTER-FILE ASSIGN TO APPRMST
000260                 ORGANIZATION IS INDEXED
000261                 ACCESS MODE IS DYNAMIC
000262                 RECORD KEY IS AM-APPROVER-ID
000263                 FILE STATUS IS WS-APPRMST-STATUS.

000264             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000265                 ORGANIZATION IS INDEXED
000266                 ACCESS MODE IS DYNAMIC
000267                 RECORD KEY IS PD-CONTROL-KEY
000268                 FILE STATUS IS WS-PROCDATE-STATUS.

000269         DATA DIVISION.
000270         FILE SECTION.
000280         FD  TYPE-MAINT-FILE
000290             RECORDING MODE IS F.
000320             RECORDING MODE IS F.
000330         COPY TYPETAB.

000331         FD  REF-PENDING-FILE
000332             RECORDING MODE IS F.
000333         COPY REFPEND.

000334         FD  REF-JOURNAL-FILE
000335             RECORDING MODE IS F.
000336         COPY REFJRNL.

000337         FD  APPROVER-MASTER-FILE
000338             RECORDING MODE IS F.
000339         COPY APPRMST.

000340         FD  PROCESS-DATE-FILE
000341             RECORDING MODE IS F.
000342         COPY PROCDATE.

000346         WORKING-STORAGE SECTION.
000350         01  WS-FILE-STATUSES.
000360             05  WS-TYPMTXN-STATUS           PIC X(02) VALUE "00".
000370             05  WS-TYPEPRM-STATUS           PIC X(02) VALUE "00".
000372             05  WS-REFPEND-STATUS           PIC X(02) VALUE "00".
000374             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
000376             05  WS-APPRMST-STATUS           PIC X(02) VALUE "00".
000377             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000378         COPY PROCDTWS.

000380         01  WS-SWITCHES.
000390             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000400                 88  WS-END-OF-FILE              VALUE "Y".
000401             05  WS-CHECKER-OK-SWITCH        PIC X(01) VALUE "N".
000402                 88  WS-CHECKER-OK               VALUE "Y".
000403             05  WS-NO-APPROVER-SWITCH       PIC X(01) VALUE "N".
000404                 88  WS-NO-APPROVER-FILE         VALUE "Y".

000410         01  WS-RUN-COUNTERS.
000420             05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
000430             05  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
000440             05  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
000450             05  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
000451             05  WS-PENDED-COUNT             PIC 9(07) VALUE ZERO.
000452             05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
000453             05  WS-APPLY-ERROR-SNAP         PIC 9(07) VALUE ZERO.

000454*        MAKER-CHECKER WORK AREAS.  THE MASTER IMAGE IS SIZED TO
000455*        THE JOURNAL'S BEFORE/AFTER IMAGE FIELDS.
000456         01  WS-MAKER-CHECKER-FIELDS.
000457             05  WS-CHECKER-ID               PIC X(08)
000458                 VALUE SPACES.
000459             05  WS-JOURNAL-OUTCOME          PIC X(01)
000460                 VALUE SPACE.
000461                 88  WS-JOURNAL-APPLIED          VALUE "A".
000462                 88  WS-JOURNAL-REJECTED         VALUE "R".
000463                 88  WS-JOURNAL-FAILED           VALUE "F".
000464             05  WS-MASTER-IMAGE             PIC X(100)
000465                 VALUE SPACES.
000466             05  WS-BEFORE-IMAGE             PIC X(100)
000467                 VALUE SPACES.
000468             05  WS-AFTER-IMAGE              PIC X(100)
000469                 VALUE SPACES.

000472         PROCEDURE DIVISION.
000476         0000-MAIN-CONTROL.
000480             PERFORM 1000-INITIALIZE
000490             PERFORM 2000-PROCESS-MAINT-TXNS
000500                 UNTIL WS-END-OF-FILE
000520             STOP RUN.

000530         1000-INITIALIZE.
000534             PERFORM 8800-GET-BUSINESS-DATE
000540             OPEN INPUT TYPE-MAINT-FILE
000550             IF WS-TYPMTXN-STATUS NOT = "00"
000560                 DISPLAY "ERROR OPENING TYPE-MAINT-FILE STATUS="
000690                 GO TO 9999-ABEND
000700             END-IF

000701             OPEN I-O REF-PENDING-FILE
000702             IF WS-REFPEND-STATUS = "35"
000703                 OPEN OUTPUT REF-PENDING-FILE
000704                 CLOSE REF-PENDING-FILE
000705                 OPEN I-O REF-PENDING-FILE
000706             END-IF
000707             IF WS-REFPEND-STATUS NOT = "00"
000708                 DISPLAY "ERROR OPENING REF-PENDING-FILE STATUS="
000709                     WS-REFPEND-STATUS
000710                 GO TO 9999-ABEND
000711             END-IF

000712             OPEN EXTEND REF-JOURNAL-FILE
000713             IF WS-REFJRNL-STATUS = "35"
000714                 OPEN OUTPUT REF-JOURNAL-FILE
000715                 CLOSE REF-JOURNAL-FILE
000716                 OPEN EXTEND REF-JOURNAL-FILE
000717             END-IF
000718             IF WS-REFJRNL-STATUS NOT = "00"
000719                 DISPLAY "ERROR OPENING REF-JOURNAL-FILE STATUS="
000720                     WS-REFJRNL-STATUS
000721                 GO TO 9999-ABEND
000722             END-IF

000723             OPEN INPUT APPROVER-MASTER-FILE
000724             IF WS-APPRMST-STATUS = "35"
000725                 SET WS-NO-APPROVER-FILE TO TRUE
000726                 DISPLAY "WARNING: NO APPROVER-MASTER-FILE - "
000727                     "CHANGES CAN BE RAISED BUT NOT CONFIRMED"
000728             ELSE
000729                 IF WS-APPRMST-STATUS NOT = "00"
000730                     DISPLAY "ERROR OPENING APPROVER-MASTER-FILE "
000731                         "STATUS=" WS-APPRMST-STATUS
000732                     GO TO 9999-ABEND
000733                 END-IF
000734             END-IF

000735             PERFORM 2050-READ-MAINT-TXN.

000737         2000-PROCESS-MAINT-TXNS.
000738             EVALUATE TRUE
000740                 WHEN TMT-ACTION-ADD
000750                 WHEN TMT-ACTION-CHANGE
000760                 WHEN TMT-ACTION-DELETE
000770                     PERFORM 2500-HOLD-PENDING-CHANGE
000780                 WHEN TMT-ACTION-CONFIRM
000790                     PERFORM 2600-CONFIRM-PENDING-CHANGE
000793                 WHEN TMT-ACTION-REJECT
000796                     PERFORM 2700-REJECT-PENDING-CHANGE
000800                 WHEN OTHER
000810                     ADD 1 TO WS-ERROR-COUNT
000820                     DISPLAY "INVALID ACTION CODE " TMT-ACTION-CODE
000980                     " FOR TYPE " TMT-TRAN-TYPE-CODE
000990             ELSE
001000                 MOVE TMT-UPDATED-BY TO TT-LAST-UPDATED-BY
001010                 MOVE WS-BUSINESS-DATE TO TT-LAST-UPDATED-DATE
001030                 WRITE TYPE-MASTER-RECORD
001040                     INVALID KEY
001050                         ADD 1 TO WS-ERROR-COUNT
001218                             " BE A OR R FOR TYPE " TMT-TRAN-TYPE-CODE
001219                     ELSE
001220                     MOVE TMT-UPDATED-BY TO TT-LAST-UPDATED-BY
001230                     MOVE WS-BUSINESS-DATE TO TT-LAST-UPDATED-DATE
001250                     REWRITE TYPE-MASTER-RECORD
001260                     ADD 1 TO WS-CHANGED-COUNT
001265                     END-IF
001370                     ADD 1 TO WS-DELETED-COUNT
001380             END-READ.

001381         2500-HOLD-PENDING-CHANGE.
001382             IF TMT-UPDATED-BY = SPACES
001383                 ADD 1 TO WS-ERROR-COUNT
001384                 DISPLAY "MAKER ID MISSING ON TYPE MAINT TXN"
001385             ELSE
001386                 PERFORM 2510-BUILD-PENDING-KEY
001387                 MOVE TMT-ACTION-CODE TO RP-ACTION-CODE
001388                 MOVE TMT-UPDATED-BY TO RP-MAKER-ID
001389                 MOVE WS-BUSINESS-DATE TO RP-REQUEST-DATE
001391                 MOVE FUNCTION CURRENT-DATE (9:8)
001392                     TO RP-REQUEST-TIME
001393                 MOVE TYPE-MAINT-TXN TO RP-TXN-IMAGE
001394                 WRITE REF-PENDING-RECORD
001395                     INVALID KEY
001396                         ADD 1 TO WS-ERROR-COUNT
001397                         DISPLAY "CHANGE REFUSED - A CHANGE IS "
001398                             "ALREADY PENDING FOR TYPE "
001399                             RP-RECORD-KEY
001400                     NOT INVALID KEY
001401                         ADD 1 TO WS-PENDED-COUNT
001402                 END-WRITE
001403             END-IF.

001404         2510-BUILD-PENDING-KEY.
001405             MOVE SPACES TO REF-PENDING-RECORD
001406             SET RP-FILE-TYPES TO TRUE
001407             MOVE TMT-TRAN-TYPE-CODE TO RP-RECORD-KEY.

001408         2600-CONFIRM-PENDING-CHANGE.
001409             MOVE TMT-UPDATED-BY TO WS-CHECKER-ID
001410             PERFORM 2510-BUILD-PENDING-KEY
001411             READ REF-PENDING-FILE
001412                 INVALID KEY
001413                     ADD 1 TO WS-ERROR-COUNT
001414                     DISPLAY "CONFIRM FAILED - NO CHANGE PENDING "
001415                         "FOR TYPE " RP-RECORD-KEY
001416                 NOT INVALID KEY
001417                     PERFORM 2610-CHECK-CHECKER
001418                     IF WS-CHECKER-OK
001419                         PERFORM 2620-APPLY-PENDING-CHANGE
001420                     END-IF
001421             END-READ.

001422         2610-CHECK-CHECKER.
001423*        THE CHECKER MUST BE ACTIVE ON THE APPROVER MASTER AND
001424*        MUST NOT BE THE USER WHO RAISED THE CHANGE.
001425             MOVE "N" TO WS-CHECKER-OK-SWITCH
001426             IF WS-CHECKER-ID = SPACES
001427                 ADD 1 TO WS-ERROR-COUNT
001428                 DISPLAY "CONFIRM REFUSED - CHECKER ID MISSING "
001429                     "FOR TYPE " RP-RECORD-KEY
001430             ELSE
001431                 IF WS-CHECKER-ID = RP-MAKER-ID
001432                     ADD 1 TO WS-ERROR-COUNT
001433                     DISPLAY "CONFIRM REFUSED - " WS-CHECKER-ID
001434                         " RAISED THE CHANGE TO TYPE "
001435                         RP-RECORD-KEY
001436                 ELSE
001437                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
001438                 END-IF
001439             END-IF.

001440         2615-CHECK-CHECKER-ENTITLEMENT.
001441             IF WS-NO-APPROVER-FILE
001442                 ADD 1 TO WS-ERROR-COUNT
001443                 DISPLAY "REFUSED - NO APPROVER-MASTER-FILE TO "
001444                     "VERIFY CHECKER " WS-CHECKER-ID
001445             ELSE
001446                 MOVE WS-CHECKER-ID TO AM-APPROVER-ID
001447                 READ APPROVER-MASTER-FILE
001448                     INVALID KEY
001449                         ADD 1 TO WS-ERROR-COUNT
001450                         DISPLAY "REFUSED - CHECKER "
001451                             WS-CHECKER-ID
001452                             " NOT ON APPROVER-MASTER-FILE"
001453                     NOT INVALID KEY
001454                         IF AM-APPROVER-ACTIVE
001455                             SET WS-CHECKER-OK TO TRUE
001456                         ELSE
001457                             ADD 1 TO WS-ERROR-COUNT
001458                             DISPLAY "REFUSED - CHECKER "
001459                                 WS-CHECKER-ID " IS SUSPENDED"
001460                         END-IF
001461                 END-READ
001462             END-IF.

001463         2620-APPLY-PENDING-CHANGE.
001464*        THE MAKER'S OWN TRANSACTION IS REPLAYED THROUGH THE
001465*        NORMAL ADD/CHANGE/DELETE LOGIC, SO THE MASTER IS STAMPED
001466*        WITH THE MAKER'S ID EXACTLY AS BEFORE.
001467             MOVE RP-TXN-IMAGE TO TYPE-MAINT-TXN
001468             PERFORM 2630-CAPTURE-MASTER-IMAGE
001469             MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
001470             MOVE WS-ERROR-COUNT TO WS-APPLY-ERROR-SNAP
001471             EVALUATE TRUE
001472                 WHEN TMT-ACTION-ADD
001473                     PERFORM 2100-ADD-TYPE
001474                 WHEN TMT-ACTION-CHANGE
001475                     PERFORM 2200-CHANGE-TYPE
001476                 WHEN TMT-ACTION-DELETE
001477                     PERFORM 2300-DELETE-TYPE
001478             END-EVALUATE
001479             PERFORM 2630-CAPTURE-MASTER-IMAGE
001480             MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
001481             IF WS-ERROR-COUNT > WS-APPLY-ERROR-SNAP
001482                 SET WS-JOURNAL-FAILED TO TRUE
001483             ELSE
001484                 SET WS-JOURNAL-APPLIED TO TRUE
001485             END-IF
001486             PERFORM 2800-WRITE-JOURNAL
001487             PERFORM 2810-REMOVE-PENDING-CHANGE.

001488         2630-CAPTURE-MASTER-IMAGE.
001489             MOVE SPACES TO WS-MASTER-IMAGE
001490             MOVE TMT-TRAN-TYPE-CODE TO TT-TRAN-TYPE-CODE
001491             READ TYPE-PARM-FILE
001492                 INVALID KEY
001493                     CONTINUE
001494                 NOT INVALID KEY
001495                     MOVE TYPE-MASTER-RECORD TO WS-MASTER-IMAGE
001496             END-READ.

001497         2700-REJECT-PENDING-CHANGE.
001498*        ANY ACTIVE USER ON THE APPROVER MASTER MAY TURN A CHANGE
001499*        DOWN - INCLUDING ITS MAKER, WITHDRAWING IT.
001500             MOVE TMT-UPDATED-BY TO WS-CHECKER-ID
001501             PERFORM 2510-BUILD-PENDING-KEY
001502             READ REF-PENDING-FILE
001503                 INVALID KEY
001504                     ADD 1 TO WS-ERROR-COUNT
001505                     DISPLAY "REJECT FAILED - NO CHANGE PENDING "
001506                         "FOR TYPE " RP-RECORD-KEY
001507                 NOT INVALID KEY
001508                     MOVE "N" TO WS-CHECKER-OK-SWITCH
001509                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
001510                     IF WS-CHECKER-OK
001511                         MOVE RP-TXN-IMAGE TO TYPE-MAINT-TXN
001512                         PERFORM 2630-CAPTURE-MASTER-IMAGE
001513                         MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
001514                         MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
001515                         SET WS-JOURNAL-REJECTED TO TRUE
001516                         PERFORM 2800-WRITE-JOURNAL
001517                         PERFORM 2810-REMOVE-PENDING-CHANGE
001518                         ADD 1 TO WS-REJECTED-COUNT
001519                     END-IF
001520             END-READ.

001521         2800-WRITE-JOURNAL.
001522             MOVE SPACES TO REF-JOURNAL-RECORD
001523             MOVE WS-BUSINESS-DATE TO RJ-JOURNAL-DATE
001524             MOVE FUNCTION CURRENT-DATE (9:8) TO RJ-JOURNAL-TIME
001525             MOVE RP-FILE-CODE TO RJ-FILE-CODE
001526             MOVE RP-RECORD-KEY TO RJ-RECORD-KEY
001527             MOVE RP-ACTION-CODE TO RJ-ACTION-CODE
001528             MOVE WS-JOURNAL-OUTCOME TO RJ-OUTCOME
001529             MOVE RP-MAKER-ID TO RJ-MAKER-ID
001530             MOVE RP-REQUEST-DATE TO RJ-REQUEST-DATE
001531             MOVE RP-REQUEST-TIME TO RJ-REQUEST-TIME
001532             MOVE WS-CHECKER-ID TO RJ-CHECKER-ID
001533             MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
001534             MOVE WS-AFTER-IMAGE TO RJ-AFTER-IMAGE
001535             MOVE RP-TXN-IMAGE TO RJ-TXN-IMAGE
001536             WRITE REF-JOURNAL-RECORD
001537             IF WS-REFJRNL-STATUS NOT = "00"
001538                 DISPLAY "ERROR WRITING REF-JOURNAL-FILE STATUS="
001539                     WS-REFJRNL-STATUS
001540                 GO TO 9999-ABEND
001541             END-IF.

001542         2810-REMOVE-PENDING-CHANGE.
001543             DELETE REF-PENDING-FILE RECORD
001544                 INVALID KEY
001545                     DISPLAY "WARNING: PENDING CHANGE NOT "
001546                         "REMOVED FOR TYPE " RP-RECORD-KEY
001547             END-DELETE.

001550         3000-FINALIZE.
001560             DISPLAY "TYPMAINT: ADDED " WS-ADDED-COUNT
001570                 " CHANGED " WS-CHANGED-COUNT
001580                 " DELETED " WS-DELETED-COUNT
001590                 " PENDING " WS-PENDED-COUNT
001600                 " REJECTED " WS-REJECTED-COUNT
001610                 " ERRORS " WS-ERROR-COUNT
001620             CLOSE TYPE-MAINT-FILE
001630             CLOSE TYPE-PARM-FILE
001640             CLOSE REF-PENDING-FILE
001650             CLOSE REF-JOURNAL-FILE
001660             CLOSE APPROVER-MASTER-FILE.

001670         8800-GET-BUSINESS-DATE.
001680*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
001690*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
001700*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
001710*        BUSINESS DAY.
001720             OPEN INPUT PROCESS-DATE-FILE
001730             IF WS-PROCDATE-STATUS NOT = "00"
001740                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
001750                     WS-PROCDATE-STATUS
001760                 GO TO 9999-ABEND
001770             END-IF
001780             PERFORM 8810-READ-DATE-ROW
001790             CLOSE PROCESS-DATE-FILE.

001800         8810-READ-DATE-ROW.
001810             MOVE ZERO TO PD-KEY-DATE
001820             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
001830             READ PROCESS-DATE-FILE
001840                 INVALID KEY
001850                     DISPLAY "ERROR: NO BUSINESS DATE ON "
001860                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
001870                     GO TO 9999-ABEND
001880             END-READ
001890             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
001900             MOVE PD-PRIOR-BUSINESS-DATE
001910                 TO WS-PRIOR-BUSINESS-DATE.

001920         9999-ABEND.
001930             DISPLAY "TYPMAINT ABENDING"
001940             CLOSE TYPE-MAINT-FILE
001950             CLOSE TYPE-PARM-FILE
001960             CLOSE REF-PENDING-FILE
001970             CLOSE REF-JOURNAL-FILE
001980             CLOSE APPROVER-MASTER-FILE
001990             STOP RUN.
