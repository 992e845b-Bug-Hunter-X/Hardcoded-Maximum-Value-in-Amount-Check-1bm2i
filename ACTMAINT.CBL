000060* ACCOUNT - OPEN, FROZEN OR CLOSED, WITH ITS OPEN AND CLOSE
000070* DATES - IS KEPT CURRENT BY THE BUSINESS WITHOUT A PROGRAM
000080* RECOMPILE.
000081* EVERY ADD/CHANGE/DELETE IS HELD ON THE PENDING-CHANGE FILE
000082* (REFPEND) UNDER ITS MAKER'S ID AND ONLY REACHES THE MASTER WHEN
000083* A CONFIRM ARRIVES FROM A SECOND, DIFFERENT USER WHO IS ACTIVE ON
000084* THE APPROVER MASTER; A REJECT DISCARDS IT.  EVERY CONFIRMED,
000085* REJECTED OR FAILED CHANGE IS JOURNALED ON REFJRNL WITH THE
000086* RECORD'S BEFORE AND AFTER IMAGES, THE MAKER AND THE CHECKER.
000090*****************************************************************
000100 IDENTIFICATION DIVISION.
000110         PROGRAM-ID. ACTMAINT.
000250                 RECORD KEY IS AC-ACCOUNT-ID
000260                 FILE STATUS IS WS-ACCTMST-STATUS.

000261             SELECT REF-PENDING-FILE ASSIGN TO REFPEND
000262                 ORGANIZATION IS INDEXED
000263                 ACCESS MODE IS DYNAMIC
000264                 RECORD KEY IS RP-PENDING-KEY
000265                 FILE STATUS IS WS-REFPEND-STATUS.

000266             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000267                 ORGANIZATION IS SEQUENTIAL
000268                 FILE STATUS IS WS-REFJRNL-STATUS.

000269             SELECT APPROVER-MASTER-FILE ASSIGN TO APPRMST
000270                 ORGANIZATION IS INDEXED
000271                 ACCESS MODE IS DYNAMIC
000272                 RECORD KEY IS AM-APPROVER-ID
000273                 FILE STATUS IS WS-APPRMST-STATUS.

000274             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000275                 ORGANIZATION IS INDEXED
000276                 ACCESS MODE IS DYNAMIC
000277                 RECORD KEY IS PD-CONTROL-KEY
000278                 FILE STATUS IS WS-PROCDATE-STATUS.

000279         DATA DIVISION.
000280         FILE SECTION.
000290         FD  ACCOUNT-MAINT-FILE
000300             RECORDING MODE IS F.
000330             RECORDING MODE IS F.
000340         COPY ACCTMST.

000341         FD  REF-PENDING-FILE
000342             RECORDING MODE IS F.
000343         COPY REFPEND.

000344         FD  REF-JOURNAL-FILE
000345             RECORDING MODE IS F.
000346         COPY REFJRNL.

000347         FD  APPROVER-MASTER-FILE
000348             RECORDING MODE IS F.
000349         COPY APPRMST.

000350         FD  PROCESS-DATE-FILE
000351             RECORDING MODE IS F.
000352         COPY PROCDATE.

000356         WORKING-STORAGE SECTION.
000360         01  WS-FILE-STATUSES.
000370             05  WS-ACTMTXN-STATUS           PIC X(02) VALUE "00".
000380             05  WS-ACCTMST-STATUS           PIC X(02) VALUE "00".
000382             05  WS-REFPEND-STATUS           PIC X(02) VALUE "00".
000384             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
000386             05  WS-APPRMST-STATUS           PIC X(02) VALUE "00".
000387             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000388         COPY PROCDTWS.

000390         01  WS-SWITCHES.
000400             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000410                 88  WS-END-OF-FILE              VALUE "Y".
000411             05  WS-CHECKER-OK-SWITCH        PIC X(01) VALUE "N".
000412                 88  WS-CHECKER-OK               VALUE "Y".
000413             05  WS-NO-APPROVER-SWITCH       PIC X(01) VALUE "N".
000414                 88  WS-NO-APPROVER-FILE         VALUE "Y".

000420         01  WS-RUN-COUNTERS.
000430             05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
000450             05  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
000460             05  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
000470             05  WS-EDIT-ERROR-SNAP          PIC 9(07) VALUE ZERO.
000471             05  WS-PENDED-COUNT             PIC 9(07) VALUE ZERO.
000472             05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
000473             05  WS-APPLY-ERROR-SNAP         PIC 9(07) VALUE ZERO.

000474*        MAKER-CHECKER WORK AREAS.  THE MASTER IMAGE IS SIZED TO
000475*        THE JOURNAL'S BEFORE/AFTER IMAGE FIELDS.
000476         01  WS-MAKER-CHECKER-FIELDS.
000477             05  WS-CHECKER-ID               PIC X(08)
000478                 VALUE SPACES.
000479             05  WS-JOURNAL-OUTCOME          PIC X(01)
000480                 VALUE SPACE.
000481                 88  WS-JOURNAL-APPLIED          VALUE "A".
000482                 88  WS-JOURNAL-REJECTED         VALUE "R".
000483                 88  WS-JOURNAL-FAILED           VALUE "F".
000484             05  WS-MASTER-IMAGE             PIC X(100)
000485                 VALUE SPACES.
000486             05  WS-BEFORE-IMAGE             PIC X(100)
000487                 VALUE SPACES.
000488             05  WS-AFTER-IMAGE              PIC X(100)
000489                 VALUE SPACES.

000492         PROCEDURE DIVISION.
000496         0000-MAIN-CONTROL.
000500             PERFORM 1000-INITIALIZE
000510             PERFORM 2000-PROCESS-MAINT-TXNS
000520                 UNTIL WS-END-OF-FILE
000540             STOP RUN.

000550         1000-INITIALIZE.
000554             PERFORM 8800-GET-BUSINESS-DATE
000560             OPEN INPUT ACCOUNT-MAINT-FILE
000570             IF WS-ACTMTXN-STATUS NOT = "00"
000580                 DISPLAY "ERROR OPENING ACCOUNT-MAINT-FILE STATUS="
000710                 GO TO 9999-ABEND
000720             END-IF

000721             OPEN I-O REF-PENDING-FILE
000722             IF WS-REFPEND-STATUS = "35"
000723                 OPEN OUTPUT REF-PENDING-FILE
000724                 CLOSE REF-PENDING-FILE
000725                 OPEN I-O REF-PENDING-FILE
000726             END-IF
000727             IF WS-REFPEND-STATUS NOT = "00"
000728                 DISPLAY "ERROR OPENING REF-PENDING-FILE STATUS="
000729                     WS-REFPEND-STATUS
000730                 GO TO 9999-ABEND
000731             END-IF

000732             OPEN EXTEND REF-JOURNAL-FILE
000733             IF WS-REFJRNL-STATUS = "35"
000734                 OPEN OUTPUT REF-JOURNAL-FILE
000735                 CLOSE REF-JOURNAL-FILE
000736                 OPEN EXTEND REF-JOURNAL-FILE
000737             END-IF
000738             IF WS-REFJRNL-STATUS NOT = "00"
000739                 DISPLAY "ERROR OPENING REF-JOURNAL-FILE STATUS="
000740                     WS-REFJRNL-STATUS
000741                 GO TO 9999-ABEND
000742             END-IF

000743             OPEN INPUT APPROVER-MASTER-FILE
000744             IF WS-APPRMST-STATUS = "35"
000745                 SET WS-NO-APPROVER-FILE TO TRUE
000746                 DISPLAY "WARNING: NO APPROVER-MASTER-FILE - "
000747                     "CHANGES CAN BE RAISED BUT NOT CONFIRMED"
000748             ELSE
000749                 IF WS-APPRMST-STATUS NOT = "00"
000750                     DISPLAY "ERROR OPENING APPROVER-MASTER-FILE "
000751                         "STATUS=" WS-APPRMST-STATUS
000752                     GO TO 9999-ABEND
000753                 END-IF
000754             END-IF

000755             PERFORM 2050-READ-MAINT-TXN.

000757         2000-PROCESS-MAINT-TXNS.
000758             EVALUATE TRUE
000760                 WHEN ACT-ACTION-ADD
000770                 WHEN ACT-ACTION-CHANGE
000780                 WHEN ACT-ACTION-DELETE
000790                     PERFORM 2500-HOLD-PENDING-CHANGE
000800                 WHEN ACT-ACTION-CONFIRM
000810                     PERFORM 2600-CONFIRM-PENDING-CHANGE
000813                 WHEN ACT-ACTION-REJECT
000816                     PERFORM 2700-REJECT-PENDING-CHANGE
000820                 WHEN OTHER
000830                     ADD 1 TO WS-ERROR-COUNT
000840                     DISPLAY "INVALID ACTION CODE " ACT-ACTION-CODE
001300                 MOVE ACT-OPEN-DATE TO AC-OPEN-DATE
001310                 MOVE ACT-CLOSE-DATE TO AC-CLOSE-DATE
001320                 MOVE ACT-UPDATED-BY TO AC-LAST-UPDATED-BY
001330                 MOVE WS-BUSINESS-DATE TO AC-LAST-UPDATED-DATE
001350                 WRITE ACCOUNT-MASTER-RECORD
001360                     INVALID KEY
001370                         ADD 1 TO WS-ERROR-COUNT
001580                         MOVE ACT-OPEN-DATE TO AC-OPEN-DATE
001590                         MOVE ACT-CLOSE-DATE TO AC-CLOSE-DATE
001600                         MOVE ACT-UPDATED-BY TO AC-LAST-UPDATED-BY
001610                         MOVE WS-BUSINESS-DATE
001620                             TO AC-LAST-UPDATED-DATE
001630                         REWRITE ACCOUNT-MASTER-RECORD
001640                         ADD 1 TO WS-CHANGED-COUNT
001760                     ADD 1 TO WS-DELETED-COUNT
001770             END-READ.

001771         2500-HOLD-PENDING-CHANGE.
001772*        THE ADD/CHANGE EDITS RUN NOW SO A BAD CHANGE IS TURNED
001773*        BACK TO ITS MAKER INSTEAD OF WAITING FOR A CHECKER.
001774             MOVE WS-ERROR-COUNT TO WS-EDIT-ERROR-SNAP
001775             IF NOT ACT-ACTION-DELETE
001776                 PERFORM 2060-EDIT-MAINT-TXN
001777             END-IF
001778             IF WS-ERROR-COUNT > WS-EDIT-ERROR-SNAP
001779                 CONTINUE
001780             ELSE
001781                 PERFORM 2505-WRITE-PENDING-CHANGE
001782             END-IF.

001783         2505-WRITE-PENDING-CHANGE.
001784             IF ACT-UPDATED-BY = SPACES
001785                 ADD 1 TO WS-ERROR-COUNT
001786                 DISPLAY "MAKER ID MISSING ON ACCOUNT MAINT TXN"
001787             ELSE
001788                 PERFORM 2510-BUILD-PENDING-KEY
001789                 MOVE ACT-ACTION-CODE TO RP-ACTION-CODE
001790                 MOVE ACT-UPDATED-BY TO RP-MAKER-ID
001791                 MOVE WS-BUSINESS-DATE TO RP-REQUEST-DATE
001793                 MOVE FUNCTION CURRENT-DATE (9:8)
001794                     TO RP-REQUEST-TIME
001795                 MOVE ACCOUNT-MAINT-TXN TO RP-TXN-IMAGE
001796                 WRITE REF-PENDING-RECORD
001797                     INVALID KEY
001798                         ADD 1 TO WS-ERROR-COUNT
001799                         DISPLAY "CHANGE REFUSED - A CHANGE IS "
001800                             "ALREADY PENDING FOR ACCOUNT "
001801                             RP-RECORD-KEY
001802                     NOT INVALID KEY
001803                         ADD 1 TO WS-PENDED-COUNT
001804                 END-WRITE
001805             END-IF.

001806         2510-BUILD-PENDING-KEY.
001807             MOVE SPACES TO REF-PENDING-RECORD
001808             SET RP-FILE-ACCOUNTS TO TRUE
001809             MOVE ACT-ACCOUNT-ID TO RP-RECORD-KEY.

001810         2600-CONFIRM-PENDING-CHANGE.
001811             MOVE ACT-UPDATED-BY TO WS-CHECKER-ID
001812             PERFORM 2510-BUILD-PENDING-KEY
001813             READ REF-PENDING-FILE
001814                 INVALID KEY
001815                     ADD 1 TO WS-ERROR-COUNT
001816                     DISPLAY "CONFIRM FAILED - NO CHANGE PENDING "
001817                         "FOR ACCOUNT " RP-RECORD-KEY
001818                 NOT INVALID KEY
001819                     PERFORM 2610-CHECK-CHECKER
001820                     IF WS-CHECKER-OK
001821                         PERFORM 2620-APPLY-PENDING-CHANGE
001822                     END-IF
001823             END-READ.

001824         2610-CHECK-CHECKER.
001825*        THE CHECKER MUST BE ACTIVE ON THE APPROVER MASTER AND
001826*        MUST NOT BE THE USER WHO RAISED THE CHANGE.
001827             MOVE "N" TO WS-CHECKER-OK-SWITCH
001828             IF WS-CHECKER-ID = SPACES
001829                 ADD 1 TO WS-ERROR-COUNT
001830                 DISPLAY "CONFIRM REFUSED - CHECKER ID MISSING "
001831                     "FOR ACCOUNT " RP-RECORD-KEY
001832             ELSE
001833                 IF WS-CHECKER-ID = RP-MAKER-ID
001834                     ADD 1 TO WS-ERROR-COUNT
001835                     DISPLAY "CONFIRM REFUSED - " WS-CHECKER-ID
001836                         " RAISED THE CHANGE TO ACCOUNT "
001837                         RP-RECORD-KEY
001838                 ELSE
001839                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
001840                 END-IF
001841             END-IF.

001842         2615-CHECK-CHECKER-ENTITLEMENT.
001843             IF WS-NO-APPROVER-FILE
001844                 ADD 1 TO WS-ERROR-COUNT
001845                 DISPLAY "REFUSED - NO APPROVER-MASTER-FILE TO "
001846                     "VERIFY CHECKER " WS-CHECKER-ID
001847             ELSE
001848                 MOVE WS-CHECKER-ID TO AM-APPROVER-ID
001849                 READ APPROVER-MASTER-FILE
001850                     INVALID KEY
001851                         ADD 1 TO WS-ERROR-COUNT
001852                         DISPLAY "REFUSED - CHECKER "
001853                             WS-CHECKER-ID
001854                             " NOT ON APPROVER-MASTER-FILE"
001855                     NOT INVALID KEY
001856                         IF AM-APPROVER-ACTIVE
001857                             SET WS-CHECKER-OK TO TRUE
001858                         ELSE
001859                             ADD 1 TO WS-ERROR-COUNT
001860                             DISPLAY "REFUSED - CHECKER "
001861                                 WS-CHECKER-ID " IS SUSPENDED"
001862                         END-IF
001863                 END-READ
001864             END-IF.

001865         2620-APPLY-PENDING-CHANGE.
001866*        THE MAKER'S OWN TRANSACTION IS REPLAYED THROUGH THE
001867*        NORMAL ADD/CHANGE/DELETE LOGIC, SO THE MASTER IS STAMPED
001868*        WITH THE MAKER'S ID EXACTLY AS BEFORE.
001869             MOVE RP-TXN-IMAGE TO ACCOUNT-MAINT-TXN
001870             PERFORM 2630-CAPTURE-MASTER-IMAGE
001871             MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
001872             MOVE WS-ERROR-COUNT TO WS-APPLY-ERROR-SNAP
001873             EVALUATE TRUE
001874                 WHEN ACT-ACTION-ADD
001875                     PERFORM 2100-ADD-ACCOUNT
001876                 WHEN ACT-ACTION-CHANGE
001877                     PERFORM 2200-CHANGE-ACCOUNT
001878                 WHEN ACT-ACTION-DELETE
001879                     PERFORM 2300-DELETE-ACCOUNT
001880             END-EVALUATE
001881             PERFORM 2630-CAPTURE-MASTER-IMAGE
001882             MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
001883             IF WS-ERROR-COUNT > WS-APPLY-ERROR-SNAP
001884                 SET WS-JOURNAL-FAILED TO TRUE
001885             ELSE
001886                 SET WS-JOURNAL-APPLIED TO TRUE
001887             END-IF
001888             PERFORM 2800-WRITE-JOURNAL
001889             PERFORM 2810-REMOVE-PENDING-CHANGE.

001890         2630-CAPTURE-MASTER-IMAGE.
001891             MOVE SPACES TO WS-MASTER-IMAGE
001892             MOVE ACT-ACCOUNT-ID TO AC-ACCOUNT-ID
001893             READ ACCOUNT-MASTER-FILE
001894                 INVALID KEY
001895                     CONTINUE
001896                 NOT INVALID KEY
001897                     MOVE ACCOUNT-MASTER-RECORD TO WS-MASTER-IMAGE
001898             END-READ.

001899         2700-REJECT-PENDING-CHANGE.
001900*        ANY ACTIVE USER ON THE APPROVER MASTER MAY TURN A CHANGE
001901*        DOWN - INCLUDING ITS MAKER, WITHDRAWING IT.
001902             MOVE ACT-UPDATED-BY TO WS-CHECKER-ID
001903             PERFORM 2510-BUILD-PENDING-KEY
001904             READ REF-PENDING-FILE
001905                 INVALID KEY
001906                     ADD 1 TO WS-ERROR-COUNT
001907                     DISPLAY "REJECT FAILED - NO CHANGE PENDING "
001908                         "FOR ACCOUNT " RP-RECORD-KEY
001909                 NOT INVALID KEY
001910                     MOVE "N" TO WS-CHECKER-OK-SWITCH
001911                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
001912                     IF WS-CHECKER-OK
001913                         MOVE RP-TXN-IMAGE TO ACCOUNT-MAINT-TXN
001914                         PERFORM 2630-CAPTURE-MASTER-IMAGE
001915                         MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
001916                         MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
001917                         SET WS-JOURNAL-REJECTED TO TRUE
001918                         PERFORM 2800-WRITE-JOURNAL
001919                         PERFORM 2810-REMOVE-PENDING-CHANGE
001920                         ADD 1 TO WS-REJECTED-COUNT
001921                     END-IF
001922             END-READ.

001923         2800-WRITE-JOURNAL.
001924             MOVE SPACES TO REF-JOURNAL-RECORD
001925             MOVE WS-BUSINESS-DATE TO RJ-JOURNAL-DATE
001926             MOVE FUNCTION CURRENT-DATE (9:8) TO RJ-JOURNAL-TIME
001927             MOVE RP-FILE-CODE TO RJ-FILE-CODE
001928             MOVE RP-RECORD-KEY TO RJ-RECORD-KEY
001929             MOVE RP-ACTION-CODE TO RJ-ACTION-CODE
001930             MOVE WS-JOURNAL-OUTCOME TO RJ-OUTCOME
001931             MOVE RP-MAKER-ID TO RJ-MAKER-ID
001932             MOVE RP-REQUEST-DATE TO RJ-REQUEST-DATE
001933             MOVE RP-REQUEST-TIME TO RJ-REQUEST-TIME
001934             MOVE WS-CHECKER-ID TO RJ-CHECKER-ID
001935             MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
001936             MOVE WS-AFTER-IMAGE TO RJ-AFTER-IMAGE
001937             MOVE RP-TXN-IMAGE TO RJ-TXN-IMAGE
001938             WRITE REF-JOURNAL-RECORD
001939             IF WS-REFJRNL-STATUS NOT = "00"
001940                 DISPLAY "ERROR WRITING REF-JOURNAL-FILE STATUS="
001941                     WS-REFJRNL-STATUS
001942                 GO TO 9999-ABEND
001943             END-IF.

001944         2810-REMOVE-PENDING-CHANGE.
001945             DELETE REF-PENDING-FILE RECORD
001946                 INVALID KEY
001947                     DISPLAY "WARNING: PENDING CHANGE NOT "
001948                         "REMOVED FOR ACCOUNT " RP-RECORD-KEY
001949             END-DELETE.

001950         3000-FINALIZE.
001960             DISPLAY "ACTMAINT: ADDED " WS-ADDED-COUNT
001970                 " CHANGED " WS-CHANGED-COUNT
001980                 " DELETED " WS-DELETED-COUNT
001990                 " PENDING " WS-PENDED-COUNT
002000                 " REJECTED " WS-REJECTED-COUNT
002010                 " ERRORS " WS-ERROR-COUNT
002020             CLOSE ACCOUNT-MAINT-FILE
002030             CLOSE ACCOUNT-MASTER-FILE
002040             CLOSE REF-PENDING-FILE
002050             CLOSE REF-JOURNAL-FILE
002060             CLOSE APPROVER-MASTER-FILE.

002070         8800-GET-BUSINESS-DATE.
002080*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
002090*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
002100*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
002110*        BUSINESS DAY.
002120             OPEN INPUT PROCESS-DATE-FILE
002130             IF WS-PROCDATE-STATUS NOT = "00"
002140                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002150                     WS-PROCDATE-STATUS
002160                 GO TO 9999-ABEND
002170             END-IF
002180             PERFORM 8810-READ-DATE-ROW
002190             CLOSE PROCESS-DATE-FILE.

002200         8810-READ-DATE-ROW.
002210             MOVE ZERO TO PD-KEY-DATE
002220             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002230             READ PROCESS-DATE-FILE
002240                 INVALID KEY
002250                     DISPLAY "ERROR: NO BUSINESS DATE ON "
002260                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
002270                     GO TO 9999-ABEND
002280             END-READ
002290             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
002300             MOVE PD-PRIOR-BUSINESS-DATE
002310                 TO WS-PRIOR-BUSINESS-DATE.

002320         9999-ABEND.
002330             DISPLAY "ACTMAINT ABENDING"
002340             CLOSE ACCOUNT-MAINT-FILE
002350             CLOSE ACCOUNT-MASTER-FILE
002360             CLOSE REF-PENDING-FILE
002370             CLOSE REF-JOURNAL-FILE
002380             CLOSE APPROVER-MASTER-FILE
002390             STOP RUN.
