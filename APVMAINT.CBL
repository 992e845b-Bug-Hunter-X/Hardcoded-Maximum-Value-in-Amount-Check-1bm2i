000060* PEOPLE WHO MAY OVERRIDE, SIGN OFF OR DISPOSITION ITEMS - AND
000070* THE DOLLAR AUTHORITY EACH ONE CARRIES - IS KEPT CURRENT BY
000080* THE BUSINESS WITHOUT A PROGRAM RECOMPILE.
000081* EVERY ADD/CHANGE/DELETE IS HELD ON THE PENDING-CHANGE FILE
000082* (REFPEND) UNDER ITS MAKER'S ID AND ONLY REACHES THE MASTER WHEN
000083* A CONFIRM ARRIVES FROM A SECOND, DIFFERENT USER WHO IS ACTIVE ON
000084* THE APPROVER MASTER; A REJECT DISCARDS IT.  EVERY CONFIRMED,
000085* REJECTED OR FAILED CHANGE IS JOURNALED ON REFJRNL WITH THE
000086* RECORD'S BEFORE AND AFTER IMAGES, THE MAKER AND THE CHECKER.
000087* A CHECKER MAY NOT CONFIRM A CHANGE TO THE CHECKER'S OWN ENTRY.
000090*****************************************************************
000100 IDENTIFICATION DIVISION.
000110         PROGRAM-ID. APVMAINT.
000250                 RECORD KEY IS AM-APPROVER-ID
000260                 FILE STATUS IS WS-APPRMST-STATUS.

000261             SELECT REF-PENDING-FILE ASSIGN TO REFPEND
000262                 ORGANIZATION IS INDEXED
000263                 ACCESS MODE IS DYNAMIC
000264                 RECORD KEY IS RP-PENDING-KEY
000265                 FILE STATUS IS WS-REFPEND-STATUS.

000266             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000267                 ORGANIZATION IS SEQUENTIAL
000268                 FILE STATUS IS WS-REFJRNL-STATUS.

000269             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000270                 ORGANIZATION IS INDEXED
000271                 ACCESS MODE IS DYNAMIC
000272                 RECORD KEY IS PD-CONTROL-KEY
000273                 FILE STATUS IS WS-PROCDATE-STATUS.

000276         DATA DIVISION.
000280         FILE SECTION.
000290         FD  APPROVER-MAINT-FILE
000300             RECORDING MODE IS F.
000330             RECORDING MODE IS F.
000340         COPY APPRMST.

000341         FD  REF-PENDING-FILE
000342             RECORDING MODE IS F.
000343         COPY REFPEND.

000344         FD  REF-JOURNAL-FILE
000345             RECORDING MODE IS F.
000346         COPY REFJRNL.

000347         FD  PROCESS-DATE-FILE
000348             RECORDING MODE IS F.
000349         COPY PROCDATE.

000350         WORKING-STORAGE SECTION.
000360         01  WS-FILE-STATUSES.
000370             05  WS-APVMTXN-STATUS           PIC X(02) VALUE "00".
000380             05  WS-APPRMST-STATUS           PIC X(02) VALUE "00".
000383             05  WS-REFPEND-STATUS           PIC X(02) VALUE "00".
000386             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
000387             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000388         COPY PROCDTWS.

000390         01  WS-SWITCHES.
000400             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000410                 88  WS-END-OF-FILE              VALUE "Y".
000413             05  WS-CHECKER-OK-SWITCH        PIC X(01) VALUE "N".
000416                 88  WS-CHECKER-OK               VALUE "Y".

000420         01  WS-RUN-COUNTERS.
000430             05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
000450             05  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
000460             05  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
000462             05  WS-EDIT-ERROR-SNAP          PIC 9(07) VALUE ZERO.
000463             05  WS-PENDED-COUNT             PIC 9(07) VALUE ZERO.
000464             05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
000465             05  WS-APPLY-ERROR-SNAP         PIC 9(07) VALUE ZERO.

000466*        MAKER-CHECKER WORK AREAS.  THE MASTER IMAGE IS SIZED TO
000467*        THE JOURNAL'S BEFORE/AFTER IMAGE FIELDS.
000468         01  WS-MAKER-CHECKER-FIELDS.
000469             05  WS-CHECKER-ID               PIC X(08)
000470                 VALUE SPACES.
000471             05  WS-JOURNAL-OUTCOME          PIC X(01)
000472                 VALUE SPACE.
000473                 88  WS-JOURNAL-APPLIED          VALUE "A".
000474                 88  WS-JOURNAL-REJECTED         VALUE "R".
000475                 88  WS-JOURNAL-FAILED           VALUE "F".
000476             05  WS-MASTER-IMAGE             PIC X(100)
000477                 VALUE SPACES.
000478             05  WS-BEFORE-IMAGE             PIC X(100)
000479                 VALUE SPACES.
000480             05  WS-AFTER-IMAGE              PIC X(100)
000481                 VALUE SPACES.

000484         PROCEDURE DIVISION.
000487         0000-MAIN-CONTROL.
000490             PERFORM 1000-INITIALIZE
000500             PERFORM 2000-PROCESS-MAINT-TXNS
000510                 UNTIL WS-END-OF-FILE
000530             STOP RUN.

000540         1000-INITIALIZE.
000544             PERFORM 8800-GET-BUSINESS-DATE
000550             OPEN INPUT APPROVER-MAINT-FILE
000560             IF WS-APVMTXN-STATUS NOT = "00"
000570                 DISPLAY "ERROR OPENING APPROVER-MAINT-FILE STATUS="
000700                 GO TO 9999-ABEND
000710             END-IF

000711             OPEN I-O REF-PENDING-FILE
000712             IF WS-REFPEND-STATUS = "35"
000713                 OPEN OUTPUT REF-PENDING-FILE
000714                 CLOSE REF-PENDING-FILE
000715                 OPEN I-O REF-PENDING-FILE
000716             END-IF
000717             IF WS-REFPEND-STATUS NOT = "00"
000718                 DISPLAY "ERROR OPENING REF-PENDING-FILE STATUS="
000719                     WS-REFPEND-STATUS
000720                 GO TO 9999-ABEND
000721             END-IF

000722             OPEN EXTEND REF-JOURNAL-FILE
000723             IF WS-REFJRNL-STATUS = "35"
000724                 OPEN OUTPUT REF-JOURNAL-FILE
000725                 CLOSE REF-JOURNAL-FILE
000726                 OPEN EXTEND REF-JOURNAL-FILE
000727             END-IF
000728             IF WS-REFJRNL-STATUS NOT = "00"
000729                 DISPLAY "ERROR OPENING REF-JOURNAL-FILE STATUS="
000730                     WS-REFJRNL-STATUS
000731                 GO TO 9999-ABEND
000732             END-IF

000734             PERFORM 2050-READ-MAINT-TXN.

000737         2000-PROCESS-MAINT-TXNS.
000740             EVALUATE TRUE
000750                 WHEN AVT-ACTION-ADD
000760                 WHEN AVT-ACTION-CHANGE
000770                 WHEN AVT-ACTION-DELETE
000780                     PERFORM 2500-HOLD-PENDING-CHANGE
000790                 WHEN AVT-ACTION-CONFIRM
000800                     PERFORM 2600-CONFIRM-PENDING-CHANGE
000803                 WHEN AVT-ACTION-REJECT
000806                     PERFORM 2700-REJECT-PENDING-CHANGE
000810                 WHEN OTHER
000820                     ADD 1 TO WS-ERROR-COUNT
000830                     DISPLAY "INVALID ACTION CODE " AVT-ACTION-CODE
001210                 MOVE AVT-ROLE-CODE TO AM-ROLE-CODE
001220                 MOVE AVT-AUTHORITY-LIMIT TO AM-AUTHORITY-LIMIT
001230                 MOVE AVT-UPDATED-BY TO AM-LAST-UPDATED-BY
001240                 MOVE WS-BUSINESS-DATE TO AM-LAST-UPDATED-DATE
001260                 WRITE APPROVER-MASTER-RECORD
001270                     INVALID KEY
001280                         ADD 1 TO WS-ERROR-COUNT
001510                         MOVE AVT-AUTHORITY-LIMIT
001520                             TO AM-AUTHORITY-LIMIT
001530                         MOVE AVT-UPDATED-BY TO AM-LAST-UPDATED-BY
001540                         MOVE WS-BUSINESS-DATE
001550                             TO AM-LAST-UPDATED-DATE
001560                         REWRITE APPROVER-MASTER-RECORD
001570                         ADD 1 TO WS-CHANGED-COUNT
001670                 NOT INVALID KEY
001680                     DELETE APPROVER-MASTER-FILE RECORD
001690                     ADD 1 TO WS-DELETED-COUNT
001691             END-READ.

001692         2500-HOLD-PENDING-CHANGE.
001693*        THE ADD/CHANGE EDITS RUN NOW SO A BAD CHANGE IS TURNED
001694*        BACK TO ITS MAKER INSTEAD OF WAITING FOR A CHECKER.
001695             MOVE WS-ERROR-COUNT TO WS-EDIT-ERROR-SNAP
001696             IF NOT AVT-ACTION-DELETE
001697                 PERFORM 2060-EDIT-MAINT-TXN
001698             END-IF
001699             IF WS-ERROR-COUNT > WS-EDIT-ERROR-SNAP
001700                 CONTINUE
001702             ELSE
001703                 PERFORM 2505-WRITE-PENDING-CHANGE
001704             END-IF.

001705         2505-WRITE-PENDING-CHANGE.
001706             IF AVT-UPDATED-BY = SPACES
001707                 ADD 1 TO WS-ERROR-COUNT
001708                 DISPLAY "MAKER ID MISSING ON APPROVER MAINT TXN"
001709             ELSE
001710                 PERFORM 2510-BUILD-PENDING-KEY
001711                 MOVE AVT-ACTION-CODE TO RP-ACTION-CODE
001713                 MOVE AVT-UPDATED-BY TO RP-MAKER-ID
001714                 MOVE WS-BUSINESS-DATE TO RP-REQUEST-DATE
001715                 MOVE FUNCTION CURRENT-DATE (9:8)
001716                     TO RP-REQUEST-TIME
001717                 MOVE APPROVER-MAINT-TXN TO RP-TXN-IMAGE
001718                 WRITE REF-PENDING-RECORD
001719                     INVALID KEY
001720                         ADD 1 TO WS-ERROR-COUNT
001721                         DISPLAY "CHANGE REFUSED - A CHANGE IS "
001722                             "ALREADY PENDING FOR APPROVER "
001724                             RP-RECORD-KEY
001725                     NOT INVALID KEY
001726                         ADD 1 TO WS-PENDED-COUNT
001727                 END-WRITE
001728             END-IF.

001729         2510-BUILD-PENDING-KEY.
001730             MOVE SPACES TO REF-PENDING-RECORD
001731             SET RP-FILE-APPROVERS TO TRUE
001732             MOVE AVT-APPROVER-ID TO RP-RECORD-KEY.

001733         2600-CONFIRM-PENDING-CHANGE.
001735             MOVE AVT-UPDATED-BY TO WS-CHECKER-ID
001736             PERFORM 2510-BUILD-PENDING-KEY
001737             READ REF-PENDING-FILE
001738                 INVALID KEY
001739                     ADD 1 TO WS-ERROR-COUNT
001740                     DISPLAY "CONFIRM FAILED - NO CHANGE PENDING "
001741                         "FOR APPROVER " RP-RECORD-KEY
001742                 NOT INVALID KEY
001743                     PERFORM 2610-CHECK-CHECKER
001744                     IF WS-CHECKER-OK
001745                         PERFORM 2620-APPLY-PENDING-CHANGE
001747                     END-IF
001748             END-READ.

001749         2610-CHECK-CHECKER.
001750*        THE CHECKER MUST BE ACTIVE ON THE APPROVER MASTER AND
001751*        MUST NOT BE THE USER WHO RAISED THE CHANGE.
001752             MOVE "N" TO WS-CHECKER-OK-SWITCH
001753             IF WS-CHECKER-ID = SPACES
001754                 ADD 1 TO WS-ERROR-COUNT
001755                 DISPLAY "CONFIRM REFUSED - CHECKER ID MISSING "
001756                     "FOR APPROVER " RP-RECORD-KEY
001758             ELSE
001759                 IF WS-CHECKER-ID = RP-MAKER-ID
001760                     ADD 1 TO WS-ERROR-COUNT
001761                     DISPLAY "CONFIRM REFUSED - " WS-CHECKER-ID
001762                         " RAISED THE CHANGE TO APPROVER "
001763                         RP-RECORD-KEY
001764                 ELSE
001765                     IF WS-CHECKER-ID = AVT-APPROVER-ID
001766                         ADD 1 TO WS-ERROR-COUNT
001767                         DISPLAY "CONFIRM REFUSED - "
001769                             WS-CHECKER-ID
001770                             " MAY NOT CONFIRM A CHANGE TO OWN "
001771                             "ENTRY"
001772                     ELSE
001773                         PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
001774                     END-IF
001775                 END-IF
001776             END-IF.

001777         2615-CHECK-CHECKER-ENTITLEMENT.
001778             MOVE WS-CHECKER-ID TO AM-APPROVER-ID
001779             READ APPROVER-MASTER-FILE
001780                 INVALID KEY
001781                     ADD 1 TO WS-ERROR-COUNT
001782                     DISPLAY "REFUSED - CHECKER "
001783                         WS-CHECKER-ID
001784                         " NOT ON APPROVER-MASTER-FILE"
001785                 NOT INVALID KEY
001786                     IF AM-APPROVER-ACTIVE
001787                         SET WS-CHECKER-OK TO TRUE
001788                     ELSE
001789                         ADD 1 TO WS-ERROR-COUNT
001790                         DISPLAY "REFUSED - CHECKER "
001791                             WS-CHECKER-ID " IS SUSPENDED"
001792                     END-IF
001793             END-READ.

001794         2620-APPLY-PENDING-CHANGE.
001795*        THE MAKER'S OWN TRANSACTION IS REPLAYED THROUGH THE
001796*        NORMAL ADD/CHANGE/DELETE LOGIC, SO THE MASTER IS STAMPED
001797*        WITH THE MAKER'S ID EXACTLY AS BEFORE.
001798             MOVE RP-TXN-IMAGE TO APPROVER-MAINT-TXN
001799             PERFORM 2630-CAPTURE-MASTER-IMAGE
001800             MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
001801             MOVE WS-ERROR-COUNT TO WS-APPLY-ERROR-SNAP
001802             EVALUATE TRUE
001803                 WHEN AVT-ACTION-ADD
001804                     PERFORM 2100-ADD-APPROVER
001805                 WHEN AVT-ACTION-CHANGE
001806                     PERFORM 2200-CHANGE-APPROVER
001807                 WHEN AVT-ACTION-DELETE
001808                     PERFORM 2300-DELETE-APPROVER
001809             END-EVALUATE
001810             PERFORM 2630-CAPTURE-MASTER-IMAGE
001811             MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
001812             IF WS-ERROR-COUNT > WS-APPLY-ERROR-SNAP
001813                 SET WS-JOURNAL-FAILED TO TRUE
001814             ELSE
001815                 SET WS-JOURNAL-APPLIED TO TRUE
001816             END-IF
001817             PERFORM 2800-WRITE-JOURNAL
001818             PERFORM 2810-REMOVE-PENDING-CHANGE.

001819         2630-CAPTURE-MASTER-IMAGE.
001820             MOVE SPACES TO WS-MASTER-IMAGE
001821             MOVE AVT-APPROVER-ID TO AM-APPROVER-ID
001822             READ APPROVER-MASTER-FILE
001823                 INVALID KEY
001824                     CONTINUE
001825                 NOT INVALID KEY
001826                     MOVE APPROVER-MASTER-RECORD
001827                         TO WS-MASTER-IMAGE
001828             END-READ.

001829         2700-REJECT-PENDING-CHANGE.
001830*        ANY ACTIVE USER ON THE APPROVER MASTER MAY TURN A CHANGE
001831*        DOWN - INCLUDING ITS MAKER, WITHDRAWING IT.
001832             MOVE AVT-UPDATED-BY TO WS-CHECKER-ID
001833             PERFORM 2510-BUILD-PENDING-KEY
001834             READ REF-PENDING-FILE
001835                 INVALID KEY
001836                     ADD 1 TO WS-ERROR-COUNT
001837                     DISPLAY "REJECT FAILED - NO CHANGE PENDING "
001838                         "FOR APPROVER " RP-RECORD-KEY
001839                 NOT INVALID KEY
001840                     MOVE "N" TO WS-CHECKER-OK-SWITCH
001841                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
001842                     IF WS-CHECKER-OK
001843                         MOVE RP-TXN-IMAGE TO APPROVER-MAINT-TXN
001844                         PERFORM 2630-CAPTURE-MASTER-IMAGE
001845                         MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
001846                         MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
001847                         SET WS-JOURNAL-REJECTED TO TRUE
001848                         PERFORM 2800-WRITE-JOURNAL
001849                         PERFORM 2810-REMOVE-PENDING-CHANGE
001850                         ADD 1 TO WS-REJECTED-COUNT
001851                     END-IF
001852             END-READ.

001853         2800-WRITE-JOURNAL.
001854             MOVE SPACES TO REF-JOURNAL-RECORD
001855             MOVE WS-BUSINESS-DATE TO RJ-JOURNAL-DATE
001856             MOVE FUNCTION CURRENT-DATE (9:8) TO RJ-JOURNAL-TIME
001857             MOVE RP-FILE-CODE TO RJ-FILE-CODE
001858             MOVE RP-RECORD-KEY TO RJ-RECORD-KEY
001859             MOVE RP-ACTION-CODE TO RJ-ACTION-CODE
001860             MOVE WS-JOURNAL-OUTCOME TO RJ-OUTCOME
001861             MOVE RP-MAKER-ID TO RJ-MAKER-ID
001862             MOVE RP-REQUEST-DATE TO RJ-REQUEST-DATE
001863             MOVE RP-REQUEST-TIME TO RJ-REQUEST-TIME
001864             MOVE WS-CHECKER-ID TO RJ-CHECKER-ID
001865             MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
001866             MOVE WS-AFTER-IMAGE TO RJ-AFTER-IMAGE
001867             MOVE RP-TXN-IMAGE TO RJ-TXN-IMAGE
001868             WRITE REF-JOURNAL-RECORD
001869             IF WS-REFJRNL-STATUS NOT = "00"
001870                 DISPLAY "ERROR WRITING REF-JOURNAL-FILE STATUS="
001871                     WS-REFJRNL-STATUS
001872                 GO TO 9999-ABEND
001873             END-IF.

001874         2810-REMOVE-PENDING-CHANGE.
001875             DELETE REF-PENDING-FILE RECORD
001876                 INVALID KEY
001877                     DISPLAY "WARNING: PENDING CHANGE NOT "
001878                         "REMOVED FOR APPROVER " RP-RECORD-KEY
001879             END-DELETE.

001880         3000-FINALIZE.
001890             DISPLAY "APVMAINT: ADDED " WS-ADDED-COUNT
001900                 " CHANGED " WS-CHANGED-COUNT
001910                 " DELETED " WS-DELETED-COUNT
001920                 " PENDING " WS-PENDED-COUNT
001930                 " REJECTED " WS-REJECTED-COUNT
001940                 " ERRORS " WS-ERROR-COUNT
001950             CLOSE APPROVER-MAINT-FILE
001960             CLOSE APPROVER-MASTER-FILE
001970             CLOSE REF-PENDING-FILE
001980             CLOSE REF-JOURNAL-FILE.

001990         8800-GET-BUSINESS-DATE.
002000*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
002010*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
002020*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
002030*        BUSINESS DAY.
002040             OPEN INPUT PROCESS-DATE-FILE
002050             IF WS-PROCDATE-STATUS NOT = "00"
002060                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002070                     WS-PROCDATE-STATUS
002080                 GO TO 9999-ABEND
002090             END-IF
002100             PERFORM 8810-READ-DATE-ROW
002110             CLOSE PROCESS-DATE-FILE.

002120         8810-READ-DATE-ROW.
002130             MOVE ZERO TO PD-KEY-DATE
002140             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002150             READ PROCESS-DATE-FILE
002160                 INVALID KEY
002170                     DISPLAY "ERROR: NO BUSINESS DATE ON "
002180                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
002190                     GO TO 9999-ABEND
002200             END-READ
002210             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
002220             MOVE PD-PRIOR-BUSINESS-DATE
002230                 TO WS-PRIOR-BUSINESS-DATE.

002240         9999-ABEND.
002250             DISPLAY "APVMAINT ABENDING"
002260             CLOSE APPROVER-MAINT-FILE
002270             CLOSE APPROVER-MASTER-FILE
002280             CLOSE REF-PENDING-FILE
002290             CLOSE REF-JOURNAL-FILE
002300             STOP RUN.
