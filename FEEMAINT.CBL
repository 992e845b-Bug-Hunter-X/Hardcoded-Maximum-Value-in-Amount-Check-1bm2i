000010*****************************************************************
000020* PROGRAM-ID. FEEMAINT
000030* TRANSACTION FEE SCHEDULE MAINTENANCE.
000040* APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO THE FEE-SCHEDULE-FILE
000050* SO THE PER-TYPE/CURRENCY FLAT AND PERCENTAGE FEES, WITH THEIR
000060* MINIMUM AND MAXIMUM, CHARGED BY TXNVAL, FRAUDMAINT AND APPRMAINT
000070* ON ACCEPTED TRANSACTIONS CAN BE CHANGED BY THE BUSINESS WITHOUT
000080* A PROGRAM RECOMPILE.  AN ENTRY MAY BE SUSPENDED (STATUS "S") TO
000090* STOP CHARGING WITHOUT LOSING ITS RATES.
000100* EVERY ADD/CHANGE/DELETE IS HELD ON THE PENDING-CHANGE FILE
000110* (REFPEND) UNDER ITS MAKER'S ID AND ONLY REACHES THE MASTER WHEN
000120* A CONFIRM ARRIVES FROM A SECOND, DIFFERENT USER WHO IS ACTIVE ON
000130* THE APPROVER MASTER; A REJECT DISCARDS IT.  EVERY CONFIRMED,
000140* REJECTED OR FAILED CHANGE IS JOURNALED ON REFJRNL WITH THE
000150* RECORD'S BEFORE AND AFTER IMAGES, THE MAKER AND THE CHECKER.
000160*****************************************************************
000170 IDENTIFICATION DIVISION.
000180         PROGRAM-ID. FEEMAINT.
000190         AUTHOR. BATCH-SYSTEMS.

000200         ENVIRONMENT DIVISION.
000210         CONFIGURATION SECTION.
000220         SOURCE-COMPUTER. IBM-370.
000230         OBJECT-COMPUTER. IBM-370.

000240         INPUT-OUTPUT SECTION.
000250         FILE-CONTROL.
000260             SELECT FEE-MAINT-FILE ASSIGN TO FEEMTXN
000270                 ORGANIZATION IS SEQUENTIAL
000280                 FILE STATUS IS WS-FEEMTXN-STATUS.

000290             SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
000300                 ORGANIZATION IS INDEXED
000310                 ACCESS MODE IS DYNAMIC
000320                 RECORD KEY IS FS-FEE-KEY
000330                 FILE STATUS IS WS-FEESCHED-STATUS.

000340             SELECT REF-PENDING-FILE ASSIGN TO REFPEND
000350                 ORGANIZATION IS INDEXED
000360                 ACCESS MODE IS DYNAMIC
000370                 RECORD KEY IS RP-PENDING-KEY
000380                 FILE STATUS IS WS-REFPEND-STATUS.

000390             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000400                 ORGANIZATION IS SEQUENTIAL
000410                 FILE STATUS IS WS-REFJRNL-STATUS.

000420             SELECT APPROVER-MASTER-FILE ASSIGN TO APPRMST
000430                 ORGANIZATION IS INDEXED
000440                 ACCESS MODE IS DYNAMIC
000450                 RECORD KEY IS AM-APPROVER-ID
000460                 FILE STATUS IS WS-APPRMST-STATUS.

000470             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000480                 ORGANIZATION IS INDEXED
000490                 ACCESS MODE IS DYNAMIC
000500                 RECORD KEY IS PD-CONTROL-KEY
000510                 FILE STATUS IS WS-PROCDATE-STATUS.

000520         DATA DIVISION.
000530         FILE SECTION.
000540         FD  FEE-MAINT-FILE
000550             RECORDING MODE IS F.
000560         COPY FEEMTXN.

000570         FD  FEE-SCHEDULE-FILE
000580             RECORDING MODE IS F.
000590         COPY FEESCHD.

000600         FD  REF-PENDING-FILE
000610             RECORDING MODE IS F.
000620         COPY REFPEND.

000630         FD  REF-JOURNAL-FILE
000640             RECORDING MODE IS F.
000650         COPY REFJRNL.

000660         FD  APPROVER-MASTER-FILE
000670             RECORDING MODE IS F.
000680         COPY APPRMST.

000690         FD  PROCESS-DATE-FILE
000700             RECORDING MODE IS F.
000710         COPY PROCDATE.

000720         WORKING-STORAGE SECTION.
000730         01  WS-FILE-STATUSES.
000740             05  WS-FEEMTXN-STATUS           PIC X(02) VALUE "00".
000750             05  WS-FEESCHED-STATUS          PIC X(02) VALUE "00".
000760             05  WS-REFPEND-STATUS           PIC X(02) VALUE "00".
000770             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
000780             05  WS-APPRMST-STATUS           PIC X(02) VALUE "00".
000790             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000800         COPY PROCDTWS.

000810         01  WS-SWITCHES.
000820             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000830                 88  WS-END-OF-FILE              VALUE "Y".
000840             05  WS-CHECKER-OK-SWITCH        PIC X(01) VALUE "N".
000850                 88  WS-CHECKER-OK               VALUE "Y".
000860             05  WS-FEE-EDIT-SWITCH          PIC X(01) VALUE "N".
000870                 88  WS-FEE-EDIT-OK              VALUE "Y".
000880             05  WS-NO-APPROVER-SWITCH       PIC X(01) VALUE "N".
000890                 88  WS-NO-APPROVER-FILE         VALUE "Y".

000900         01  WS-RUN-COUNTERS.
000910             05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
000920             05  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
000930             05  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
000940             05  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
000950             05  WS-PENDED-COUNT             PIC 9(07) VALUE ZERO.
000960             05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
000970             05  WS-APPLY-ERROR-SNAP         PIC 9(07) VALUE ZERO.

000980*        MAKER-CHECKER WORK AREAS.  THE MASTER IMAGE IS SIZED TO
000990*        THE JOURNAL'S BEFORE/AFTER IMAGE FIELDS.
001000         01  WS-MAKER-CHECKER-FIELDS.
001010             05  WS-CHECKER-ID               PIC X(08)
001020                 VALUE SPACES.
001030             05  WS-JOURNAL-OUTCOME          PIC X(01)
001040                 VALUE SPACE.
001050                 88  WS-JOURNAL-APPLIED          VALUE "A".
001060                 88  WS-JOURNAL-REJECTED         VALUE "R".
001070                 88  WS-JOURNAL-FAILED           VALUE "F".
001080             05  WS-MASTER-IMAGE             PIC X(100)
001090                 VALUE SPACES.
001100             05  WS-BEFORE-IMAGE             PIC X(100)
001110                 VALUE SPACES.
001120             05  WS-AFTER-IMAGE              PIC X(100)
001130                 VALUE SPACES.

001140         PROCEDURE DIVISION.
001150         0000-MAIN-CONTROL.
001160             PERFORM 1000-INITIALIZE
001170             PERFORM 2000-PROCESS-MAINT-TXNS
001180                 UNTIL WS-END-OF-FILE
001190             PERFORM 3000-FINALIZE
001200             STOP RUN.

001210         1000-INITIALIZE.
001220             PERFORM 8800-GET-BUSINESS-DATE
001230             OPEN INPUT FEE-MAINT-FILE
001240             IF WS-FEEMTXN-STATUS NOT = "00"
001250                 DISPLAY "ERROR OPENING FEE-MAINT-FILE STATUS="
001260                     WS-FEEMTXN-STATUS
001270                 GO TO 9999-ABEND
001280             END-IF

001290             OPEN I-O FEE-SCHEDULE-FILE
001300             IF WS-FEESCHED-STATUS = "35"
001310                 OPEN OUTPUT FEE-SCHEDULE-FILE
001320                 CLOSE FEE-SCHEDULE-FILE
001330                 OPEN I-O FEE-SCHEDULE-FILE
001340             END-IF
001350             IF WS-FEESCHED-STATUS NOT = "00"
001360                 DISPLAY "ERROR OPENING FEE-SCHEDULE-FILE STATUS="
001370                     WS-FEESCHED-STATUS
001380                 GO TO 9999-ABEND
001390             END-IF

001400             OPEN I-O REF-PENDING-FILE
001410             IF WS-REFPEND-STATUS = "35"
001420                 OPEN OUTPUT REF-PENDING-FILE
001430                 CLOSE REF-PENDING-FILE
001440                 OPEN I-O REF-PENDING-FILE
001450             END-IF
001460             IF WS-REFPEND-STATUS NOT = "00"
001470                 DISPLAY "ERROR OPENING REF-PENDING-FILE STATUS="
001480                     WS-REFPEND-STATUS
001490                 GO TO 9999-ABEND
001500             END-IF

001510             OPEN EXTEND REF-JOURNAL-FILE
001520             IF WS-REFJRNL-STATUS = "35"
001530                 OPEN OUTPUT REF-JOURNAL-FILE
001540                 CLOSE REF-JOURNAL-FILE
001550                 OPEN EXTEND REF-JOURNAL-FILE
001560             END-IF
001570             IF WS-REFJRNL-STATUS NOT = "00"
001580                 DISPLAY "ERROR OPENING REF-JOURNAL-FILE STATUS="
001590                     WS-REFJRNL-STATUS
001600                 GO TO 9999-ABEND
001610             END-IF

001620             OPEN INPUT APPROVER-MASTER-FILE
001630             IF WS-APPRMST-STATUS = "35"
001640                 SET WS-NO-APPROVER-FILE TO TRUE
001650                 DISPLAY "WARNING: NO APPROVER-MASTER-FILE - "
001660                     "CHANGES CAN BE RAISED BUT NOT CONFIRMED"
001670             ELSE
001680                 IF WS-APPRMST-STATUS NOT = "00"
001690                     DISPLAY "ERROR OPENING APPROVER-MASTER-FILE "
001700                         "STATUS=" WS-APPRMST-STATUS
001710                     GO TO 9999-ABEND
001720                 END-IF
001730             END-IF

001740             PERFORM 2050-READ-MAINT-TXN.

001750         2000-PROCESS-MAINT-TXNS.
001760             EVALUATE TRUE
001770                 WHEN FET-ACTION-ADD
001780                 WHEN FET-ACTION-CHANGE
001790                 WHEN FET-ACTION-DELETE
001800                     PERFORM 2500-HOLD-PENDING-CHANGE
001810                 WHEN FET-ACTION-CONFIRM
001820                     PERFORM 2600-CONFIRM-PENDING-CHANGE
001830                 WHEN FET-ACTION-REJECT
001840                     PERFORM 2700-REJECT-PENDING-CHANGE
001850                 WHEN OTHER
001860                     ADD 1 TO WS-ERROR-COUNT
001870                     DISPLAY "INVALID ACTION CODE "
001880                         FET-ACTION-CODE
001890                         " FOR " FET-TRAN-TYPE-CODE "/"
001900                         FET-CURRENCY-CODE
001910             END-EVALUATE
001920             PERFORM 2050-READ-MAINT-TXN.

001930         2050-READ-MAINT-TXN.
001940             READ FEE-MAINT-FILE
001950                 AT END
001960                     SET WS-END-OF-FILE TO TRUE
001970             END-READ.

001980         2100-ADD-FEE.
001990             MOVE FET-TRAN-TYPE-CODE TO FS-TRAN-TYPE-CODE
002000             MOVE FET-CURRENCY-CODE TO FS-CURRENCY-CODE
002010             MOVE FET-FLAT-FEE TO FS-FLAT-FEE
002020             MOVE FET-PERCENT-RATE TO FS-PERCENT-RATE
002030             MOVE FET-MINIMUM-FEE TO FS-MINIMUM-FEE
002040             MOVE FET-MAXIMUM-FEE TO FS-MAXIMUM-FEE
002050             MOVE FET-STATUS TO FS-STATUS
002060             MOVE FET-UPDATED-BY TO FS-LAST-UPDATED-BY
002070             MOVE WS-BUSINESS-DATE TO FS-LAST-UPDATED-DATE
002080             WRITE FEE-SCHEDULE-RECORD
002090                 INVALID KEY
002100                     ADD 1 TO WS-ERROR-COUNT
002110                     DISPLAY "ADD FAILED - FEE ALREADY EXISTS "
002120                         "FOR "
002130                         FET-TRAN-TYPE-CODE "/" FET-CURRENCY-CODE
002140                 NOT INVALID KEY
002150                     ADD 1 TO WS-ADDED-COUNT
002160             END-WRITE.

002170         2200-CHANGE-FEE.
002180             MOVE FET-TRAN-TYPE-CODE TO FS-TRAN-TYPE-CODE
002190             MOVE FET-CURRENCY-CODE TO FS-CURRENCY-CODE
002200             READ FEE-SCHEDULE-FILE
002210                 INVALID KEY
002220                     ADD 1 TO WS-ERROR-COUNT
002230                     DISPLAY "CHANGE FAILED - NO FEE FOR "
002240                         FET-TRAN-TYPE-CODE "/" FET-CURRENCY-CODE
002250                 NOT INVALID KEY
002260                     MOVE FET-FLAT-FEE TO FS-FLAT-FEE
002270                     MOVE FET-PERCENT-RATE TO FS-PERCENT-RATE
002280                     MOVE FET-MINIMUM-FEE TO FS-MINIMUM-FEE
002290                     MOVE FET-MAXIMUM-FEE TO FS-MAXIMUM-FEE
002300                     MOVE FET-STATUS TO FS-STATUS
002310                     MOVE FET-UPDATED-BY TO FS-LAST-UPDATED-BY
002320                     MOVE WS-BUSINESS-DATE TO FS-LAST-UPDATED-DATE
002330                     REWRITE FEE-SCHEDULE-RECORD
002340                     ADD 1 TO WS-CHANGED-COUNT
002350             END-READ.

002360         2300-DELETE-FEE.
002370             MOVE FET-TRAN-TYPE-CODE TO FS-TRAN-TYPE-CODE
002380             MOVE FET-CURRENCY-CODE TO FS-CURRENCY-CODE
002390             READ FEE-SCHEDULE-FILE
002400                 INVALID KEY
002410                     ADD 1 TO WS-ERROR-COUNT
002420                     DISPLAY "DELETE FAILED - NO FEE FOR "
002430                         FET-TRAN-TYPE-CODE "/" FET-CURRENCY-CODE
002440                 NOT INVALID KEY
002450                     DELETE FEE-SCHEDULE-FILE RECORD
002460                     ADD 1 TO WS-DELETED-COUNT
002470             END-READ.

002480         2500-HOLD-PENDING-CHANGE.
002490             PERFORM 2520-EDIT-FEE-TXN
002500             IF NOT WS-FEE-EDIT-OK
002510                 ADD 1 TO WS-ERROR-COUNT
002520             ELSE
002530             IF FET-UPDATED-BY = SPACES
002540                 ADD 1 TO WS-ERROR-COUNT
002550                 DISPLAY "MAKER ID MISSING ON FEE MAINT TXN"
002560             ELSE
002570                 PERFORM 2510-BUILD-PENDING-KEY
002580                 MOVE FET-ACTION-CODE TO RP-ACTION-CODE
002590                 MOVE FET-UPDATED-BY TO RP-MAKER-ID
002600                 MOVE WS-BUSINESS-DATE TO RP-REQUEST-DATE
002610                 MOVE FUNCTION CURRENT-DATE (9:8)
002620                     TO RP-REQUEST-TIME
002630                 MOVE FEE-MAINT-TXN TO RP-TXN-IMAGE
002640                 WRITE REF-PENDING-RECORD
002650                     INVALID KEY
002660                         ADD 1 TO WS-ERROR-COUNT
002670                         DISPLAY "CHANGE REFUSED - A CHANGE IS "
002680                             "ALREADY PENDING FOR FEE "
002690                             RP-RECORD-KEY
002700                     NOT INVALID KEY
002710                         ADD 1 TO WS-PENDED-COUNT
002720                 END-WRITE
002730             END-IF
002740             END-IF.

002750         2510-BUILD-PENDING-KEY.
002760             MOVE SPACES TO REF-PENDING-RECORD
002770             SET RP-FILE-FEES TO TRUE
002780             MOVE FET-TRAN-TYPE-CODE TO RP-RECORD-KEY (1:4)
002790             MOVE FET-CURRENCY-CODE TO RP-RECORD-KEY (5:3).

002800         2520-EDIT-FEE-TXN.
002810*        AN ADD OR CHANGE MUST CARRY NUMERIC RATES, A PERCENTAGE
002820*        NO HIGHER THAN 100 AND A MINIMUM NO HIGHER THAN ANY
002830*        MAXIMUM.  A BLANK STATUS IS TAKEN AS ACTIVE.  A DELETE
002840*        NEEDS ONLY THE KEY.
002850             SET WS-FEE-EDIT-OK TO TRUE
002860             IF NOT FET-ACTION-DELETE AND FET-STATUS = SPACE
002870                 MOVE "A" TO FET-STATUS
002880             END-IF
002890             EVALUATE TRUE
002900                 WHEN FET-ACTION-DELETE
002910                     CONTINUE
002920                 WHEN FET-FLAT-FEE IS NOT NUMERIC
002930                   OR FET-PERCENT-RATE IS NOT NUMERIC
002940                   OR FET-MINIMUM-FEE IS NOT NUMERIC
002950                   OR FET-MAXIMUM-FEE IS NOT NUMERIC
002960                     MOVE "N" TO WS-FEE-EDIT-SWITCH
002970                     DISPLAY "FEE REFUSED - NON-NUMERIC RATE FOR "
002980                         FET-TRAN-TYPE-CODE "/" FET-CURRENCY-CODE
002990                 WHEN FET-STATUS NOT = "A"
003000                   AND FET-STATUS NOT = "S"
003010                     MOVE "N" TO WS-FEE-EDIT-SWITCH
003020                     DISPLAY "FEE REFUSED - STATUS " FET-STATUS
003030                         " INVALID FOR " FET-TRAN-TYPE-CODE "/"
003040                         FET-CURRENCY-CODE
003050                 WHEN FET-PERCENT-RATE > 100
003060                     MOVE "N" TO WS-FEE-EDIT-SWITCH
003070                     DISPLAY "FEE REFUSED - PERCENTAGE OVER 100 "
003080                         "FOR " FET-TRAN-TYPE-CODE "/"
003090                         FET-CURRENCY-CODE
003100                 WHEN FET-MAXIMUM-FEE > ZERO
003110                   AND FET-MINIMUM-FEE > FET-MAXIMUM-FEE
003120                     MOVE "N" TO WS-FEE-EDIT-SWITCH
003130                     DISPLAY "FEE REFUSED - MINIMUM ABOVE "
003140                         "MAXIMUM FOR " FET-TRAN-TYPE-CODE "/"
003150                         FET-CURRENCY-CODE
003160             END-EVALUATE.

003170         2600-CONFIRM-PENDING-CHANGE.
003180             MOVE FET-UPDATED-BY TO WS-CHECKER-ID
003190             PERFORM 2510-BUILD-PENDING-KEY
003200             READ REF-PENDING-FILE
003210                 INVALID KEY
003220                     ADD 1 TO WS-ERROR-COUNT
003230                     DISPLAY "CONFIRM FAILED - NO CHANGE PENDING "
003240                         "FOR FEE " RP-RECORD-KEY
003250                 NOT INVALID KEY
003260                     PERFORM 2610-CHECK-CHECKER
003270                     IF WS-CHECKER-OK
003280                         PERFORM 2620-APPLY-PENDING-CHANGE
003290                     END-IF
003300             END-READ.

003310         2610-CHECK-CHECKER.
003320*        THE CHECKER MUST BE ACTIVE ON THE APPROVER MASTER AND
003330*        MUST NOT BE THE USER WHO RAISED THE CHANGE.
003340             MOVE "N" TO WS-CHECKER-OK-SWITCH
003350             IF WS-CHECKER-ID = SPACES
003360                 ADD 1 TO WS-ERROR-COUNT
003370                 DISPLAY "CONFIRM REFUSED - CHECKER ID MISSING "
003380                     "FOR FEE " RP-RECORD-KEY
003390             ELSE
003400                 IF WS-CHECKER-ID = RP-MAKER-ID
003410                     ADD 1 TO WS-ERROR-COUNT
003420                     DISPLAY "CONFIRM REFUSED - " WS-CHECKER-ID
003430                         " RAISED THE CHANGE TO FEE "
003440                         RP-RECORD-KEY
003450                 ELSE
003460                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
003470                 END-IF
003480             END-IF.

003490         2615-CHECK-CHECKER-ENTITLEMENT.
003500             IF WS-NO-APPROVER-FILE
003510                 ADD 1 TO WS-ERROR-COUNT
003520                 DISPLAY "REFUSED - NO APPROVER-MASTER-FILE TO "
003530                     "VERIFY CHECKER " WS-CHECKER-ID
003540             ELSE
003550                 MOVE WS-CHECKER-ID TO AM-APPROVER-ID
003560                 READ APPROVER-MASTER-FILE
003570                     INVALID KEY
003580                         ADD 1 TO WS-ERROR-COUNT
003590                         DISPLAY "REFUSED - CHECKER "
003600                             WS-CHECKER-ID
003610                             " NOT ON APPROVER-MASTER-FILE"
003620                     NOT INVALID KEY
003630                         IF AM-APPROVER-ACTIVE
003640                             SET WS-CHECKER-OK TO TRUE
003650                         ELSE
003660                             ADD 1 TO WS-ERROR-COUNT
003670                             DISPLAY "REFUSED - CHECKER "
003680                                 WS-CHECKER-ID " IS SUSPENDED"
003690                         END-IF
003700                 END-READ
003710             END-IF.

003720         2620-APPLY-PENDING-CHANGE.
003730*        THE MAKER'S OWN TRANSACTION IS REPLAYED THROUGH THE
003740*        NORMAL ADD/CHANGE/DELETE LOGIC, SO THE MASTER IS STAMPED
003750*        WITH THE MAKER'S ID EXACTLY AS BEFORE.
003760             MOVE RP-TXN-IMAGE TO FEE-MAINT-TXN
003770             PERFORM 2630-CAPTURE-MASTER-IMAGE
003780             MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
003790             MOVE WS-ERROR-COUNT TO WS-APPLY-ERROR-SNAP
003800             EVALUATE TRUE
003810                 WHEN FET-ACTION-ADD
003820                     PERFORM 2100-ADD-FEE
003830                 WHEN FET-ACTION-CHANGE
003840                     PERFORM 2200-CHANGE-FEE
003850                 WHEN FET-ACTION-DELETE
003860                     PERFORM 2300-DELETE-FEE
003870             END-EVALUATE
003880             PERFORM 2630-CAPTURE-MASTER-IMAGE
003890             MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
003900             IF WS-ERROR-COUNT > WS-APPLY-ERROR-SNAP
003910                 SET WS-JOURNAL-FAILED TO TRUE
003920             ELSE
003930                 SET WS-JOURNAL-APPLIED TO TRUE
003940             END-IF
003950             PERFORM 2800-WRITE-JOURNAL
003960             PERFORM 2810-REMOVE-PENDING-CHANGE.

003970         2630-CAPTURE-MASTER-IMAGE.
003980             MOVE SPACES TO WS-MASTER-IMAGE
003990             MOVE FET-TRAN-TYPE-CODE TO FS-TRAN-TYPE-CODE
004000             MOVE FET-CURRENCY-CODE TO FS-CURRENCY-CODE
004010             READ FEE-SCHEDULE-FILE
004020                 INVALID KEY
004030                     CONTINUE
004040                 NOT INVALID KEY
004050                     MOVE FEE-SCHEDULE-RECORD TO WS-MASTER-IMAGE
004060             END-READ.

004070         2700-REJECT-PENDING-CHANGE.
004080*        ANY ACTIVE USER ON THE APPROVER MASTER MAY TURN A CHANGE
004090*        DOWN - INCLUDING ITS MAKER, WITHDRAWING IT.
004100             MOVE FET-UPDATED-BY TO WS-CHECKER-ID
004110             PERFORM 2510-BUILD-PENDING-KEY
004120             READ REF-PENDING-FILE
004130                 INVALID KEY
004140                     ADD 1 TO WS-ERROR-COUNT
004150                     DISPLAY "REJECT FAILED - NO CHANGE PENDING "
004160                         "FOR FEE " RP-RECORD-KEY
004170                 NOT INVALID KEY
004180                     MOVE "N" TO WS-CHECKER-OK-SWITCH
004190                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
004200                     IF WS-CHECKER-OK
004210                         MOVE RP-TXN-IMAGE TO FEE-MAINT-TXN
004220                         PERFORM 2630-CAPTURE-MASTER-IMAGE
004230                         MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
004240                         MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
004250                         SET WS-JOURNAL-REJECTED TO TRUE
004260                         PERFORM 2800-WRITE-JOURNAL
004270                         PERFORM 2810-REMOVE-PENDING-CHANGE
004280                         ADD 1 TO WS-REJECTED-COUNT
004290                     END-IF
004300             END-READ.

004310         2800-WRITE-JOURNAL.
004320             MOVE SPACES TO REF-JOURNAL-RECORD
004330             MOVE WS-BUSINESS-DATE TO RJ-JOURNAL-DATE
004340             MOVE FUNCTION CURRENT-DATE (9:8) TO RJ-JOURNAL-TIME
004350             MOVE RP-FILE-CODE TO RJ-FILE-CODE
004360             MOVE RP-RECORD-KEY TO RJ-RECORD-KEY
004370             MOVE RP-ACTION-CODE TO RJ-ACTION-CODE
004380             MOVE WS-JOURNAL-OUTCOME TO RJ-OUTCOME
004390             MOVE RP-MAKER-ID TO RJ-MAKER-ID
004400             MOVE RP-REQUEST-DATE TO RJ-REQUEST-DATE
004410             MOVE RP-REQUEST-TIME TO RJ-REQUEST-TIME
004420             MOVE WS-CHECKER-ID TO RJ-CHECKER-ID
004430             MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
004440             MOVE WS-AFTER-IMAGE TO RJ-AFTER-IMAGE
004450             MOVE RP-TXN-IMAGE TO RJ-TXN-IMAGE
004460             WRITE REF-JOURNAL-RECORD
004470             IF WS-REFJRNL-STATUS NOT = "00"
004480                 DISPLAY "ERROR WRITING REF-JOURNAL-FILE STATUS="
004490                     WS-REFJRNL-STATUS
004500                 GO TO 9999-ABEND
004510             END-IF.

004520         2810-REMOVE-PENDING-CHANGE.
004530             DELETE REF-PENDING-FILE RECORD
004540                 INVALID KEY
004550                     DISPLAY "WARNING: PENDING CHANGE NOT "
004560                         "REMOVED FOR FEE " RP-RECORD-KEY
004570             END-DELETE.

004580         3000-FINALIZE.
004590             DISPLAY "FEEMAINT: ADDED " WS-ADDED-COUNT
004600                 " CHANGED " WS-CHANGED-COUNT
004610                 " DELETED " WS-DELETED-COUNT
004620                 " PENDING " WS-PENDED-COUNT
004630                 " REJECTED " WS-REJECTED-COUNT
004640                 " ERRORS " WS-ERROR-COUNT
004650             CLOSE FEE-MAINT-FILE
004660             CLOSE FEE-SCHEDULE-FILE
004670             CLOSE REF-PENDING-FILE
004680             CLOSE REF-JOURNAL-FILE
004690             CLOSE APPROVER-MASTER-FILE.

004700         8800-GET-BUSINESS-DATE.
004710*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
004720*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
004730*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
004740*        BUSINESS DAY.
004750             OPEN INPUT PROCESS-DATE-FILE
004760             IF WS-PROCDATE-STATUS NOT = "00"
004770                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
004780                     WS-PROCDATE-STATUS
004790                 GO TO 9999-ABEND
004800             END-IF
004810             PERFORM 8810-READ-DATE-ROW
004820             CLOSE PROCESS-DATE-FILE.

004830         8810-READ-DATE-ROW.
004840             MOVE ZERO TO PD-KEY-DATE
004850             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
004860             READ PROCESS-DATE-FILE
004870                 INVALID KEY
004880                     DISPLAY "ERROR: NO BUSINESS DATE ON "
004890                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
004900                     GO TO 9999-ABEND
004910             END-READ
004920             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
004930             MOVE PD-PRIOR-BUSINESS-DATE
004940                 TO WS-PRIOR-BUSINESS-DATE.

004950         9999-ABEND.
004960             DISPLAY "FEEMAINT ABENDING"
004970             CLOSE FEE-MAINT-FILE
004980             CLOSE FEE-SCHEDULE-FILE
004990             CLOSE REF-PENDING-FILE
005000             CLOSE REF-JOURNAL-FILE
005010             CLOSE APPROVER-MASTER-FILE
005020             STOP RUN.
