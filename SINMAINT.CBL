000010*****************************************************************
000020* PROGRAM-ID. SINMAINT
000030* STANDING-INSTRUCTION MAINTENANCE.
000040* APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO THE STANDING-
000050* INSTRUCTION MASTER (STDINST) FROM WHICH SINGEN RAISES THE
000060* NIGHT'S RECURRING TRANSACTIONS - ACCOUNT, TYPE, CURRENCY,
000070* AMOUNT, FREQUENCY, START AND END DATES AND APPROVER.  A NEW
000080* INSTRUCTION FIRST FALLS DUE ON ITS START DATE, WHICH MAY NOT BE
000090* BEFORE THE BUSINESS DATE.  AN INSTRUCTION MAY BE SUSPENDED
000100* (STATUS "S") TO STOP IT RAISING TRANSACTIONS WITHOUT LOSING IT.
000110* ONCE AN INSTRUCTION HAS RAISED A TRANSACTION ITS FREQUENCY AND
000120* START DATE ARE FIXED, AND ONCE SINGEN HAS EXPIRED IT IT CANNOT
000130* BE CHANGED - A NEW INSTRUCTION IS RAISED INSTEAD.
000140* EVERY ADD/CHANGE/DELETE IS HELD ON THE PENDING-CHANGE FILE
000150* (REFPEND) UNDER ITS MAKER'S ID AND ONLY REACHES THE MASTER WHEN
000160* A CONFIRM ARRIVES FROM A SECOND, DIFFERENT USER WHO IS ACTIVE ON
000170* THE APPROVER MASTER; A REJECT DISCARDS IT.  EVERY CONFIRMED,
000180* REJECTED OR FAILED CHANGE IS JOURNALED ON REFJRNL WITH THE
000190* RECORD'S BEFORE AND AFTER IMAGES, THE MAKER AND THE CHECKER.
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220         PROGRAM-ID. SINMAINT.
000230         AUTHOR. BATCH-SYSTEMS.

000240         ENVIRONMENT DIVISION.
000250         CONFIGURATION SECTION.
000260         SOURCE-COMPUTER. IBM-370.
000270         OBJECT-COMPUTER. IBM-370.

000280         INPUT-OUTPUT SECTION.
000290         FILE-CONTROL.
000300             SELECT SINS-MAINT-FILE ASSIGN TO SINMTXN
000310                 ORGANIZATION IS SEQUENTIAL
000320                 FILE STATUS IS WS-SINMTXN-STATUS.

000330             SELECT STANDING-INSTR-FILE ASSIGN TO STDINST
000340                 ORGANIZATION IS INDEXED
000350                 ACCESS MODE IS DYNAMIC
000360                 RECORD KEY IS SI-INSTR-ID
000370                 FILE STATUS IS WS-STDINST-STATUS.

000380             SELECT REF-PENDING-FILE ASSIGN TO REFPEND
000390                 ORGANIZATION IS INDEXED
000400                 ACCESS MODE IS DYNAMIC
000410                 RECORD KEY IS RP-PENDING-KEY
000420                 FILE STATUS IS WS-REFPEND-STATUS.

000430             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000440                 ORGANIZATION IS SEQUENTIAL
000450                 FILE STATUS IS WS-REFJRNL-STATUS.

000460             SELECT APPROVER-MASTER-FILE ASSIGN TO APPRMST
000470                 ORGANIZATION IS INDEXED
000480                 ACCESS MODE IS DYNAMIC
000490                 RECORD KEY IS AM-APPROVER-ID
000500                 FILE STATUS IS WS-APPRMST-STATUS.

000510             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000520                 ORGANIZATION IS INDEXED
000530                 ACCESS MODE IS DYNAMIC
000540                 RECORD KEY IS PD-CONTROL-KEY
000550                 FILE STATUS IS WS-PROCDATE-STATUS.

000560         DATA DIVISION.
000570         FILE SECTION.
000580         FD  SINS-MAINT-FILE
000590             RECORDING MODE IS F.
000600         COPY SINMTXN.

000610         FD  STANDING-INSTR-FILE
000620             RECORDING MODE IS F.
000630         COPY STDINST.

000640         FD  REF-PENDING-FILE
000650             RECORDING MODE IS F.
000660         COPY REFPEND.

000670         FD  REF-JOURNAL-FILE
000680             RECORDING MODE IS F.
000690         COPY REFJRNL.

000700         FD  APPROVER-MASTER-FILE
000710             RECORDING MODE IS F.
000720         COPY APPRMST.

000730         FD  PROCESS-DATE-FILE
000740             RECORDING MODE IS F.
000750         COPY PROCDATE.

000760         WORKING-STORAGE SECTION.
000770         01  WS-FILE-STATUSES.
000780             05  WS-SINMTXN-STATUS           PIC X(02) VALUE "00".
000790             05  WS-STDINST-STATUS           PIC X(02) VALUE "00".
000800             05  WS-REFPEND-STATUS           PIC X(02) VALUE "00".
000810             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
000820             05  WS-APPRMST-STATUS           PIC X(02) VALUE "00".
000830             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000840         COPY PROCDTWS.

000850         01  WS-SWITCHES.
000860             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000870                 88  WS-END-OF-FILE              VALUE "Y".
000880             05  WS-CHECKER-OK-SWITCH        PIC X(01) VALUE "N".
000890                 88  WS-CHECKER-OK               VALUE "Y".
000900             05  WS-SIN-EDIT-SWITCH          PIC X(01) VALUE "N".
000910                 88  WS-SIN-EDIT-OK              VALUE "Y".
000920             05  WS-NO-APPROVER-SWITCH       PIC X(01) VALUE "N".
000930                 88  WS-NO-APPROVER-FILE         VALUE "Y".
000940             05  WS-SCHEDULE-CHANGE-SWITCH   PIC X(01) VALUE "N".
000950                 88  WS-SCHEDULE-CHANGED         VALUE "Y".

000960         01  WS-RUN-COUNTERS.
000970             05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
000980             05  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
000990             05  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
001000             05  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
001010             05  WS-PENDED-COUNT             PIC 9(07) VALUE ZERO.
001020             05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
001030             05  WS-APPLY-ERROR-SNAP         PIC 9(07) VALUE ZERO.

001040*        MAKER-CHECKER WORK AREAS.  THE MASTER IMAGE IS SIZED TO
001050*        THE JOURNAL'S BEFORE/AFTER IMAGE FIELDS.
001060         01  WS-MAKER-CHECKER-FIELDS.
001070             05  WS-CHECKER-ID               PIC X(08)
001080                 VALUE SPACES.
001090             05  WS-JOURNAL-OUTCOME          PIC X(01)
001100                 VALUE SPACE.
001110                 88  WS-JOURNAL-APPLIED          VALUE "A".
001120                 88  WS-JOURNAL-REJECTED         VALUE "R".
001130                 88  WS-JOURNAL-FAILED           VALUE "F".
001140             05  WS-MASTER-IMAGE             PIC X(100)
001150                 VALUE SPACES.
001160             05  WS-BEFORE-IMAGE             PIC X(100)
001170                 VALUE SPACES.
001180             05  WS-AFTER-IMAGE              PIC X(100)
001190                 VALUE SPACES.

001200         PROCEDURE DIVISION.
001210         0000-MAIN-CONTROL.
001220             PERFORM 1000-INITIALIZE
001230             PERFORM 2000-PROCESS-MAINT-TXNS
001240                 UNTIL WS-END-OF-FILE
001250             PERFORM 3000-FINALIZE
001260             STOP RUN.

001270         1000-INITIALIZE.
001280             PERFORM 8800-GET-BUSINESS-DATE
001290             OPEN INPUT SINS-MAINT-FILE
001300             IF WS-SINMTXN-STATUS NOT = "00"
001310                 DISPLAY "ERROR OPENING SINS-MAINT-FILE STATUS="
001320                     WS-SINMTXN-STATUS
001330                 GO TO 9999-ABEND
001340             END-IF

001350             OPEN I-O STANDING-INSTR-FILE
001360             IF WS-STDINST-STATUS = "35"
001370                 OPEN OUTPUT STANDING-INSTR-FILE
001380                 CLOSE STANDING-INSTR-FILE
001390                 OPEN I-O STANDING-INSTR-FILE
001400             END-IF
001410             IF WS-STDINST-STATUS NOT = "00"
001420                 DISPLAY "ERROR OPENING STANDING-INSTR-FILE "
001430                     "STATUS=" WS-STDINST-STATUS
001440                 GO TO 9999-ABEND
001450             END-IF

001460             OPEN I-O REF-PENDING-FILE
001470             IF WS-REFPEND-STATUS = "35"
001480                 OPEN OUTPUT REF-PENDING-FILE
001490                 CLOSE REF-PENDING-FILE
001500                 OPEN I-O REF-PENDING-FILE
001510             END-IF
001520             IF WS-REFPEND-STATUS NOT = "00"
001530                 DISPLAY "ERROR OPENING REF-PENDING-FILE STATUS="
001540                     WS-REFPEND-STATUS
001550                 GO TO 9999-ABEND
001560             END-IF

001570             OPEN EXTEND REF-JOURNAL-FILE
001580             IF WS-REFJRNL-STATUS = "35"
001590                 OPEN OUTPUT REF-JOURNAL-FILE
001600                 CLOSE REF-JOURNAL-FILE
001610                 OPEN EXTEND REF-JOURNAL-FILE
001620             END-IF
001630             IF WS-REFJRNL-STATUS NOT = "00"
001640                 DISPLAY "ERROR OPENING REF-JOURNAL-FILE STATUS="
001650                     WS-REFJRNL-STATUS
001660                 GO TO 9999-ABEND
001670             END-IF

001680             OPEN INPUT APPROVER-MASTER-FILE
001690             IF WS-APPRMST-STATUS = "35"
001700                 SET WS-NO-APPROVER-FILE TO TRUE
001710                 DISPLAY "WARNING: NO APPROVER-MASTER-FILE - "
001720                     "CHANGES CAN BE RAISED BUT NOT CONFIRMED"
001730             ELSE
001740                 IF WS-APPRMST-STATUS NOT = "00"
001750                     DISPLAY "ERROR OPENING APPROVER-MASTER-FILE "
001760                         "STATUS=" WS-APPRMST-STATUS
001770                     GO TO 9999-ABEND
001780                 END-IF
001790             END-IF

001800             PERFORM 2050-READ-MAINT-TXN.

001810         2000-PROCESS-MAINT-TXNS.
001820             EVALUATE TRUE
001830                 WHEN SMT-ACTION-ADD
001840                 WHEN SMT-ACTION-CHANGE
001850                 WHEN SMT-ACTION-DELETE
001860                     PERFORM 2500-HOLD-PENDING-CHANGE
001870                 WHEN SMT-ACTION-CONFIRM
001880                     PERFORM 2600-CONFIRM-PENDING-CHANGE
001890                 WHEN SMT-ACTION-REJECT
001900                     PERFORM 2700-REJECT-PENDING-CHANGE
001910                 WHEN OTHER
001920                     ADD 1 TO WS-ERROR-COUNT
001930                     DISPLAY "INVALID ACTION CODE "
001940                         SMT-ACTION-CODE
001950                         " FOR INSTRUCTION " SMT-INSTR-ID
001960             END-EVALUATE
001970             PERFORM 2050-READ-MAINT-TXN.

001980         2050-READ-MAINT-TXN.
001990             READ SINS-MAINT-FILE
002000                 AT END
002010                     SET WS-END-OF-FILE TO TRUE
002020             END-READ.

002030         2100-ADD-INSTRUCTION.
002031*        THE START DATE WAS EDITED WHEN THE ADD WAS HELD, BUT THE
002032*        CONFIRM MAY COME ON A LATER BUSINESS DATE - A SCHEDULE
002033*        THAT WOULD START IN THE PAST IS NOT TAKEN.
002034             IF SMT-START-DATE < WS-BUSINESS-DATE
002035                 ADD 1 TO WS-ERROR-COUNT
002036                 DISPLAY "ADD FAILED - INSTRUCTION "
002037                     SMT-INSTR-ID " START DATE "
002038                     SMT-START-DATE " IS BEFORE BUSINESS "
002039                     "DATE " WS-BUSINESS-DATE
002040             ELSE
002041                 MOVE SPACES TO STANDING-INSTR-RECORD
002050                 MOVE SMT-INSTR-ID TO SI-INSTR-ID
002060                 PERFORM 2150-MOVE-INSTRUCTION-FIELDS
002070                 MOVE SMT-START-DATE TO SI-NEXT-DUE-DATE
002080                 MOVE ZERO TO SI-LAST-GEN-DATE
002090                 WRITE STANDING-INSTR-RECORD
002100                     INVALID KEY
002110                         ADD 1 TO WS-ERROR-COUNT
002120                         DISPLAY "ADD FAILED - INSTRUCTION "
002130                             SMT-INSTR-ID " ALREADY EXISTS"
002140                     NOT INVALID KEY
002150                         ADD 1 TO WS-ADDED-COUNT
002160                 END-WRITE
002165             END-IF.

002170         2150-MOVE-INSTRUCTION-FIELDS.
002180             MOVE SMT-ACCOUNT-ID TO SI-ACCOUNT-ID
002190             MOVE SMT-TRAN-TYPE-CODE TO SI-TRAN-TYPE-CODE
002200             MOVE SMT-CURRENCY-CODE TO SI-CURRENCY-CODE
002210             MOVE SMT-AMOUNT TO SI-AMOUNT
002220             MOVE SMT-FREQUENCY TO SI-FREQUENCY
002230             MOVE SMT-START-DATE TO SI-START-DATE
002240             MOVE SMT-END-DATE TO SI-END-DATE
002250             MOVE SMT-APPROVER-ID TO SI-APPROVER-ID
002260             MOVE SMT-STATUS TO SI-STATUS
002270             MOVE SMT-UPDATED-BY TO SI-LAST-UPDATED-BY
002280             MOVE WS-BUSINESS-DATE TO SI-LAST-UPDATED-DATE.

002290         2200-CHANGE-INSTRUCTION.
002300             MOVE SMT-INSTR-ID TO SI-INSTR-ID
002310             READ STANDING-INSTR-FILE
002320                 INVALID KEY
002330                     ADD 1 TO WS-ERROR-COUNT
002340                     DISPLAY "CHANGE FAILED - NO INSTRUCTION "
002350                         SMT-INSTR-ID
002360                 NOT INVALID KEY
002370                     PERFORM 2210-APPLY-INSTRUCTION-CHANGE
002380             END-READ.

002390         2210-APPLY-INSTRUCTION-CHANGE.
002400*        A NEW FREQUENCY OR START DATE RESTARTS THE SCHEDULE FROM
002410*        THE NEW START DATE, SO IT IS ONLY TAKEN WHILE NOTHING HAS
002420*        YET BEEN RAISED ON THE OLD ONE.
002430             IF SMT-FREQUENCY NOT = SI-FREQUENCY
002440                 OR SMT-START-DATE NOT = SI-START-DATE
002450                 SET WS-SCHEDULE-CHANGED TO TRUE
002460             ELSE
002470                 MOVE "N" TO WS-SCHEDULE-CHANGE-SWITCH
002480             END-IF
002490             EVALUATE TRUE
002500                 WHEN SI-INSTR-EXPIRED
002510                     ADD 1 TO WS-ERROR-COUNT
002520                     DISPLAY "CHANGE FAILED - INSTRUCTION "
002530                         SMT-INSTR-ID " HAS EXPIRED"
002540                 WHEN WS-SCHEDULE-CHANGED
002550                   AND SI-LAST-GEN-DATE NOT = ZERO
002560                     ADD 1 TO WS-ERROR-COUNT
002570                     DISPLAY "CHANGE FAILED - INSTRUCTION "
002580                         SMT-INSTR-ID " HAS RAISED TRANSACTIONS"
002590                         " - FREQUENCY AND START DATE CANNOT "
002600                         "CHANGE"
002610                 WHEN WS-SCHEDULE-CHANGED
002620                   AND SMT-START-DATE < WS-BUSINESS-DATE
002630                     ADD 1 TO WS-ERROR-COUNT
002640                     DISPLAY "CHANGE FAILED - INSTRUCTION "
002650                         SMT-INSTR-ID " START DATE "
002660                         SMT-START-DATE " IS BEFORE BUSINESS "
002670                         "DATE " WS-BUSINESS-DATE
002680                 WHEN OTHER
002690                     PERFORM 2150-MOVE-INSTRUCTION-FIELDS
002700                     IF WS-SCHEDULE-CHANGED
002710                         MOVE SMT-START-DATE TO SI-NEXT-DUE-DATE
002720                     END-IF
002730                     REWRITE STANDING-INSTR-RECORD
002740                     ADD 1 TO WS-CHANGED-COUNT
002750             END-EVALUATE.

002760         2300-DELETE-INSTRUCTION.
002770             MOVE SMT-INSTR-ID TO SI-INSTR-ID
002780             READ STANDING-INSTR-FILE
002790                 INVALID KEY
002800                     ADD 1 TO WS-ERROR-COUNT
002810                     DISPLAY "DELETE FAILED - NO INSTRUCTION "
002820                         SMT-INSTR-ID
002830                 NOT INVALID KEY
002840                     DELETE STANDING-INSTR-FILE RECORD
002850                     ADD 1 TO WS-DELETED-COUNT
002860             END-READ.

002870         2500-HOLD-PENDING-CHANGE.
002880             PERFORM 2520-EDIT-SIN-TXN
002890             IF NOT WS-SIN-EDIT-OK
002900                 ADD 1 TO WS-ERROR-COUNT
002910             ELSE
002920             IF SMT-UPDATED-BY = SPACES
002930                 ADD 1 TO WS-ERROR-COUNT
002940                 DISPLAY "MAKER ID MISSING ON INSTRUCTION "
002950                     "MAINT TXN"
002960             ELSE
002970                 PERFORM 2510-BUILD-PENDING-KEY
002980                 MOVE SMT-ACTION-CODE TO RP-ACTION-CODE
002990                 MOVE SMT-UPDATED-BY TO RP-MAKER-ID
003000                 MOVE WS-BUSINESS-DATE TO RP-REQUEST-DATE
003010                 MOVE FUNCTION CURRENT-DATE (9:8)
003020                     TO RP-REQUEST-TIME
003030                 MOVE STANDING-INSTR-MAINT-TXN TO RP-TXN-IMAGE
003040                 WRITE REF-PENDING-RECORD
003050                     INVALID KEY
003060                         ADD 1 TO WS-ERROR-COUNT
003070                         DISPLAY "CHANGE REFUSED - A CHANGE IS "
003080                             "ALREADY PENDING FOR INSTRUCTION "
003090                             RP-RECORD-KEY
003100                     NOT INVALID KEY
003110                         ADD 1 TO WS-PENDED-COUNT
003120                 END-WRITE
003130             END-IF
003140             END-IF.

003150         2510-BUILD-PENDING-KEY.
003160             MOVE SPACES TO REF-PENDING-RECORD
003170             SET RP-FILE-STANDING-INSTR TO TRUE
003180             MOVE SMT-INSTR-ID TO RP-RECORD-KEY.

003190         2520-EDIT-SIN-TXN.
003200*        EVERY CHANGE NEEDS AN INSTRUCTION ID; IDS BEGINNING "*"
003210*        ARE RESERVED FOR CONTROL ENTRIES.  AN ADD OR CHANGE MUST
003220*        CARRY THE ACCOUNT, TYPE, CURRENCY AND APPROVER, A
003230*        NONZERO AMOUNT, A KNOWN FREQUENCY, A VALID START DATE AND
003240*        AN END DATE THAT IS ZERO OR A VALID DATE NOT BEFORE THE
003250*        START.  A NEW INSTRUCTION MAY NOT START BEFORE THE
003260*        BUSINESS DATE.  A BLANK STATUS IS TAKEN AS ACTIVE.  A
003270*        DELETE NEEDS ONLY THE KEY.
003280             SET WS-SIN-EDIT-OK TO TRUE
003290             IF NOT SMT-ACTION-DELETE AND SMT-STATUS = SPACE
003300                 MOVE "A" TO SMT-STATUS
003310             END-IF
003320             EVALUATE TRUE
003330                 WHEN SMT-INSTR-ID = SPACES
003340                   OR SMT-INSTR-ID (1:1) = "*"
003350                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003360                     DISPLAY "INSTRUCTION REFUSED - ID '"
003370                         SMT-INSTR-ID "' INVALID"
003380                 WHEN SMT-ACTION-DELETE
003390                     CONTINUE
003400                 WHEN SMT-ACCOUNT-ID = SPACES
003410                   OR SMT-TRAN-TYPE-CODE = SPACES
003420                   OR SMT-CURRENCY-CODE = SPACES
003430                   OR SMT-APPROVER-ID = SPACES
003440                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003450                     DISPLAY "INSTRUCTION REFUSED - ACCOUNT, "
003460                         "TYPE, CURRENCY OR APPROVER MISSING FOR "
003470                         SMT-INSTR-ID
003480                 WHEN SMT-AMOUNT IS NOT NUMERIC
003490                   OR SMT-AMOUNT = ZERO
003500                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003510                     DISPLAY "INSTRUCTION REFUSED - AMOUNT "
003520                         "INVALID FOR " SMT-INSTR-ID
003530                 WHEN SMT-FREQUENCY NOT = "D" AND NOT = "W"
003540                   AND NOT = "F" AND NOT = "M" AND NOT = "Q"
003550                   AND NOT = "A"
003560                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003570                     DISPLAY "INSTRUCTION REFUSED - FREQUENCY "
003580                         SMT-FREQUENCY " INVALID FOR "
003590                         SMT-INSTR-ID
003600                 WHEN SMT-START-DATE IS NOT NUMERIC
003610                   OR SMT-END-DATE IS NOT NUMERIC
003620                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003630                     DISPLAY "INSTRUCTION REFUSED - NON-NUMERIC "
003640                         "DATE FOR " SMT-INSTR-ID
003650                 WHEN FUNCTION TEST-DATE-YYYYMMDD (SMT-START-DATE)
003660                         NOT = ZERO
003670                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003680                     DISPLAY "INSTRUCTION REFUSED - START DATE "
003690                         SMT-START-DATE " INVALID FOR "
003700                         SMT-INSTR-ID
003710                 WHEN SMT-END-DATE NOT = ZERO
003720                   AND (FUNCTION TEST-DATE-YYYYMMDD (SMT-END-DATE)
003730                           NOT = ZERO
003740                     OR SMT-END-DATE < SMT-START-DATE)
003750                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003760                     DISPLAY "INSTRUCTION REFUSED - END DATE "
003770                         SMT-END-DATE " INVALID FOR " SMT-INSTR-ID
003780                 WHEN SMT-ACTION-ADD
003790                   AND SMT-START-DATE < WS-BUSINESS-DATE
003800                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003810                     DISPLAY "INSTRUCTION REFUSED - START DATE "
003820                         SMT-START-DATE " BEFORE BUSINESS DATE "
003830                         "FOR " SMT-INSTR-ID
003840                 WHEN SMT-STATUS NOT = "A"
003850                   AND SMT-STATUS NOT = "S"
003860                     MOVE "N" TO WS-SIN-EDIT-SWITCH
003870                     DISPLAY "INSTRUCTION REFUSED - STATUS "
003880                         SMT-STATUS " INVALID FOR " SMT-INSTR-ID
003890             END-EVALUATE.

003900         2600-CONFIRM-PENDING-CHANGE.
003910             MOVE SMT-UPDATED-BY TO WS-CHECKER-ID
003920             PERFORM 2510-BUILD-PENDING-KEY
003930             READ REF-PENDING-FILE
003940                 INVALID KEY
003950                     ADD 1 TO WS-ERROR-COUNT
003960                     DISPLAY "CONFIRM FAILED - NO CHANGE PENDING "
003970                         "FOR INSTRUCTION " RP-RECORD-KEY
003980                 NOT INVALID KEY
003990                     PERFORM 2610-CHECK-CHECKER
004000                     IF WS-CHECKER-OK
004010                         PERFORM 2620-APPLY-PENDING-CHANGE
004020                     END-IF
004030             END-READ.

004040         2610-CHECK-CHECKER.
004050*        THE CHECKER MUST BE ACTIVE ON THE APPROVER MASTER AND
004060*        MUST NOT BE THE USER WHO RAISED THE CHANGE.
004070             MOVE "N" TO WS-CHECKER-OK-SWITCH
004080             IF WS-CHECKER-ID = SPACES
004090                 ADD 1 TO WS-ERROR-COUNT
004100                 DISPLAY "CONFIRM REFUSED - CHECKER ID MISSING "
004110                     "FOR INSTRUCTION " RP-RECORD-KEY
004120             ELSE
004130                 IF WS-CHECKER-ID = RP-MAKER-ID
004140                     ADD 1 TO WS-ERROR-COUNT
004150                     DISPLAY "CONFIRM REFUSED - " WS-CHECKER-ID
004160                         " RAISED THE CHANGE TO INSTRUCTION "
004170                         RP-RECORD-KEY
004180                 ELSE
004190                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
004200                 END-IF
004210             END-IF.

004220         2615-CHECK-CHECKER-ENTITLEMENT.
004230             IF WS-NO-APPROVER-FILE
004240                 ADD 1 TO WS-ERROR-COUNT
004250                 DISPLAY "REFUSED - NO APPROVER-MASTER-FILE TO "
004260                     "VERIFY CHECKER " WS-CHECKER-ID
004270             ELSE
004280                 MOVE WS-CHECKER-ID TO AM-APPROVER-ID
004290                 READ APPROVER-MASTER-FILE
004300                     INVALID KEY
004310                         ADD 1 TO WS-ERROR-COUNT
004320                         DISPLAY "REFUSED - CHECKER "
004330                             WS-CHECKER-ID
004340                             " NOT ON APPROVER-MASTER-FILE"
004350                     NOT INVALID KEY
004360                         IF AM-APPROVER-ACTIVE
004370                             SET WS-CHECKER-OK TO TRUE
004380                         ELSE
004390                             ADD 1 TO WS-ERROR-COUNT
004400                             DISPLAY "REFUSED - CHECKER "
004410                                 WS-CHECKER-ID " IS SUSPENDED"
004420                         END-IF
004430                 END-READ
004440             END-IF.

004450         2620-APPLY-PENDING-CHANGE.
004460*        THE MAKER'S OWN TRANSACTION IS REPLAYED THROUGH THE
004470*        NORMAL ADD/CHANGE/DELETE LOGIC, SO THE MASTER IS STAMPED
004480*        WITH THE MAKER'S ID EXACTLY AS BEFORE.
004490             MOVE RP-TXN-IMAGE TO STANDING-INSTR-MAINT-TXN
004500             PERFORM 2630-CAPTURE-MASTER-IMAGE
004510             MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
004520             MOVE WS-ERROR-COUNT TO WS-APPLY-ERROR-SNAP
004530             EVALUATE TRUE
004540                 WHEN SMT-ACTION-ADD
004550                     PERFORM 2100-ADD-INSTRUCTION
004560                 WHEN SMT-ACTION-CHANGE
004570                     PERFORM 2200-CHANGE-INSTRUCTION
004580                 WHEN SMT-ACTION-DELETE
004590                     PERFORM 2300-DELETE-INSTRUCTION
004600             END-EVALUATE
004610             PERFORM 2630-CAPTURE-MASTER-IMAGE
004620             MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
004630             IF WS-ERROR-COUNT > WS-APPLY-ERROR-SNAP
004640                 SET WS-JOURNAL-FAILED TO TRUE
004650             ELSE
004660                 SET WS-JOURNAL-APPLIED TO TRUE
004670             END-IF
004680             PERFORM 2800-WRITE-JOURNAL
004690             PERFORM 2810-REMOVE-PENDING-CHANGE.

004700         2630-CAPTURE-MASTER-IMAGE.
004710             MOVE SPACES TO WS-MASTER-IMAGE
004720             MOVE SMT-INSTR-ID TO SI-INSTR-ID
004730             READ STANDING-INSTR-FILE
004740                 INVALID KEY
004750                     CONTINUE
004760                 NOT INVALID KEY
004770                     MOVE STANDING-INSTR-RECORD TO WS-MASTER-IMAGE
004780             END-READ.

004790         2700-REJECT-PENDING-CHANGE.
004800*        ANY ACTIVE USER ON THE APPROVER MASTER MAY TURN A CHANGE
004810*        DOWN - INCLUDING ITS MAKER, WITHDRAWING IT.
004820             MOVE SMT-UPDATED-BY TO WS-CHECKER-ID
004830             PERFORM 2510-BUILD-PENDING-KEY
004840             READ REF-PENDING-FILE
004850                 INVALID KEY
004860                     ADD 1 TO WS-ERROR-COUNT
004870                     DISPLAY "REJECT FAILED - NO CHANGE PENDING "
004880                         "FOR INSTRUCTION " RP-RECORD-KEY
004890                 NOT INVALID KEY
004900                     MOVE "N" TO WS-CHECKER-OK-SWITCH
004910                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
004920                     IF WS-CHECKER-OK
004930                         MOVE RP-TXN-IMAGE
004940                             TO STANDING-INSTR-MAINT-TXN
004950                         PERFORM 2630-CAPTURE-MASTER-IMAGE
004960                         MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
004970                         MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
004980                         SET WS-JOURNAL-REJECTED TO TRUE
004990                         PERFORM 2800-WRITE-JOURNAL
005000                         PERFORM 2810-REMOVE-PENDING-CHANGE
005010                         ADD 1 TO WS-REJECTED-COUNT
005020                     END-IF
005030             END-READ.

005040         2800-WRITE-JOURNAL.
005050             MOVE SPACES TO REF-JOURNAL-RECORD
005060             MOVE WS-BUSINESS-DATE TO RJ-JOURNAL-DATE
005070             MOVE FUNCTION CURRENT-DATE (9:8) TO RJ-JOURNAL-TIME
005080             MOVE RP-FILE-CODE TO RJ-FILE-CODE
005090             MOVE RP-RECORD-KEY TO RJ-RECORD-KEY
005100             MOVE RP-ACTION-CODE TO RJ-ACTION-CODE
005110             MOVE WS-JOURNAL-OUTCOME TO RJ-OUTCOME
005120             MOVE RP-MAKER-ID TO RJ-MAKER-ID
005130             MOVE RP-REQUEST-DATE TO RJ-REQUEST-DATE
005140             MOVE RP-REQUEST-TIME TO RJ-REQUEST-TIME
005150             MOVE WS-CHECKER-ID TO RJ-CHECKER-ID
005160             MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
005170             MOVE WS-AFTER-IMAGE TO RJ-AFTER-IMAGE
005180             MOVE RP-TXN-IMAGE TO RJ-TXN-IMAGE
005190             WRITE REF-JOURNAL-RECORD
005200             IF WS-REFJRNL-STATUS NOT = "00"
005210                 DISPLAY "ERROR WRITING REF-JOURNAL-FILE STATUS="
005220                     WS-REFJRNL-STATUS
005230                 GO TO 9999-ABEND
005240             END-IF.

005250         2810-REMOVE-PENDING-CHANGE.
005260             DELETE REF-PENDING-FILE RECORD
005270                 INVALID KEY
005280                     DISPLAY "WARNING: PENDING CHANGE NOT "
005290                         "REMOVED FOR INSTRUCTION " RP-RECORD-KEY
005300             END-DELETE.

005310         3000-FINALIZE.
005320             DISPLAY "SINMAINT: ADDED " WS-ADDED-COUNT
005330                 " CHANGED " WS-CHANGED-COUNT
005340                 " DELETED " WS-DELETED-COUNT
005350                 " PENDING " WS-PENDED-COUNT
005360                 " REJECTED " WS-REJECTED-COUNT
005370                 " ERRORS " WS-ERROR-COUNT
005380             CLOSE SINS-MAINT-FILE
005390             CLOSE STANDING-INSTR-FILE
005400             CLOSE REF-PENDING-FILE
005410             CLOSE REF-JOURNAL-FILE
005420             CLOSE APPROVER-MASTER-FILE.

005430         8800-GET-BUSINESS-DATE.
005440*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
005450*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
005460*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
005470*        BUSINESS DAY.
005480             OPEN INPUT PROCESS-DATE-FILE
005490             IF WS-PROCDATE-STATUS NOT = "00"
005500                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
005510                     WS-PROCDATE-STATUS
005520                 GO TO 9999-ABEND
005530             END-IF
005540             PERFORM 8810-READ-DATE-ROW
005550             CLOSE PROCESS-DATE-FILE.

005560         8810-READ-DATE-ROW.
005570             MOVE ZERO TO PD-KEY-DATE
005580             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
005590             READ PROCESS-DATE-FILE
005600                 INVALID KEY
005610                     DISPLAY "ERROR: NO BUSINESS DATE ON "
005620                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
005630                     GO TO 9999-ABEND
005640             END-READ
005650             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
005660             MOVE PD-PRIOR-BUSINESS-DATE
005670                 TO WS-PRIOR-BUSINESS-DATE.

005680         9999-ABEND.
005690             DISPLAY "SINMAINT ABENDING"
005700             CLOSE SINS-MAINT-FILE
005710             CLOSE STANDING-INSTR-FILE
005720             CLOSE REF-PENDING-FILE
005730             CLOSE REF-JOURNAL-FILE
005740             CLOSE APPROVER-MASTER-FILE
005750             STOP RUN.
