000010*****************************************************************
000020* PROGRAM-ID. FRLMAINT
000030* FRAUD SCORING RULE MASTER MAINTENANCE.
000040* APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO THE FRAUD-RULE-FILE
000050* SO THE WEIGHTED RULES AND SCORE THRESHOLDS THAT TXNVAL SCORES
000060* EACH DETAIL AGAINST CAN BE CHANGED BY THE BUSINESS WITHOUT A
000070* PROGRAM RECOMPILE.  A RULE IS SWITCHED OFF BY CHANGING ITS
000080* ACTIVE SWITCH TO N, WHICH KEEPS ITS PARAMETERS ON FILE.
000090* EVERY ADD/CHANGE/DELETE IS HELD ON THE PENDING-CHANGE FILE
000100* (REFPEND) UNDER ITS MAKER'S ID AND ONLY REACHES THE MASTER WHEN
000110* A CONFIRM ARRIVES FROM A SECOND, DIFFERENT USER WHO IS ACTIVE ON
000120* THE APPROVER MASTER; A REJECT DISCARDS IT.  EVERY CONFIRMED,
000130* REJECTED OR FAILED CHANGE IS JOURNALED ON REFJRNL WITH THE
000140* RECORD'S BEFORE AND AFTER IMAGES, THE MAKER AND THE CHECKER.
000150*****************************************************************
000160 IDENTIFICATION DIVISION.
000170         PROGRAM-ID. FRLMAINT.
000180         AUTHOR. BATCH-SYSTEMS.

000190         ENVIRONMENT DIVISION.
000200         CONFIGURATION SECTION.
000210         SOURCE-COMPUTER. IBM-370.
000220         OBJECT-COMPUTER. IBM-370.

000230         INPUT-OUTPUT SECTION.
000240         FILE-CONTROL.
000250             SELECT FRAUD-RULE-MAINT-FILE ASSIGN TO FRLMTXN
000260                 ORGANIZATION IS SEQUENTIAL
000270                 FILE STATUS IS WS-FRLMTXN-STATUS.

000280             SELECT FRAUD-RULE-FILE ASSIGN TO FRDRULE
000290                 ORGANIZATION IS INDEXED
000300                 ACCESS MODE IS DYNAMIC
000310                 RECORD KEY IS FRL-RULE-KEY
000320                 FILE STATUS IS WS-FRDRULE-STATUS.

000330             SELECT REF-PENDING-FILE ASSIGN TO REFPEND
000340                 ORGANIZATION IS INDEXED
000350                 ACCESS MODE IS DYNAMIC
000360                 RECORD KEY IS RP-PENDING-KEY
000370                 FILE STATUS IS WS-REFPEND-STATUS.

000380             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000390                 ORGANIZATION IS SEQUENTIAL
000400                 FILE STATUS IS WS-REFJRNL-STATUS.

000410             SELECT APPROVER-MASTER-FILE ASSIGN TO APPRMST
000420                 ORGANIZATION IS INDEXED
000430                 ACCESS MODE IS DYNAMIC
000440                 RECORD KEY IS AM-APPROVER-ID
000450                 FILE STATUS IS WS-APPRMST-STATUS.

000451             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000452                 ORGANIZATION IS INDEXED
000453                 ACCESS MODE IS DYNAMIC
000454                 RECORD KEY IS PD-CONTROL-KEY
000455                 FILE STATUS IS WS-PROCDATE-STATUS.

000460         DATA DIVISION.
000470         FILE SECTION.
000480         FD  FRAUD-RULE-MAINT-FILE
000490             RECORDING MODE IS F.
000500         COPY FRLMTXN.

000510         FD  FRAUD-RULE-FILE
000520             RECORDING MODE IS F.
000530         COPY FRDRULE.

000540         FD  REF-PENDING-FILE
000550             RECORDING MODE IS F.
000560         COPY REFPEND.

000570         FD  REF-JOURNAL-FILE
000580             RECORDING MODE IS F.
000590         COPY REFJRNL.

000600         FD  APPROVER-MASTER-FILE
000610             RECORDING MODE IS F.
000620         COPY APPRMST.

000622         FD  PROCESS-DATE-FILE
000624             RECORDING MODE IS F.
000626         COPY PROCDATE.

000630         WORKING-STORAGE SECTION.
000640         01  WS-FILE-STATUSES.
000650             05  WS-FRLMTXN-STATUS           PIC X(02) VALUE "00".
000660             05  WS-FRDRULE-STATUS           PIC X(02) VALUE "00".
000670             05  WS-REFPEND-STATUS           PIC X(02) VALUE "00".
000680             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
000690             05  WS-APPRMST-STATUS           PIC X(02) VALUE "00".
000694             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000696         COPY PROCDTWS.

000700         01  WS-SWITCHES.
000710             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000720                 88  WS-END-OF-FILE              VALUE "Y".
000730             05  WS-CHECKER-OK-SWITCH        PIC X(01) VALUE "N".
000740                 88  WS-CHECKER-OK               VALUE "Y".
000750             05  WS-NO-APPROVER-SWITCH       PIC X(01) VALUE "N".
000760                 88  WS-NO-APPROVER-FILE         VALUE "Y".
000770             05  WS-RULE-EDIT-SWITCH         PIC X(01) VALUE "N".
000780                 88  WS-RULE-EDIT-OK             VALUE "Y".

000790         01  WS-RUN-COUNTERS.
000800             05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
000810             05  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
000820             05  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
000830             05  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
000840             05  WS-PENDED-COUNT             PIC 9(07) VALUE ZERO.
000850             05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
000860             05  WS-APPLY-ERROR-SNAP         PIC 9(07) VALUE ZERO.

000870*        MAKER-CHECKER WORK AREAS.  THE MASTER IMAGE IS SIZED TO
000880*        THE JOURNAL'S BEFORE/AFTER IMAGE FIELDS.
000890         01  WS-MAKER-CHECKER-FIELDS.
000900             05  WS-CHECKER-ID               PIC X(08)
000910                 VALUE SPACES.
000920             05  WS-JOURNAL-OUTCOME          PIC X(01)
000930                 VALUE SPACE.
000940                 88  WS-JOURNAL-APPLIED          VALUE "A".
000950                 88  WS-JOURNAL-REJECTED         VALUE "R".
000960                 88  WS-JOURNAL-FAILED           VALUE "F".
000970             05  WS-MASTER-IMAGE             PIC X(100)
000980                 VALUE SPACES.
000990             05  WS-BEFORE-IMAGE             PIC X(100)
001000                 VALUE SPACES.
001010             05  WS-AFTER-IMAGE              PIC X(100)
001020                 VALUE SPACES.

001030         PROCEDURE DIVISION.
001040         0000-MAIN-CONTROL.
001050             PERFORM 1000-INITIALIZE
001060             PERFORM 2000-PROCESS-MAINT-TXNS
001070                 UNTIL WS-END-OF-FILE
001080             PERFORM 3000-FINALIZE
001090             STOP RUN.

001100         1000-INITIALIZE.
001104             PERFORM 8800-GET-BUSINESS-DATE
001110             OPEN INPUT FRAUD-RULE-MAINT-FILE
001120             IF WS-FRLMTXN-STATUS NOT = "00"
001130                 DISPLAY "ERROR OPENING FRAUD-RULE-MAINT-FILE "
001140                     "STATUS=" WS-FRLMTXN-STATUS
001150                 GO TO 9999-ABEND
001160             END-IF

001170             OPEN I-O FRAUD-RULE-FILE
001180             IF WS-FRDRULE-STATUS = "35"
001190                 OPEN OUTPUT FRAUD-RULE-FILE
001200                 CLOSE FRAUD-RULE-FILE
001210                 OPEN I-O FRAUD-RULE-FILE
001220             END-IF
001230             IF WS-FRDRULE-STATUS NOT = "00"
001240                 DISPLAY "ERROR OPENING FRAUD-RULE-FILE STATUS="
001250                     WS-FRDRULE-STATUS
001260                 GO TO 9999-ABEND
001270             END-IF

001280             OPEN I-O REF-PENDING-FILE
001290             IF WS-REFPEND-STATUS = "35"
001300                 OPEN OUTPUT REF-PENDING-FILE
001310                 CLOSE REF-PENDING-FILE
001320                 OPEN I-O REF-PENDING-FILE
001330             END-IF
001340             IF WS-REFPEND-STATUS NOT = "00"
001350                 DISPLAY "ERROR OPENING REF-PENDING-FILE STATUS="
001360                     WS-REFPEND-STATUS
001370                 GO TO 9999-ABEND
001380             END-IF

001390             OPEN EXTEND REF-JOURNAL-FILE
001400             IF WS-REFJRNL-STATUS = "35"
001410                 OPEN OUTPUT REF-JOURNAL-FILE
001420                 CLOSE REF-JOURNAL-FILE
001430                 OPEN EXTEND REF-JOURNAL-FILE
001440             END-IF
001450             IF WS-REFJRNL-STATUS NOT = "00"
001460                 DISPLAY "ERROR OPENING REF-JOURNAL-FILE STATUS="
001470                     WS-REFJRNL-STATUS
001480                 GO TO 9999-ABEND
001490             END-IF

001500             OPEN INPUT APPROVER-MASTER-FILE
001510             IF WS-APPRMST-STATUS = "35"
001520                 SET WS-NO-APPROVER-FILE TO TRUE
001530                 DISPLAY "WARNING: NO APPROVER-MASTER-FILE - "
001540                     "CHANGES CAN BE RAISED BUT NOT CONFIRMED"
001550             ELSE
001560                 IF WS-APPRMST-STATUS NOT = "00"
001570                     DISPLAY "ERROR OPENING APPROVER-MASTER-FILE "
001580                         "STATUS=" WS-APPRMST-STATUS
001590                     GO TO 9999-ABEND
001600                 END-IF
001610             END-IF

001620             PERFORM 2050-READ-MAINT-TXN.

001630         2000-PROCESS-MAINT-TXNS.
001640             EVALUATE TRUE
001650                 WHEN FMT-ACTION-ADD
001660                 WHEN FMT-ACTION-CHANGE
001670                 WHEN FMT-ACTION-DELETE
001680                     PERFORM 2500-HOLD-PENDING-CHANGE
001720                 WHEN FMT-ACTION-CONFIRM
001730                     PERFORM 2600-CONFIRM-PENDING-CHANGE
001740                 WHEN FMT-ACTION-REJECT
001750                     PERFORM 2700-REJECT-PENDING-CHANGE
001760                 WHEN OTHER
001770                     ADD 1 TO WS-ERROR-COUNT
001780                     DISPLAY "INVALID ACTION CODE "
001790                         FMT-ACTION-CODE " FOR RULE " FMT-RULE-KEY
001800             END-EVALUATE
001810             PERFORM 2050-READ-MAINT-TXN.

001820         2050-READ-MAINT-TXN.
001830             READ FRAUD-RULE-MAINT-FILE
001840                 AT END
001850                     SET WS-END-OF-FILE TO TRUE
001860             END-READ.

001870         2100-ADD-RULE.
001880             MOVE FMT-RULE-KEY TO FRL-RULE-KEY
001890             PERFORM 2150-MOVE-RULE-FIELDS
001900             WRITE FRAUD-RULE-RECORD
001910                 INVALID KEY
001920                     ADD 1 TO WS-ERROR-COUNT
001930                     DISPLAY "ADD FAILED - RULE ALREADY EXISTS "
001940                         "FOR " FMT-RULE-KEY
001950                 NOT INVALID KEY
001960                     ADD 1 TO WS-ADDED-COUNT
001970             END-WRITE.

001980         2150-MOVE-RULE-FIELDS.
001990             MOVE FMT-WEIGHT TO FRL-WEIGHT
002000             MOVE FMT-PARM-PCT TO FRL-PARM-PCT
002010             MOVE FMT-PARM-AMOUNT TO FRL-PARM-AMOUNT
002020             MOVE FMT-PARM-DAYS TO FRL-PARM-DAYS
002030             MOVE FMT-PARM-COUNT TO FRL-PARM-COUNT
002040             IF FMT-ACTIVE-SW = SPACE
002050                 SET FRL-RULE-ACTIVE TO TRUE
002060             ELSE
002070                 MOVE FMT-ACTIVE-SW TO FRL-ACTIVE-SW
002080             END-IF
002090             MOVE FMT-UPDATED-BY TO FRL-LAST-UPDATED-BY
002100             MOVE WS-BUSINESS-DATE TO FRL-LAST-UPDATED-DATE.

002120         2200-CHANGE-RULE.
002130             MOVE FMT-RULE-KEY TO FRL-RULE-KEY
002140             READ FRAUD-RULE-FILE
002150                 INVALID KEY
002160                     ADD 1 TO WS-ERROR-COUNT
002170                     DISPLAY "CHANGE FAILED - NO RULE FOR "
002180                         FMT-RULE-KEY
002190                 NOT INVALID KEY
002200                     PERFORM 2150-MOVE-RULE-FIELDS
002210                     REWRITE FRAUD-RULE-RECORD
002220                     ADD 1 TO WS-CHANGED-COUNT
002230             END-READ.

002240         2300-DELETE-RULE.
002250             MOVE FMT-RULE-KEY TO FRL-RULE-KEY
002260             READ FRAUD-RULE-FILE
002270                 INVALID KEY
002280                     ADD 1 TO WS-ERROR-COUNT
002290                     DISPLAY "DELETE FAILED - NO RULE FOR "
002300                         FMT-RULE-KEY
002310                 NOT INVALID KEY
002320                     DELETE FRAUD-RULE-FILE RECORD
002330                     ADD 1 TO WS-DELETED-COUNT
002340             END-READ.

002720         2500-HOLD-PENDING-CHANGE.
002722             PERFORM 2520-EDIT-RULE-TXN
002724             IF NOT WS-RULE-EDIT-OK
002726                 ADD 1 TO WS-ERROR-COUNT
002728             ELSE
002730             IF FMT-UPDATED-BY = SPACES
002740                 ADD 1 TO WS-ERROR-COUNT
002750                 DISPLAY "MAKER ID MISSING ON RULE MAINT TXN"
002760             ELSE
002770                 PERFORM 2510-BUILD-PENDING-KEY
002780                 MOVE FMT-ACTION-CODE TO RP-ACTION-CODE
002790                 MOVE FMT-UPDATED-BY TO RP-MAKER-ID
002800                 MOVE WS-BUSINESS-DATE TO RP-REQUEST-DATE
002820                 MOVE FUNCTION CURRENT-DATE (9:8)
002830                     TO RP-REQUEST-TIME
002840                 MOVE FRAUD-RULE-MAINT-TXN TO RP-TXN-IMAGE
002850                 WRITE REF-PENDING-RECORD
002860                     INVALID KEY
002870                         ADD 1 TO WS-ERROR-COUNT
002880                         DISPLAY "CHANGE REFUSED - A CHANGE IS "
002890                             "ALREADY PENDING FOR RULE "
002900                             RP-RECORD-KEY
002910                     NOT INVALID KEY
002920                         ADD 1 TO WS-PENDED-COUNT
002930                 END-WRITE
002940             END-IF
002945             END-IF.

002950         2510-BUILD-PENDING-KEY.
002960             MOVE SPACES TO REF-PENDING-RECORD
002970             SET RP-FILE-FRAUD-RULES TO TRUE
002980             MOVE FMT-RULE-KEY TO RP-RECORD-KEY.

002981         2520-EDIT-RULE-TXN.
002982*        A RULE CODE TXNVAL DOES NOT KNOW, OR A NON-NUMERIC
002983*        WEIGHT OR PARAMETER, IS TURNED AWAY BEFORE IT IS HELD -
002984*        A CHECKER SHOULD NEVER BE ASKED TO CONFIRM A RECORD
002985*        TXNVAL CANNOT USE.  A DELETE NEEDS ONLY A VALID KEY.
002986             SET WS-RULE-EDIT-OK TO TRUE
002987             MOVE FMT-RULE-CODE TO FRL-RULE-CODE
002988             EVALUATE TRUE
002989                 WHEN FMT-TRAN-TYPE-CODE = SPACES
002990                     OR FMT-CURRENCY-CODE = SPACES
002991                     MOVE "N" TO WS-RULE-EDIT-SWITCH
002992                     DISPLAY "TYPE/CURRENCY MISSING FOR RULE "
002993                         FMT-RULE-KEY
002994                 WHEN NOT FRL-RULE-CODE-VALID
002995                     MOVE "N" TO WS-RULE-EDIT-SWITCH
002996                     DISPLAY "INVALID RULE CODE " FMT-RULE-CODE
002997                         " FOR " FMT-TRAN-TYPE-CODE "/"
002998                         FMT-CURRENCY-CODE
002999                 WHEN FMT-ACTION-DELETE
003000                     CONTINUE
003001                 WHEN FMT-WEIGHT NOT NUMERIC
003002                     OR FMT-PARM-PCT NOT NUMERIC
003003                     OR FMT-PARM-AMOUNT NOT NUMERIC
003004                     OR FMT-PARM-DAYS NOT NUMERIC
003005                     OR FMT-PARM-COUNT NOT NUMERIC
003006                     MOVE "N" TO WS-RULE-EDIT-SWITCH
003007                     DISPLAY "NON-NUMERIC WEIGHT OR PARAMETER "
003008                         "FOR RULE " FMT-RULE-KEY
003009                 WHEN FMT-ACTIVE-SW NOT = SPACE
003010                     AND FMT-ACTIVE-SW NOT = "Y"
003011                     AND FMT-ACTIVE-SW NOT = "N"
003012                     MOVE "N" TO WS-RULE-EDIT-SWITCH
003013                     DISPLAY "INVALID ACTIVE SWITCH "
003014                         FMT-ACTIVE-SW " FOR RULE " FMT-RULE-KEY
003015             END-EVALUATE.

003016         2600-CONFIRM-PENDING-CHANGE.
003017             MOVE FMT-UPDATED-BY TO WS-CHECKER-ID
003018             PERFORM 2510-BUILD-PENDING-KEY
003020             READ REF-PENDING-FILE
003030                 INVALID KEY
003040                     ADD 1 TO WS-ERROR-COUNT
003050                     DISPLAY "CONFIRM FAILED - NO CHANGE PENDING "
003060                         "FOR RULE " RP-RECORD-KEY
003070                 NOT INVALID KEY
003080                     PERFORM 2610-CHECK-CHECKER
003090                     IF WS-CHECKER-OK
003100                         PERFORM 2620-APPLY-PENDING-CHANGE
003110                     END-IF
003120             END-READ.

003130         2610-CHECK-CHECKER.
003140*        THE CHECKER MUST BE ACTIVE ON THE APPROVER MASTER AND
003150*        MUST NOT BE THE USER WHO RAISED THE CHANGE.
003160             MOVE "N" TO WS-CHECKER-OK-SWITCH
003170             IF WS-CHECKER-ID = SPACES
003180                 ADD 1 TO WS-ERROR-COUNT
003190                 DISPLAY "CONFIRM REFUSED - CHECKER ID MISSING "
003200                     "FOR RULE " RP-RECORD-KEY
003210             ELSE
003220                 IF WS-CHECKER-ID = RP-MAKER-ID
003230                     ADD 1 TO WS-ERROR-COUNT
003240                     DISPLAY "CONFIRM REFUSED - " WS-CHECKER-ID
003250                         " RAISED THE CHANGE TO RULE "
003260                         RP-RECORD-KEY
003270                 ELSE
003280                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
003290                 END-IF
003300             END-IF.

003310         2615-CHECK-CHECKER-ENTITLEMENT.
003320             IF WS-NO-APPROVER-FILE
003330                 ADD 1 TO WS-ERROR-COUNT
003340                 DISPLAY "REFUSED - NO APPROVER-MASTER-FILE TO "
003350                     "VERIFY CHECKER " WS-CHECKER-ID
003360             ELSE
003370                 MOVE WS-CHECKER-ID TO AM-APPROVER-ID
003380                 READ APPROVER-MASTER-FILE
003390                     INVALID KEY
003400                         ADD 1 TO WS-ERROR-COUNT
003410                         DISPLAY "REFUSED - CHECKER "
003420                             WS-CHECKER-ID
003430                             " NOT ON APPROVER-MASTER-FILE"
003440                     NOT INVALID KEY
003450                         IF AM-APPROVER-ACTIVE
003460                             SET WS-CHECKER-OK TO TRUE
003470                         ELSE
003480                             ADD 1 TO WS-ERROR-COUNT
003490                             DISPLAY "REFUSED - CHECKER "
003500                                 WS-CHECKER-ID " IS SUSPENDED"
003510                         END-IF
003520                 END-READ
003530             END-IF.

003540         2620-APPLY-PENDING-CHANGE.
003550*        THE MAKER'S OWN TRANSACTION IS REPLAYED THROUGH THE
003560*        NORMAL ADD/CHANGE/DELETE LOGIC, SO THE MASTER IS STAMPED
003570*        WITH THE MAKER'S ID EXACTLY AS BEFORE.
003580             MOVE RP-TXN-IMAGE TO FRAUD-RULE-MAINT-TXN
003590             PERFORM 2630-CAPTURE-MASTER-IMAGE
003600             MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
003610             MOVE WS-ERROR-COUNT TO WS-APPLY-ERROR-SNAP
003620             EVALUATE TRUE
003630                 WHEN FMT-ACTION-ADD
003640                     PERFORM 2100-ADD-RULE
003650                 WHEN FMT-ACTION-CHANGE
003660                     PERFORM 2200-CHANGE-RULE
003670                 WHEN FMT-ACTION-DELETE
003680                     PERFORM 2300-DELETE-RULE
003690             END-EVALUATE
003700             PERFORM 2630-CAPTURE-MASTER-IMAGE
003710             MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
003720             IF WS-ERROR-COUNT > WS-APPLY-ERROR-SNAP
003730                 SET WS-JOURNAL-FAILED TO TRUE
003740             ELSE
003750                 SET WS-JOURNAL-APPLIED TO TRUE
003760             END-IF
003770             PERFORM 2800-WRITE-JOURNAL
003780             PERFORM 2810-REMOVE-PENDING-CHANGE.

003790         2630-CAPTURE-MASTER-IMAGE.
003800             MOVE SPACES TO WS-MASTER-IMAGE
003810             MOVE FMT-RULE-KEY TO FRL-RULE-KEY
003820             READ FRAUD-RULE-FILE
003830                 INVALID KEY
003840                     CONTINUE
003850                 NOT INVALID KEY
003860                     MOVE FRAUD-RULE-RECORD TO WS-MASTER-IMAGE
003870             END-READ.

003880         2700-REJECT-PENDING-CHANGE.
003890*        ANY ACTIVE USER ON THE APPROVER MASTER MAY TURN A CHANGE
003900*        DOWN - INCLUDING ITS MAKER, WITHDRAWING IT.
003910             MOVE FMT-UPDATED-BY TO WS-CHECKER-ID
003920             PERFORM 2510-BUILD-PENDING-KEY
003930             READ REF-PENDING-FILE
003940                 INVALID KEY
003950                     ADD 1 TO WS-ERROR-COUNT
003960                     DISPLAY "REJECT FAILED - NO CHANGE PENDING "
003970                         "FOR RULE " RP-RECORD-KEY
003980                 NOT INVALID KEY
003990                     MOVE "N" TO WS-CHECKER-OK-SWITCH
004000                     PERFORM 2615-CHECK-CHECKER-ENTITLEMENT
004010                     IF WS-CHECKER-OK
004020                         MOVE RP-TXN-IMAGE TO FRAUD-RULE-MAINT-TXN
004030                         PERFORM 2630-CAPTURE-MASTER-IMAGE
004040                         MOVE WS-MASTER-IMAGE TO WS-BEFORE-IMAGE
004050                         MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
004060                         SET WS-JOURNAL-REJECTED TO TRUE
004070                         PERFORM 2800-WRITE-JOURNAL
004080                         PERFORM 2810-REMOVE-PENDING-CHANGE
004090                         ADD 1 TO WS-REJECTED-COUNT
004100                     END-IF
004110             END-READ.

004120         2800-WRITE-JOURNAL.
004130             MOVE SPACES TO REF-JOURNAL-RECORD
004140             MOVE WS-BUSINESS-DATE TO RJ-JOURNAL-DATE
004150             MOVE FUNCTION CURRENT-DATE (9:8) TO RJ-JOURNAL-TIME
004160             MOVE RP-FILE-CODE TO RJ-FILE-CODE
004170             MOVE RP-RECORD-KEY TO RJ-RECORD-KEY
004180             MOVE RP-ACTION-CODE TO RJ-ACTION-CODE
004190             MOVE WS-JOURNAL-OUTCOME TO RJ-OUTCOME
004200             MOVE RP-MAKER-ID TO RJ-MAKER-ID
004210             MOVE RP-REQUEST-DATE TO RJ-REQUEST-DATE
004220             MOVE RP-REQUEST-TIME TO RJ-REQUEST-TIME
004230             MOVE WS-CHECKER-ID TO RJ-CHECKER-ID
004240             MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
004250             MOVE WS-AFTER-IMAGE TO RJ-AFTER-IMAGE
004260             MOVE RP-TXN-IMAGE TO RJ-TXN-IMAGE
004270             WRITE REF-JOURNAL-RECORD
004280             IF WS-REFJRNL-STATUS NOT = "00"
004290                 DISPLAY "ERROR WRITING REF-JOURNAL-FILE STATUS="
004300                     WS-REFJRNL-STATUS
004310                 GO TO 9999-ABEND
004320             END-IF.

004330         2810-REMOVE-PENDING-CHANGE.
004340             DELETE REF-PENDING-FILE RECORD
004350                 INVALID KEY
004360                     DISPLAY "WARNING: PENDING CHANGE NOT "
004370                         "REMOVED FOR RULE " RP-RECORD-KEY
004380             END-DELETE.

004390         3000-FINALIZE.
004400             DISPLAY "FRLMAINT: ADDED " WS-ADDED-COUNT
004410                 " CHANGED " WS-CHANGED-COUNT
004420                 " DELETED " WS-DELETED-COUNT
004430                 " PENDING " WS-PENDED-COUNT
004440                 " REJECTED " WS-REJECTED-COUNT
004450                 " ERRORS " WS-ERROR-COUNT
004460             CLOSE FRAUD-RULE-MAINT-FILE
004470             CLOSE FRAUD-RULE-FILE
004480             CLOSE REF-PENDING-FILE
004490             CLOSE REF-JOURNAL-FILE
004500             CLOSE APPROVER-MASTER-FILE.

004501         8800-GET-BUSINESS-DATE.
004502*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
004503*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
004504*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
004505*        BUSINESS DAY.
004506             OPEN INPUT PROCESS-DATE-FILE
004507             IF WS-PROCDATE-STATUS NOT = "00"
004508                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
004509                     WS-PROCDATE-STATUS
004510                 GO TO 9999-ABEND
004511             END-IF
004512             PERFORM 8810-READ-DATE-ROW
004513             CLOSE PROCESS-DATE-FILE.

004514         8810-READ-DATE-ROW.
004515             MOVE ZERO TO PD-KEY-DATE
004516             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
004517             READ PROCESS-DATE-FILE
004518                 INVALID KEY
004519                     DISPLAY "ERROR: NO BUSINESS DATE ON "
004520                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
004521                     GO TO 9999-ABEND
004522             END-READ
004523             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
004524             MOVE PD-PRIOR-BUSINESS-DATE
004525                 TO WS-PRIOR-BUSINESS-DATE.

004526         9999-ABEND.
004528             DISPLAY "FRLMAINT ABENDING"
004530             CLOSE FRAUD-RULE-MAINT-FILE
004540             CLOSE FRAUD-RULE-FILE
004550             CLOSE REF-PENDING-FILE
004560             CLOSE REF-JOURNAL-FILE
004570             CLOSE APPROVER-MASTER-FILE
004580             STOP RUN.
