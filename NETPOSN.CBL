000010*****************************************************************
000020* PROGRAM-ID. NETPOSN
000030* DAILY NET CURRENCY POSITION REPORT AND TREASURY EXTRACT.
000040* NIGHTLY JOB, RUN ONCE THE NIGHT'S OUTPUT IS CONSOLIDATED AND
000050* THE QUEUES HAVE BEEN AGED.  READS THE CONSOLIDATED ACCEPTED-
000060* TRANSACTION OUTPUT (TRANOUT) AND NETS IT BY CURRENCY AND VALUE
000070* DATE (TRAN-DATE): ACCEPTED, OVERRIDDEN, FRAUD-CLEARED AND DUAL-
000080* APPROVED ITEMS AND FEES ADD TO THE POSITION, REVERSALS AND FEE
000090* REVERSALS COME OFF IT.  EACH POSITION IS CONVERTED TO BASE
000100* CURRENCY AT THE RATEHIST RATE IN EFFECT FOR ITS VALUE DATE,
000110* FALLING BACK TO THE CURRENT CURRPRM RATE.  FUTURE-DATED ITEMS
000120* STILL WAREHOUSED ON TXNWHSE (BY DUE DATE), ITEMS PENDING ON THE
000130* FRAUD QUEUE AND ITEMS AWAITING SIGN-OFF ON THE APPROVAL QUEUE
000140* ARE LISTED UNDER EACH CURRENCY AS SEPARATE CONTINGENT LINES AND
000150* ARE NOT PART OF THE NET POSITION.  WRITES THE PRINTED POSITION
000160* REPORT (NETPRPT) AND THE FIXED-FORMAT TREASURY EXTRACT (TRSYEXT,
000170* LAYOUT TRSYPOS) WITH A HEADER AND A CONTROL-TOTAL TRAILER.
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200         PROGRAM-ID. NETPOSN.
000210         AUTHOR. BATCH-SYSTEMS.

000220         ENVIRONMENT DIVISION.
000230         CONFIGURATION SECTION.
000240         SOURCE-COMPUTER. IBM-370.
000250         OBJECT-COMPUTER. IBM-370.

000260         INPUT-OUTPUT SECTION.
000270         FILE-CONTROL.
000280             SELECT TRAN-OUT-FILE ASSIGN TO TRANOUT
000290                 ORGANIZATION IS SEQUENTIAL
000300                 FILE STATUS IS WS-TRANOUT-STATUS.

000310             SELECT WAREHOUSE-FILE ASSIGN TO TXNWHSE
000320                 ORGANIZATION IS INDEXED
000330                 ACCESS MODE IS DYNAMIC
000340                 RECORD KEY IS WH-TRAN-ID
000350                 FILE STATUS IS WS-TXNWHSE-STATUS.

000360             SELECT FRAUD-QUEUE-FILE ASSIGN TO FRAUDQ
000370                 ORGANIZATION IS INDEXED
000380                 ACCESS MODE IS DYNAMIC
000390                 RECORD KEY IS FR-TRAN-ID
000400                 FILE STATUS IS WS-FRAUDQ-STATUS.

000410             SELECT APPROVAL-FILE ASSIGN TO APPRVQ
000420                 ORGANIZATION IS INDEXED
000430                 ACCESS MODE IS DYNAMIC
000440                 RECORD KEY IS PA-TRAN-ID
000450                 FILE STATUS IS WS-APPRVQ-STATUS.

000460             SELECT CURRENCY-PARM-FILE ASSIGN TO CURRPRM
000470                 ORGANIZATION IS INDEXED
000480                 ACCESS MODE IS DYNAMIC
000490                 RECORD KEY IS CP-CURRENCY-CODE
000500                 FILE STATUS IS WS-CURRPRM-STATUS.

000510             SELECT RATE-HISTORY-FILE ASSIGN TO RATEHIST
000520                 ORGANIZATION IS INDEXED
000530                 ACCESS MODE IS DYNAMIC
000540                 RECORD KEY IS RH-RATE-KEY
000550                 FILE STATUS IS WS-RATEHIST-STATUS.

000560             SELECT POSITION-RPT-FILE ASSIGN TO NETPRPT
000570                 ORGANIZATION IS SEQUENTIAL
000580                 FILE STATUS IS WS-NETPRPT-STATUS.

000590             SELECT TREASURY-EXTRACT-FILE ASSIGN TO TRSYEXT
000600                 ORGANIZATION IS SEQUENTIAL
000610                 FILE STATUS IS WS-TRSYEXT-STATUS.

000620             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000630                 ORGANIZATION IS INDEXED
000640                 ACCESS MODE IS DYNAMIC
000650                 RECORD KEY IS PD-CONTROL-KEY
000660                 FILE STATUS IS WS-PROCDATE-STATUS.

000670         DATA DIVISION.
000680         FILE SECTION.
000690         FD  TRAN-OUT-FILE
000700             RECORDING MODE IS F.
000710         COPY TRANREC.

000720         FD  WAREHOUSE-FILE
000730             RECORDING MODE IS F.
000740         COPY WHSREC.

000750         FD  FRAUD-QUEUE-FILE
000760             RECORDING MODE IS F.
000770         COPY FRAUDREC.

000780         FD  APPROVAL-FILE
000790             RECORDING MODE IS F.
000800         COPY APPRREC.

000810         FD  CURRENCY-PARM-FILE
000820             RECORDING MODE IS F.
000830         COPY CURRTAB.

000840         FD  RATE-HISTORY-FILE
000850             RECORDING MODE IS F.
000860         COPY RATEHST.

000870         FD  POSITION-RPT-FILE
000880             RECORDING MODE IS F.
000890         01  POSITION-RPT-LINE               PIC X(132).

000900         FD  TREASURY-EXTRACT-FILE
000910             RECORDING MODE IS F.
000920         COPY TRSYPOS.

000930         FD  PROCESS-DATE-FILE
000940             RECORDING MODE IS F.
000950         COPY PROCDATE.

000960         WORKING-STORAGE SECTION.
000970         01  WS-FILE-STATUSES.
000980             05  WS-TRANOUT-STATUS           PIC X(02) VALUE "00".
000990             05  WS-TXNWHSE-STATUS           PIC X(02) VALUE "00".
001000             05  WS-FRAUDQ-STATUS            PIC X(02) VALUE "00".
001010             05  WS-APPRVQ-STATUS            PIC X(02) VALUE "00".
001020             05  WS-CURRPRM-STATUS           PIC X(02) VALUE "00".
001030             05  WS-RATEHIST-STATUS          PIC X(02) VALUE "00".
001040             05  WS-NETPRPT-STATUS           PIC X(02) VALUE "00".
001050             05  WS-TRSYEXT-STATUS           PIC X(02) VALUE "00".
001060             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

001070         COPY PROCDTWS.

001080         01  WS-SWITCHES.
001090             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001100                 88  WS-END-OF-FILE              VALUE "Y".
001110             05  WS-RATEHIST-AVAIL-SWITCH    PIC X(01) VALUE "N".
001120                 88  WS-RATEHIST-AVAILABLE       VALUE "Y".
001130             05  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
001140                 88  WS-RATE-FOUND               VALUE "Y".
001150             05  WS-RATE-SCAN-SWITCH         PIC X(01) VALUE "N".
001160                 88  WS-RATE-SCAN-DONE           VALUE "Y".
001170             05  WS-ROW-FOUND-SWITCH         PIC X(01) VALUE "N".
001180                 88  WS-ROW-FOUND                VALUE "Y".

001190         01  WS-WORK-FIELDS.
001200             05  WS-BASE-CURRENCY            PIC X(03)
001210                 VALUE "USD".
001220             05  WS-POSITION-DATE            PIC 9(08) VALUE ZERO.
001230             05  WS-SUM-SOURCE               PIC X(01)
001240                 VALUE SPACE.
001250             05  WS-ITEM-AMOUNT              PIC 9(10)V99
001260                 VALUE ZERO.
001270             05  WS-EFFECTIVE-RATE           PIC 9(04)V9(6)
001280                 VALUE ZERO.
001290             05  WS-RATE-SOURCE              PIC X(01)
001300                 VALUE SPACE.
001310             05  WS-NET-AMOUNT               PIC S9(13)V99
001320                 VALUE ZERO.
001330             05  WS-BASE-NET-AMOUNT          PIC S9(13)V99
001340                 VALUE ZERO.
001350             05  WS-POSN-SUB                 PIC 9(05) VALUE ZERO.
001360             05  WS-SHIFT-SUB                PIC 9(05) VALUE ZERO.
001370             05  WS-PRIOR-CURRENCY           PIC X(03)
001380                 VALUE SPACES.

001390*        THE KEY OF THE POSITION ROW BEING LOOKED FOR.  ROWS ARE
001400*        HELD IN KEY ORDER - CURRENCY, THEN THE POSTED LINE AHEAD
001410*        OF THE CONTINGENT LINES, THEN VALUE DATE - SO THE REPORT
001420*        AND THE EXTRACT COME OUT GROUPED BY CURRENCY.
001430         01  WS-FIND-KEY.
001440             05  WS-FIND-CURRENCY            PIC X(03).
001450             05  WS-FIND-LINE-ORDER          PIC X(01).
001460             05  WS-FIND-VALUE-DATE          PIC 9(08).
001470         01  WS-FIND-LINE-TYPE               PIC X(01)
001480             VALUE SPACE.
001490             88  WS-FIND-POSTED                  VALUE "P".
001500             88  WS-FIND-WAREHOUSED              VALUE "W".
001510             88  WS-FIND-FRAUD-PENDING           VALUE "F".
001520             88  WS-FIND-APPR-PENDING            VALUE "A".

001530         01  WS-RUN-COUNTERS.
001540             05  WS-INPUT-READ-COUNT         PIC 9(09) VALUE ZERO.
001550             05  WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
001560             05  WS-WAREHOUSE-COUNT          PIC 9(09) VALUE ZERO.
001570             05  WS-FRAUD-PENDING-COUNT      PIC 9(09) VALUE ZERO.
001580             05  WS-APPR-PENDING-COUNT       PIC 9(09) VALUE ZERO.
001590             05  WS-EXTRACT-COUNT            PIC 9(09) VALUE ZERO.
001600             05  WS-NO-RATE-COUNT            PIC 9(09) VALUE ZERO.

001610*        BASE-CURRENCY TOTALS FOR THE WHOLE RUN.
001620         01  WS-BASE-TOTALS.
001630             05  WS-TOT-POSTED-BASE          PIC S9(15)V99
001640                 VALUE ZERO.
001650             05  WS-TOT-WAREHOUSE-BASE       PIC S9(15)V99
001660                 VALUE ZERO.
001670             05  WS-TOT-FRAUD-BASE           PIC S9(15)V99
001680                 VALUE ZERO.
001690             05  WS-TOT-APPR-BASE            PIC S9(15)V99
001700                 VALUE ZERO.
001710             05  WS-TOT-CONTINGENT-BASE      PIC S9(15)V99
001720                 VALUE ZERO.

001730*        TOTALS FOR THE CURRENCY BEING PRINTED.
001740         01  WS-CCY-TOTALS.
001750             05  WS-CCY-POSTED-COUNT         PIC 9(07) VALUE ZERO.
001760             05  WS-CCY-POSTED-GROSS         PIC 9(13)V99
001770                 VALUE ZERO.
001780             05  WS-CCY-POSTED-FEES          PIC 9(13)V99
001790                 VALUE ZERO.
001800             05  WS-CCY-POSTED-REVERSED      PIC 9(13)V99
001810                 VALUE ZERO.
001820             05  WS-CCY-POSTED-NET           PIC S9(13)V99
001830                 VALUE ZERO.
001840             05  WS-CCY-POSTED-BASE          PIC S9(13)V99
001850                 VALUE ZERO.
001860             05  WS-CCY-CONT-COUNT           PIC 9(07) VALUE ZERO.
001870             05  WS-CCY-CONT-GROSS           PIC 9(13)V99
001880                 VALUE ZERO.
001890             05  WS-CCY-CONT-BASE            PIC S9(13)V99
001900                 VALUE ZERO.

001910         COPY CURRTABWS.

001920         01  WS-POSITION-TABLE.
001930             05  WS-POSN-TAB-COUNT           PIC 9(05) VALUE ZERO.
001940             05  WS-POSN-TAB-MAX             PIC 9(05) VALUE 3000.
001950             05  WS-POSN-ENTRY OCCURS 1 TO 3000 TIMES
001960                         DEPENDING ON WS-POSN-TAB-COUNT.
001970                 10  WS-PN-KEY.
001980                     15  WS-PN-CURRENCY      PIC X(03).
001990                     15  WS-PN-LINE-ORDER    PIC X(01).
002000                     15  WS-PN-VALUE-DATE    PIC 9(08).
002010                 10  WS-PN-LINE-TYPE         PIC X(01).
002020                 10  WS-PN-ITEM-COUNT        PIC 9(07).
002030                 10  WS-PN-GROSS             PIC 9(13)V99.
002040                 10  WS-PN-FEES              PIC 9(13)V99.
002050                 10  WS-PN-REVERSED          PIC 9(13)V99.

002060         01  WS-RPT-HEADING.
002070             05  FILLER                      PIC X(40)
002080                 VALUE "DAILY NET CURRENCY POSITION".
002090             05  FILLER                      PIC X(15)
002100                 VALUE "BUSINESS DATE ".
002110             05  WS-HDG-POSITION-DATE        PIC 9(08).
002120             05  FILLER                      PIC X(18)
002130                 VALUE "  BASE CURRENCY ".
002140             05  WS-HDG-BASE-CURRENCY        PIC X(03).

002150         01  WS-POSN-COLUMNS.
002160             05  FILLER                      PIC X(04)
002170                 VALUE "CCY".
002180             05  FILLER                      PIC X(11)
002190                 VALUE "LINE".
002200             05  FILLER                      PIC X(09)
002210                 VALUE "VALUE DT".
002220             05  FILLER                      PIC X(08)
002230                 VALUE "  ITEMS".
002240             05  FILLER                      PIC X(17)
002250                 VALUE "           GROSS".
002260             05  FILLER                      PIC X(17)
002270                 VALUE "            FEES".
002280             05  FILLER                      PIC X(17)
002290                 VALUE "        REVERSED".
002300             05  FILLER                      PIC X(18)
002310                 VALUE "       NET NATIVE".
002320             05  FILLER                      PIC X(12)
002330                 VALUE "       RATE".
002340             05  FILLER                      PIC X(17)
002350                 VALUE "       NET BASE".

002360         01  WS-POSN-DETAIL.
002370             05  WS-PD-CURRENCY              PIC X(03).
002380             05  FILLER                      PIC X(01)
002390                 VALUE SPACE.
002400             05  WS-PD-LINE-LABEL            PIC X(10).
002410             05  FILLER                      PIC X(01)
002420                 VALUE SPACE.
002430             05  WS-PD-VALUE-DATE            PIC X(08).
002440             05  FILLER                      PIC X(01)
002450                 VALUE SPACE.
002460             05  WS-PD-ITEM-COUNT            PIC ZZZ,ZZ9.
002470             05  FILLER                      PIC X(01)
002480                 VALUE SPACE.
002490             05  WS-PD-GROSS                 PIC Z,ZZZ,ZZZ,ZZ9.99.
002500             05  FILLER                      PIC X(01)
002510                 VALUE SPACE.
002520             05  WS-PD-FEES                  PIC Z,ZZZ,ZZZ,ZZ9.99.
002530             05  FILLER                      PIC X(01)
002540                 VALUE SPACE.
002550             05  WS-PD-REVERSED              PIC Z,ZZZ,ZZZ,ZZ9.99.
002560             05  FILLER                      PIC X(01)
002570                 VALUE SPACE.
002580             05  WS-PD-NET
002590                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
002600             05  FILLER                      PIC X(01)
002610                 VALUE SPACE.
002620             05  WS-PD-RATE                  PIC ZZZ9.999999
002630                 BLANK WHEN ZERO.
002640             05  FILLER                      PIC X(01)
002650                 VALUE SPACE.
002660             05  WS-PD-BASE-NET
002670                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

002680         01  WS-RPT-TOTAL-LINE.
002690             05  WS-TOT-LABEL                PIC X(40).
002700             05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.

002710         01  WS-RPT-BASE-TOTAL-LINE.
002720             05  WS-BTL-LABEL                PIC X(40).
002730             05  WS-BTL-AMOUNT
002740                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

002750         PROCEDURE DIVISION.
002760         0000-MAIN-CONTROL.
002770             PERFORM 1000-INITIALIZE
002780             PERFORM 2000-NET-TRAN-OUT
002790                 UNTIL WS-END-OF-FILE
002800             PERFORM 3000-LOAD-WAREHOUSE
002810             PERFORM 3100-LOAD-FRAUD-QUEUE
002820             PERFORM 3200-LOAD-APPROVAL-QUEUE
002830             PERFORM 4000-REPORT-POSITIONS
002840             PERFORM 6000-FINALIZE
002850             PERFORM 8950-COMPLETE-PROCESS-STEP
002860             STOP RUN.

002870         1000-INITIALIZE.
002880             MOVE "NETPOSN" TO WS-STEP-NAME
002890             MOVE "NETPOSN" TO WS-STEP-SCHEDULE-NAME
002900             PERFORM 8900-START-PROCESS-STEP
002910             MOVE WS-BUSINESS-DATE TO WS-POSITION-DATE

002920             OPEN INPUT TRAN-OUT-FILE
002930             IF WS-TRANOUT-STATUS NOT = "00"
002940                 DISPLAY "ERROR OPENING TRAN-OUT-FILE STATUS="
002950                     WS-TRANOUT-STATUS
002960                 GO TO 9999-ABEND
002970             END-IF

002980             OPEN OUTPUT POSITION-RPT-FILE
002990             IF WS-NETPRPT-STATUS NOT = "00"
003000                 DISPLAY "ERROR OPENING POSITION-RPT-FILE STATUS="
003010                     WS-NETPRPT-STATUS
003020                 GO TO 9999-ABEND
003030             END-IF

003040             OPEN OUTPUT TREASURY-EXTRACT-FILE
003050             IF WS-TRSYEXT-STATUS NOT = "00"
003060                 DISPLAY "ERROR OPENING TREASURY-EXTRACT-FILE "
003070                     "STATUS=" WS-TRSYEXT-STATUS
003080                 GO TO 9999-ABEND
003090             END-IF

003100             PERFORM 1200-LOAD-CURRENCY-TABLE

003110             OPEN INPUT RATE-HISTORY-FILE
003120             IF WS-RATEHIST-STATUS = "00"
003130                 SET WS-RATEHIST-AVAILABLE TO TRUE
003140             ELSE
003150                 DISPLAY "WARNING: RATE-HISTORY-FILE NOT "
003160                     "AVAILABLE STATUS=" WS-RATEHIST-STATUS
003170                     " - CURRENT CURRPRM RATES USED"
003180             END-IF

003190             MOVE WS-POSITION-DATE TO WS-HDG-POSITION-DATE
003200             MOVE WS-BASE-CURRENCY TO WS-HDG-BASE-CURRENCY
003210             WRITE POSITION-RPT-LINE FROM WS-RPT-HEADING
003220             MOVE SPACES TO POSITION-RPT-LINE
003230             WRITE POSITION-RPT-LINE
003240             WRITE POSITION-RPT-LINE FROM WS-POSN-COLUMNS

003250             MOVE SPACES TO TREASURY-POSITION-RECORD
003260             SET TP-IS-HEADER TO TRUE
003270             MOVE WS-POSITION-DATE TO TC-POSITION-DATE
003280             MOVE WS-BASE-CURRENCY TO TC-BASE-CURRENCY
003290             MOVE ZERO TO TC-RECORD-COUNT
003300             MOVE ZERO TO TC-POSTED-BASE-TOTAL
003310             MOVE ZERO TO TC-CONTINGENT-BASE-TOTAL
003320             WRITE TREASURY-POSITION-RECORD

003330             PERFORM 2050-READ-TRAN-OUT.

003340         1200-LOAD-CURRENCY-TABLE.
003350             OPEN INPUT CURRENCY-PARM-FILE
003360             IF WS-CURRPRM-STATUS NOT = "00"
003370                 DISPLAY "ERROR OPENING CURRENCY-PARM-FILE "
003380                     "STATUS=" WS-CURRPRM-STATUS
003390                 GO TO 9999-ABEND
003400             END-IF
003410             MOVE ZERO TO WS-CURR-TAB-COUNT
003420             PERFORM UNTIL WS-CURRPRM-STATUS = "10"
003430                 READ CURRENCY-PARM-FILE NEXT RECORD
003440                     AT END
003450                         MOVE "10" TO WS-CURRPRM-STATUS
003460                     NOT AT END
003470                         IF WS-CURR-TAB-COUNT >= WS-CURR-TAB-MAX
003480                             DISPLAY "ERROR: CURRENCY-PARM-FILE "
003490                                 "HAS MORE THAN " WS-CURR-TAB-MAX
003500                                 " ENTRIES - INCREASE "
003510                                 "WS-CURR-ENTRY OCCURS IN "
003520                                 "CURRTABWS AND RECOMPILE"
003530                             GO TO 9999-ABEND
003540                         END-IF
003550                         ADD 1 TO WS-CURR-TAB-COUNT
003560                         SET WS-CURR-IDX TO WS-CURR-TAB-COUNT
003570                         MOVE CP-CURRENCY-CODE
003580                             TO WS-CT-CURRENCY-CODE (WS-CURR-IDX)
003590                         MOVE CP-CONVERSION-RATE
003600                             TO WS-CT-CONV-RATE (WS-CURR-IDX)
003610                         MOVE CP-RATE-DATE
003620                             TO WS-CT-RATE-DATE (WS-CURR-IDX)
003630                 END-READ
003640             END-PERFORM
003650             CLOSE CURRENCY-PARM-FILE.

003660         2050-READ-TRAN-OUT.
003670             READ TRAN-OUT-FILE
003680                 AT END
003690                     SET WS-END-OF-FILE TO TRUE
003700                 NOT AT END
003710                     ADD 1 TO WS-INPUT-READ-COUNT
003720             END-READ.

003730         2000-NET-TRAN-OUT.
003740             IF TRAN-IS-DETAIL
003750                 PERFORM 2100-NET-DETAIL
003760             END-IF
003770             PERFORM 2050-READ-TRAN-OUT.

003780         2100-NET-DETAIL.
003790*        OUTPUT WRITTEN BEFORE THE SOURCE CODE EXISTED CARRIES
003800*        SPACES THERE - TREAT IT AS A STRAIGHT ACCEPT.
003810             ADD 1 TO WS-DETAIL-COUNT
003820             IF TRAN-SOURCE-CODE = SPACES
003830                 MOVE "A" TO WS-SUM-SOURCE
003840             ELSE
003850                 MOVE TRAN-SOURCE-CODE TO WS-SUM-SOURCE
003860             END-IF
003870             MOVE TRAN-CURRENCY-CODE TO WS-FIND-CURRENCY
003880             MOVE TRAN-DATE TO WS-FIND-VALUE-DATE
003890             SET WS-FIND-POSTED TO TRUE
003900             PERFORM 5000-FIND-POSITION-ROW
003910             ADD 1 TO WS-PN-ITEM-COUNT (WS-POSN-SUB)
003920             EVALUATE WS-SUM-SOURCE
003930                 WHEN "V"
003940                 WHEN "X"
003950                     ADD TRAN-AMOUNT
003960                         TO WS-PN-REVERSED (WS-POSN-SUB)
003970                 WHEN "E"
003980                     ADD TRAN-AMOUNT TO WS-PN-FEES (WS-POSN-SUB)
003990                 WHEN OTHER
004000                     ADD TRAN-AMOUNT TO WS-PN-GROSS (WS-POSN-SUB)
004010             END-EVALUATE.

004020         3000-LOAD-WAREHOUSE.
004030*        FUTURE-DATED ITEMS NOT YET RELEASED, UNDER THEIR DUE
004040*        DATE.
004050             OPEN INPUT WAREHOUSE-FILE
004060             IF WS-TXNWHSE-STATUS = "35"
004070                 DISPLAY "WARNING: NO WAREHOUSE-FILE - NO "
004080                     "WAREHOUSED ITEMS LISTED"
004090             ELSE
004100                 IF WS-TXNWHSE-STATUS NOT = "00"
004110                     DISPLAY "ERROR OPENING WAREHOUSE-FILE "
004120                         "STATUS=" WS-TXNWHSE-STATUS
004130                     GO TO 9999-ABEND
004140                 END-IF
004150                 PERFORM UNTIL WS-TXNWHSE-STATUS = "10"
004160                     READ WAREHOUSE-FILE NEXT RECORD
004170                         AT END
004180                             MOVE "10" TO WS-TXNWHSE-STATUS
004190                         NOT AT END
004200                             ADD 1 TO WS-WAREHOUSE-COUNT
004210                             MOVE WH-CURRENCY-CODE
004220                                 TO WS-FIND-CURRENCY
004230                             MOVE WH-DUE-DATE
004240                                 TO WS-FIND-VALUE-DATE
004250                             SET WS-FIND-WAREHOUSED TO TRUE
004260                             MOVE WH-AMOUNT TO WS-ITEM-AMOUNT
004270                             PERFORM 3900-ADD-CONTINGENT-ITEM
004280                     END-READ
004290                 END-PERFORM
004300                 CLOSE WAREHOUSE-FILE
004310             END-IF.

004320         3100-LOAD-FRAUD-QUEUE.
004330*        ONLY ITEMS STILL PENDING REVIEW - CLEARED ITEMS ARE
004340*        ALREADY ON TRANOUT AND DENIED ITEMS WILL NOT SETTLE.
004350             OPEN INPUT FRAUD-QUEUE-FILE
004360             IF WS-FRAUDQ-STATUS = "35"
004370                 DISPLAY "WARNING: NO FRAUD-QUEUE-FILE - NO "
004380                     "PENDING FRAUD ITEMS LISTED"
004390             ELSE
004400                 IF WS-FRAUDQ-STATUS NOT = "00"
004410                     DISPLAY "ERROR OPENING FRAUD-QUEUE-FILE "
004420                         "STATUS=" WS-FRAUDQ-STATUS
004430                     GO TO 9999-ABEND
004440                 END-IF
004450                 PERFORM UNTIL WS-FRAUDQ-STATUS = "10"
004460                     READ FRAUD-QUEUE-FILE NEXT RECORD
004470                         AT END
004480                             MOVE "10" TO WS-FRAUDQ-STATUS
004490                         NOT AT END
004500                             IF FR-STATUS-PENDING
004510                                 ADD 1 TO WS-FRAUD-PENDING-COUNT
004520                                 MOVE FR-CURRENCY-CODE
004530                                     TO WS-FIND-CURRENCY
004540                                 MOVE FR-TRAN-DATE
004550                                     TO WS-FIND-VALUE-DATE
004560                                 SET WS-FIND-FRAUD-PENDING TO TRUE
004570                                 MOVE FR-AMOUNT TO WS-ITEM-AMOUNT
004580                                 PERFORM 3900-ADD-CONTINGENT-ITEM
004590                             END-IF
004600                     END-READ
004610                 END-PERFORM
004620                 CLOSE FRAUD-QUEUE-FILE
004630             END-IF.

004640         3200-LOAD-APPROVAL-QUEUE.
004650*        ITEMS STILL AWAITING A FIRST OR SECOND SIGN-OFF.
004660             OPEN INPUT APPROVAL-FILE
004670             IF WS-APPRVQ-STATUS = "35"
004680                 DISPLAY "WARNING: NO APPROVAL-FILE - NO "
004690                     "PENDING APPROVAL ITEMS LISTED"
004700             ELSE
004710                 IF WS-APPRVQ-STATUS NOT = "00"
004720                     DISPLAY "ERROR OPENING APPROVAL-FILE STATUS="
004730                         WS-APPRVQ-STATUS
004740                     GO TO 9999-ABEND
004750                 END-IF
004760                 PERFORM UNTIL WS-APPRVQ-STATUS = "10"
004770                     READ APPROVAL-FILE NEXT RECORD
004780                         AT END
004790                             MOVE "10" TO WS-APPRVQ-STATUS
004800                         NOT AT END
004810                             IF NOT PA-FULLY-APPROVED
004820                                 ADD 1 TO WS-APPR-PENDING-COUNT
004830                                 MOVE PA-CURRENCY-CODE
004840                                     TO WS-FIND-CURRENCY
004850                                 MOVE PA-TRAN-DATE
004860                                     TO WS-FIND-VALUE-DATE
004870                                 SET WS-FIND-APPR-PENDING TO TRUE
004880                                 MOVE PA-AMOUNT TO WS-ITEM-AMOUNT
004890                                 PERFORM 3900-ADD-CONTINGENT-ITEM
004900                             END-IF
004910                     END-READ
004920                 END-PERFORM
004930                 CLOSE APPROVAL-FILE
004940             END-IF.

004950         3900-ADD-CONTINGENT-ITEM.
004960             PERFORM 5000-FIND-POSITION-ROW
004970             ADD 1 TO WS-PN-ITEM-COUNT (WS-POSN-SUB)
004980             ADD WS-ITEM-AMOUNT TO WS-PN-GROSS (WS-POSN-SUB).

004990         4000-REPORT-POSITIONS.
005000             MOVE SPACES TO WS-PRIOR-CURRENCY
005010             PERFORM VARYING WS-POSN-SUB FROM 1 BY 1
005020                     UNTIL WS-POSN-SUB > WS-POSN-TAB-COUNT
005030                 IF WS-PN-CURRENCY (WS-POSN-SUB)
005040                         NOT = WS-PRIOR-CURRENCY
005050                     IF WS-PRIOR-CURRENCY NOT = SPACES
005060                         PERFORM 4300-WRITE-CURRENCY-TOTALS
005070                     END-IF
005080                     MOVE WS-PN-CURRENCY (WS-POSN-SUB)
005090                         TO WS-PRIOR-CURRENCY
005100                     INITIALIZE WS-CCY-TOTALS
005110                 END-IF
005120                 PERFORM 4100-VALUE-POSITION
005130                 PERFORM 4200-WRITE-POSITION
005140             END-PERFORM
005150             IF WS-PRIOR-CURRENCY NOT = SPACES
005160                 PERFORM 4300-WRITE-CURRENCY-TOTALS
005170             END-IF.

005180         4100-VALUE-POSITION.
005190*        NATIVE NET AND ITS BASE-CURRENCY EQUIVALENT AT THE RATE
005200*        IN EFFECT FOR THE VALUE DATE.
005210             COMPUTE WS-NET-AMOUNT =
005220                 WS-PN-GROSS (WS-POSN-SUB)
005230                 + WS-PN-FEES (WS-POSN-SUB)
005240                 - WS-PN-REVERSED (WS-POSN-SUB)
005250             PERFORM 4110-FIND-RATE
005260             COMPUTE WS-BASE-NET-AMOUNT ROUNDED =
005270                 WS-NET-AMOUNT * WS-EFFECTIVE-RATE
005280                 ON SIZE ERROR
005290                     MOVE WS-NET-AMOUNT TO WS-BASE-NET-AMOUNT
005300                     MOVE "N" TO WS-RATE-SOURCE
005310             END-COMPUTE
005320             IF WS-PN-LINE-TYPE (WS-POSN-SUB) = "P"
005330                 ADD WS-PN-ITEM-COUNT (WS-POSN-SUB)
005340                     TO WS-CCY-POSTED-COUNT
005350                 ADD WS-PN-GROSS (WS-POSN-SUB)
005360                     TO WS-CCY-POSTED-GROSS
005370                 ADD WS-PN-FEES (WS-POSN-SUB)
005380                     TO WS-CCY-POSTED-FEES
005390                 ADD WS-PN-REVERSED (WS-POSN-SUB)
005400                     TO WS-CCY-POSTED-REVERSED
005410                 ADD WS-NET-AMOUNT TO WS-CCY-POSTED-NET
005420                 ADD WS-BASE-NET-AMOUNT TO WS-CCY-POSTED-BASE
005430                 ADD WS-BASE-NET-AMOUNT TO WS-TOT-POSTED-BASE
005440             ELSE
005450                 ADD WS-PN-ITEM-COUNT (WS-POSN-SUB)
005460                     TO WS-CCY-CONT-COUNT
005470                 ADD WS-PN-GROSS (WS-POSN-SUB)
005480                     TO WS-CCY-CONT-GROSS
005490                 ADD WS-BASE-NET-AMOUNT TO WS-CCY-CONT-BASE
005500                 ADD WS-BASE-NET-AMOUNT TO WS-TOT-CONTINGENT-BASE
005510                 EVALUATE WS-PN-LINE-TYPE (WS-POSN-SUB)
005520                     WHEN "W"
005530                         ADD WS-BASE-NET-AMOUNT
005540                             TO WS-TOT-WAREHOUSE-BASE
005550                     WHEN "F"
005560                         ADD WS-BASE-NET-AMOUNT
005570                             TO WS-TOT-FRAUD-BASE
005580                     WHEN OTHER
005590                         ADD WS-BASE-NET-AMOUNT
005600                             TO WS-TOT-APPR-BASE
005610                 END-EVALUATE
005620             END-IF.

005630         4110-FIND-RATE.
005640             MOVE "N" TO WS-RATE-FOUND-SWITCH
005650             IF WS-PN-CURRENCY (WS-POSN-SUB) = WS-BASE-CURRENCY
005660                 SET WS-RATE-FOUND TO TRUE
005670                 MOVE 1 TO WS-EFFECTIVE-RATE
005680                 MOVE "B" TO WS-RATE-SOURCE
005690             END-IF
005700             IF NOT WS-RATE-FOUND AND WS-RATEHIST-AVAILABLE
005710                 PERFORM 4120-FIND-EFFECTIVE-RATE
005720                 IF WS-RATE-FOUND
005730                     MOVE "H" TO WS-RATE-SOURCE
005740                 END-IF
005750             END-IF
005760             IF NOT WS-RATE-FOUND
005770                 SET WS-CURR-IDX TO 1
005780                 SEARCH WS-CURR-ENTRY
005790                     AT END
005800                         MOVE "N" TO WS-RATE-FOUND-SWITCH
005810                     WHEN WS-CT-CURRENCY-CODE (WS-CURR-IDX)
005820                             = WS-PN-CURRENCY (WS-POSN-SUB)
005830                         SET WS-RATE-FOUND TO TRUE
005840                         MOVE WS-CT-CONV-RATE (WS-CURR-IDX)
005850                             TO WS-EFFECTIVE-RATE
005860                         MOVE "C" TO WS-RATE-SOURCE
005870                 END-SEARCH
005880             END-IF
005890             IF NOT WS-RATE-FOUND
005900                 ADD 1 TO WS-NO-RATE-COUNT
005910                 MOVE 1 TO WS-EFFECTIVE-RATE
005920                 MOVE "N" TO WS-RATE-SOURCE
005930                 DISPLAY "WARNING: NO CONVERSION RATE FOR "
005940                     WS-PN-CURRENCY (WS-POSN-SUB)
005950                     " VALUE DATE " WS-PN-VALUE-DATE (WS-POSN-SUB)
005960                     " - NATIVE AMOUNT USED"
005970             END-IF.

005980         4120-FIND-EFFECTIVE-RATE.
005990*        LATEST RATEHIST ROW FOR THE CURRENCY DATED ON OR BEFORE
006000*        THE VALUE DATE.
006010             MOVE WS-PN-CURRENCY (WS-POSN-SUB) TO RH-CURRENCY-CODE
006020             MOVE ZERO TO RH-RATE-DATE
006030             MOVE "N" TO WS-RATE-SCAN-SWITCH
006040             START RATE-HISTORY-FILE
006050                 KEY IS NOT LESS THAN RH-RATE-KEY
006060                 INVALID KEY
006070                     SET WS-RATE-SCAN-DONE TO TRUE
006080             END-START
006090             PERFORM UNTIL WS-RATE-SCAN-DONE
006100                 READ RATE-HISTORY-FILE NEXT RECORD
006110                     AT END
006120                         SET WS-RATE-SCAN-DONE TO TRUE
006130                     NOT AT END
006140                         IF RH-CURRENCY-CODE NOT =
006150                                 WS-PN-CURRENCY (WS-POSN-SUB)
006160                             OR RH-RATE-DATE >
006170                                 WS-PN-VALUE-DATE (WS-POSN-SUB)
006180                             SET WS-RATE-SCAN-DONE TO TRUE
006190                         ELSE
006200                             SET WS-RATE-FOUND TO TRUE
006210                             MOVE RH-CONVERSION-RATE
006220                                 TO WS-EFFECTIVE-RATE
006230                         END-IF
006240                 END-READ
006250             END-PERFORM.

006260         4200-WRITE-POSITION.
006270             MOVE WS-PN-CURRENCY (WS-POSN-SUB) TO WS-PD-CURRENCY
006280             EVALUATE WS-PN-LINE-TYPE (WS-POSN-SUB)
006290                 WHEN "P"
006300                     MOVE "NET POSN" TO WS-PD-LINE-LABEL
006310                 WHEN "W"
006320                     MOVE "WAREHOUSED" TO WS-PD-LINE-LABEL
006330                 WHEN "F"
006340                     MOVE "FRAUD PEND" TO WS-PD-LINE-LABEL
006350                 WHEN OTHER
006360                     MOVE "APPR PEND" TO WS-PD-LINE-LABEL
006370             END-EVALUATE
006380             MOVE WS-PN-VALUE-DATE (WS-POSN-SUB)
006390                 TO WS-PD-VALUE-DATE
006400             MOVE WS-PN-ITEM-COUNT (WS-POSN-SUB)
006410                 TO WS-PD-ITEM-COUNT
006420             MOVE WS-PN-GROSS (WS-POSN-SUB) TO WS-PD-GROSS
006430             MOVE WS-PN-FEES (WS-POSN-SUB) TO WS-PD-FEES
006440             MOVE WS-PN-REVERSED (WS-POSN-SUB) TO WS-PD-REVERSED
006450             MOVE WS-NET-AMOUNT TO WS-PD-NET
006460             MOVE WS-EFFECTIVE-RATE TO WS-PD-RATE
006470             MOVE WS-BASE-NET-AMOUNT TO WS-PD-BASE-NET
006480             WRITE POSITION-RPT-LINE FROM WS-POSN-DETAIL

006490             MOVE SPACES TO TREASURY-POSITION-RECORD
006500             SET TP-IS-DETAIL TO TRUE
006510             MOVE WS-POSITION-DATE TO TP-POSITION-DATE
006520             MOVE WS-PN-LINE-TYPE (WS-POSN-SUB) TO TP-LINE-TYPE
006530             MOVE WS-PN-CURRENCY (WS-POSN-SUB) TO TP-CURRENCY-CODE
006540             MOVE WS-PN-VALUE-DATE (WS-POSN-SUB) TO TP-VALUE-DATE
006550             MOVE WS-PN-ITEM-COUNT (WS-POSN-SUB) TO TP-ITEM-COUNT
006560             MOVE WS-PN-GROSS (WS-POSN-SUB) TO TP-GROSS-AMOUNT
006570             MOVE WS-PN-FEES (WS-POSN-SUB) TO TP-FEE-AMOUNT
006580             MOVE WS-PN-REVERSED (WS-POSN-SUB)
006590                 TO TP-REVERSED-AMOUNT
006600             MOVE WS-NET-AMOUNT TO TP-NET-AMOUNT
006610             MOVE WS-EFFECTIVE-RATE TO TP-CONVERSION-RATE
006620             MOVE WS-BASE-NET-AMOUNT TO TP-BASE-NET-AMOUNT
006630             MOVE WS-RATE-SOURCE TO TP-RATE-SOURCE
006640             WRITE TREASURY-POSITION-RECORD
006650             ADD 1 TO WS-EXTRACT-COUNT.

006660         4300-WRITE-CURRENCY-TOTALS.
006670             MOVE WS-PRIOR-CURRENCY TO WS-PD-CURRENCY
006680             MOVE "NET TOTAL" TO WS-PD-LINE-LABEL
006690             MOVE SPACES TO WS-PD-VALUE-DATE
006700             MOVE WS-CCY-POSTED-COUNT TO WS-PD-ITEM-COUNT
006710             MOVE WS-CCY-POSTED-GROSS TO WS-PD-GROSS
006720             MOVE WS-CCY-POSTED-FEES TO WS-PD-FEES
006730             MOVE WS-CCY-POSTED-REVERSED TO WS-PD-REVERSED
006740             MOVE WS-CCY-POSTED-NET TO WS-PD-NET
006750             MOVE ZERO TO WS-PD-RATE
006760             MOVE WS-CCY-POSTED-BASE TO WS-PD-BASE-NET
006770             WRITE POSITION-RPT-LINE FROM WS-POSN-DETAIL
006780             MOVE "CONTINGENT" TO WS-PD-LINE-LABEL
006790             MOVE WS-CCY-CONT-COUNT TO WS-PD-ITEM-COUNT
006800             MOVE WS-CCY-CONT-GROSS TO WS-PD-GROSS
006810             MOVE ZERO TO WS-PD-FEES
006820             MOVE ZERO TO WS-PD-REVERSED
006830             MOVE WS-CCY-CONT-GROSS TO WS-PD-NET
006840             MOVE WS-CCY-CONT-BASE TO WS-PD-BASE-NET
006850             WRITE POSITION-RPT-LINE FROM WS-POSN-DETAIL
006860             MOVE SPACES TO POSITION-RPT-LINE
006870             WRITE POSITION-RPT-LINE.

006880         5000-FIND-POSITION-ROW.
006890*        FINDS THE ROW FOR WS-FIND-KEY, OR OPENS ONE IN KEY ORDER
006900*        BY MOVING THE ROWS AFTER IT DOWN ONE PLACE.
006910             EVALUATE TRUE
006920                 WHEN WS-FIND-POSTED
006930                     MOVE "1" TO WS-FIND-LINE-ORDER
006940                 WHEN WS-FIND-WAREHOUSED
006950                     MOVE "2" TO WS-FIND-LINE-ORDER
006960                 WHEN WS-FIND-FRAUD-PENDING
006970                     MOVE "3" TO WS-FIND-LINE-ORDER
006980                 WHEN OTHER
006990                     MOVE "4" TO WS-FIND-LINE-ORDER
007000             END-EVALUATE
007010             MOVE "N" TO WS-ROW-FOUND-SWITCH
007020             PERFORM VARYING WS-POSN-SUB FROM 1 BY 1
007030                     UNTIL WS-POSN-SUB > WS-POSN-TAB-COUNT
007040                     OR WS-PN-KEY (WS-POSN-SUB) NOT < WS-FIND-KEY
007050                 CONTINUE
007060             END-PERFORM
007070             IF WS-POSN-SUB NOT > WS-POSN-TAB-COUNT
007080                 IF WS-PN-KEY (WS-POSN-SUB) = WS-FIND-KEY
007090                     SET WS-ROW-FOUND TO TRUE
007100                 END-IF
007110             END-IF
007120             IF NOT WS-ROW-FOUND
007130                 PERFORM 5100-OPEN-POSITION-ROW
007140             END-IF.

007150         5100-OPEN-POSITION-ROW.
007160             IF WS-POSN-TAB-COUNT >= WS-POSN-TAB-MAX
007170                 DISPLAY "ERROR: MORE THAN " WS-POSN-TAB-MAX
007180                     " POSITION ROWS - INCREASE WS-POSN-ENTRY "
007190                     "OCCURS IN NETPOSN AND RECOMPILE"
007200                 GO TO 9999-ABEND
007210             END-IF
007220             ADD 1 TO WS-POSN-TAB-COUNT
007230             PERFORM VARYING WS-SHIFT-SUB FROM WS-POSN-TAB-COUNT
007240                     BY -1 UNTIL WS-SHIFT-SUB NOT > WS-POSN-SUB
007250                 MOVE WS-POSN-ENTRY (WS-SHIFT-SUB - 1)
007260                     TO WS-POSN-ENTRY (WS-SHIFT-SUB)
007270             END-PERFORM
007280             MOVE WS-FIND-KEY TO WS-PN-KEY (WS-POSN-SUB)
007290             MOVE WS-FIND-LINE-TYPE
007300                 TO WS-PN-LINE-TYPE (WS-POSN-SUB)
007310             MOVE ZERO TO WS-PN-ITEM-COUNT (WS-POSN-SUB)
007320                 WS-PN-GROSS (WS-POSN-SUB)
007330                 WS-PN-FEES (WS-POSN-SUB)
007340                 WS-PN-REVERSED (WS-POSN-SUB).

007350         6000-FINALIZE.
007360             MOVE SPACES TO TREASURY-POSITION-RECORD
007370             SET TP-IS-TRAILER TO TRUE
007380             MOVE WS-POSITION-DATE TO TC-POSITION-DATE
007390             MOVE WS-BASE-CURRENCY TO TC-BASE-CURRENCY
007400             MOVE WS-EXTRACT-COUNT TO TC-RECORD-COUNT
007410             MOVE WS-TOT-POSTED-BASE TO TC-POSTED-BASE-TOTAL
007420             MOVE WS-TOT-CONTINGENT-BASE
007430                 TO TC-CONTINGENT-BASE-TOTAL
007440             WRITE TREASURY-POSITION-RECORD

007450             MOVE "NET POSTED POSITION IN BASE" TO WS-BTL-LABEL
007460             MOVE WS-TOT-POSTED-BASE TO WS-BTL-AMOUNT
007470             WRITE POSITION-RPT-LINE FROM WS-RPT-BASE-TOTAL-LINE
007480             MOVE "CONTINGENT - WAREHOUSED IN BASE"
007490                 TO WS-BTL-LABEL
007500             MOVE WS-TOT-WAREHOUSE-BASE TO WS-BTL-AMOUNT
007510             WRITE POSITION-RPT-LINE FROM WS-RPT-BASE-TOTAL-LINE
007520             MOVE "CONTINGENT - FRAUD QUEUE IN BASE"
007530                 TO WS-BTL-LABEL
007540             MOVE WS-TOT-FRAUD-BASE TO WS-BTL-AMOUNT
007550             WRITE POSITION-RPT-LINE FROM WS-RPT-BASE-TOTAL-LINE
007560             MOVE "CONTINGENT - APPROVAL QUEUE IN BASE"
007570                 TO WS-BTL-LABEL
007580             MOVE WS-TOT-APPR-BASE TO WS-BTL-AMOUNT
007590             WRITE POSITION-RPT-LINE FROM WS-RPT-BASE-TOTAL-LINE
007600             MOVE SPACES TO POSITION-RPT-LINE
007610             WRITE POSITION-RPT-LINE
007620             MOVE "TRANOUT DETAILS NETTED" TO WS-TOT-LABEL
007630             MOVE WS-DETAIL-COUNT TO WS-TOT-COUNT
007640             WRITE POSITION-RPT-LINE FROM WS-RPT-TOTAL-LINE
007650             MOVE "WAREHOUSED ITEMS" TO WS-TOT-LABEL
007660             MOVE WS-WAREHOUSE-COUNT TO WS-TOT-COUNT
007670             WRITE POSITION-RPT-LINE FROM WS-RPT-TOTAL-LINE
007680             MOVE "FRAUD QUEUE ITEMS PENDING" TO WS-TOT-LABEL
007690             MOVE WS-FRAUD-PENDING-COUNT TO WS-TOT-COUNT
007700             WRITE POSITION-RPT-LINE FROM WS-RPT-TOTAL-LINE
007710             MOVE "APPROVAL QUEUE ITEMS PENDING" TO WS-TOT-LABEL
007720             MOVE WS-APPR-PENDING-COUNT TO WS-TOT-COUNT
007730             WRITE POSITION-RPT-LINE FROM WS-RPT-TOTAL-LINE
007740             MOVE "POSITIONS WITH NO CONVERSION RATE"
007750                 TO WS-TOT-LABEL
007760             MOVE WS-NO-RATE-COUNT TO WS-TOT-COUNT
007770             WRITE POSITION-RPT-LINE FROM WS-RPT-TOTAL-LINE
007780             DISPLAY "NETPOSN: READ " WS-INPUT-READ-COUNT
007790                 " DETAILS " WS-DETAIL-COUNT
007800                 " EXTRACT LINES " WS-EXTRACT-COUNT
007810                 " NET POSTED BASE " WS-TOT-POSTED-BASE
007820                 " CONTINGENT BASE " WS-TOT-CONTINGENT-BASE
007830             CLOSE TRAN-OUT-FILE
007840             CLOSE RATE-HISTORY-FILE
007850             CLOSE POSITION-RPT-FILE
007860             CLOSE TREASURY-EXTRACT-FILE.

007870         8900-START-PROCESS-STEP.
007880*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
007890*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
007900*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
007910*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
007920*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
007930*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
007940*        START STAMP REPLACED.
007950             OPEN I-O PROCESS-DATE-FILE
007960             IF WS-PROCDATE-STATUS NOT = "00"
007970                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
007980                     WS-PROCDATE-STATUS
007990                 GO TO 9999-ABEND
008000             END-IF
008010             PERFORM 8810-READ-DATE-ROW

008020             MOVE "N" TO WS-STEP-REFUSED-SWITCH
008030             PERFORM 8910-CHECK-STEP-SCHEDULE
008040                 VARYING WS-SCHED-SUB FROM 1 BY 1
008050                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
008060             IF WS-STEP-REFUSED
008070                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
008080                     "BUSINESS DATE " WS-BUSINESS-DATE
008090                 GO TO 9999-ABEND
008100             END-IF

008110             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
008120             MOVE WS-STEP-NAME TO PD-KEY-STEP
008130             READ PROCESS-DATE-FILE
008140                 INVALID KEY
008150                     MOVE "N" TO WS-STEP-ROW-SWITCH
008160                 NOT INVALID KEY
008170                     SET WS-STEP-ROW-EXISTS TO TRUE
008180             END-READ
008190             IF WS-STEP-ROW-EXISTS
008200                 IF PD-STEP-COMPLETED
008210                     DISPLAY "ERROR: STEP " WS-STEP-NAME
008220                         " ALREADY COMPLETED FOR BUSINESS DATE "
008230                         WS-BUSINESS-DATE
008240                     GO TO 9999-ABEND
008250                 END-IF
008260                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
008270                     "STARTED " PD-STEP-START-TS
008280             ELSE
008290                 MOVE SPACES TO PD-STEP-DATA
008300                 MOVE ZERO TO PD-STEP-END-TS
008310                 MOVE ZERO TO PD-STEP-RUN-COUNT
008320             END-IF
008330             SET PD-STEP-STARTED TO TRUE
008340             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
008350             ADD 1 TO PD-STEP-RUN-COUNT
008360             IF WS-STEP-ROW-EXISTS
008370                 REWRITE PROCESS-DATE-RECORD
008380             ELSE
008390                 WRITE PROCESS-DATE-RECORD
008400             END-IF
008410             IF WS-PROCDATE-STATUS NOT = "00"
008420                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
008430                     " STATUS=" WS-PROCDATE-STATUS
008440                 GO TO 9999-ABEND
008450             END-IF
008460             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
008470                 "DATE " WS-BUSINESS-DATE.

008480         8810-READ-DATE-ROW.
008490             MOVE ZERO TO PD-KEY-DATE
008500             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
008510             READ PROCESS-DATE-FILE
008520                 INVALID KEY
008530                     DISPLAY "ERROR: NO BUSINESS DATE ON "
008540                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
008550                     GO TO 9999-ABEND
008560             END-READ
008570             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
008580             MOVE PD-PRIOR-BUSINESS-DATE
008590                 TO WS-PRIOR-BUSINESS-DATE.

008600         8910-CHECK-STEP-SCHEDULE.
008610             IF WS-SCHED-STEP (WS-SCHED-SUB)
008620                     = WS-STEP-SCHEDULE-NAME
008630                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
008640                     VARYING WS-PREREQ-SUB FROM 1 BY 1
008650                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
008660             END-IF.

008670         8920-CHECK-SCHEDULED-PREREQ.
008680             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
008690                 TO WS-PREREQ-STEP
008700             IF WS-PREREQ-STEP NOT = SPACES
008710                 PERFORM 8930-TEST-PREREQ-STEP
008720             END-IF.

008730         8930-TEST-PREREQ-STEP.
008740             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
008750             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
008760             READ PROCESS-DATE-FILE
008770                 INVALID KEY
008780                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
008790                         WS-PREREQ-STEP " - NOT RUN FOR "
008800                         "BUSINESS DATE " WS-BUSINESS-DATE
008810                     SET WS-STEP-REFUSED TO TRUE
008820                 NOT INVALID KEY
008830                     IF NOT PD-STEP-COMPLETED
008840                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
008850                             WS-PREREQ-STEP " - NOT COMPLETED "
008860                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
008870                         SET WS-STEP-REFUSED TO TRUE
008880                     END-IF
008890             END-READ.

008900         8950-COMPLETE-PROCESS-STEP.
008910*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
008920*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
008930*        AND THE STEPS WAITING ON IT STAY HELD.
008940             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
008950             MOVE WS-STEP-NAME TO PD-KEY-STEP
008960             READ PROCESS-DATE-FILE
008970                 INVALID KEY
008980                     DISPLAY "ERROR: STEP " WS-STEP-NAME
008990                         " MISSING FROM PROCESS-DATE-FILE"
009000                     GO TO 9999-ABEND
009010             END-READ
009020             SET PD-STEP-COMPLETED TO TRUE
009030             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
009040             REWRITE PROCESS-DATE-RECORD
009050             IF WS-PROCDATE-STATUS NOT = "00"
009060                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
009070                     " STATUS=" WS-PROCDATE-STATUS
009080                 GO TO 9999-ABEND
009090             END-IF
009100             CLOSE PROCESS-DATE-FILE.


009110         9999-ABEND.
009120             DISPLAY "NETPOSN ABENDING"
009130             CLOSE TRAN-OUT-FILE
009140             CLOSE RATE-HISTORY-FILE
009150             CLOSE POSITION-RPT-FILE
009160             CLOSE TREASURY-EXTRACT-FILE
009170             CLOSE PROCESS-DATE-FILE
009180             STOP RUN.
