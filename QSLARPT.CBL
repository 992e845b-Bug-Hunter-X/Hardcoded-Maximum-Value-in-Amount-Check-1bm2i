000010*****************************************************************
000020* PROGRAM-ID. QSLARPT
000030* REVIEW-QUEUE TURNAROUND AND SERVICE-LEVEL REPORT.
000040* PERIODIC OPERATIONS REPORT BUILT FROM THE TRNSTAT LIFECYCLE
000050* EVENTS.  EACH FRAUD-QUEUED OR APPROVAL-QUEUED EVENT IS PAIRED
000060* WITH THE EVENT THAT TOOK THE ITEM OFF THE QUEUE - A FRAUDMAINT
000070* CLEAR OR DENY, THE APPRMAINT FINAL APPROVAL, OR A QUEMAINT
000080* EXPIRY - AND THE ELAPSED TIME BETWEEN THE TWO IS MEASURED.
000090* EVERY ITEM TAKEN OFF A QUEUE IN THE PERIOD IS REPORTED BY QUEUE,
000100* BY QUEUE AND TRANSACTION TYPE, BY QUEUE AND BASE-CURRENCY VALUE
000110* BAND, AND BY QUEUE AND THE REVIEWER OR APPROVER WHO DECIDED IT,
000120* WITH THE AVERAGE AND LONGEST WAIT AND THE SHARE DECIDED WITHIN
000130* THE QUEUE'S SERVICE TARGET.  AN EXPIRED ITEM WAS NOT DECIDED, SO
000140* IT NEVER COUNTS AS WITHIN TARGET.  ITEMS STILL ON A QUEUE ARE
000150* COUNTED BUT NOT TIMED - QUEMAINT REPORTS THEIR AGE.
000160* THE QUEUED VALUE IS CONVERTED TO BASE CURRENCY AT THE RATEHIST
000170* RATE IN EFFECT ON THE QUEUED DATE, FALLING BACK TO THE CURRENT
000180* CURRPRM RATE.  THE TRANSACTION TYPE AND THE DECIDER COME FROM
000190* TS-QUEUED-TYPE-CODE AND TS-DECIDED-BY ON THE EVENTS; EVENTS
000200* WRITTEN WITHOUT THEM REPORT AS "????" AND "UNKNOWN".
000210* PARM: PERIOD DAYS (3), FRAUD-QUEUE TARGET HOURS (3), APPROVAL-
000220* QUEUE TARGET HOURS (3).  BLANK OR NON-NUMERIC VALUES FALL BACK
000230* TO 31 DAYS, 24 HOURS AND 48 HOURS.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260         PROGRAM-ID. QSLARPT.
000270         AUTHOR. BATCH-SYSTEMS.

000280         ENVIRONMENT DIVISION.
000290         CONFIGURATION SECTION.
000300         SOURCE-COMPUTER. IBM-370.
000310         OBJECT-COMPUTER. IBM-370.

000320         INPUT-OUTPUT SECTION.
000330         FILE-CONTROL.
000340             SELECT TRAN-STATUS-FILE ASSIGN TO TRNSTAT
000350                 ORGANIZATION IS INDEXED
000360                 ACCESS MODE IS DYNAMIC
000370                 RECORD KEY IS TS-EVENT-KEY
000380                 FILE STATUS IS WS-TRNSTAT-STATUS.

000390             SELECT CURRENCY-PARM-FILE ASSIGN TO CURRPRM
000400                 ORGANIZATION IS INDEXED
000410                 ACCESS MODE IS DYNAMIC
000420                 RECORD KEY IS CP-CURRENCY-CODE
000430                 FILE STATUS IS WS-CURRPRM-STATUS.

000440             SELECT RATE-HISTORY-FILE ASSIGN TO RATEHIST
000450                 ORGANIZATION IS INDEXED
000460                 ACCESS MODE IS DYNAMIC
000470                 RECORD KEY IS RH-RATE-KEY
000480                 FILE STATUS IS WS-RATEHIST-STATUS.

000490             SELECT SLA-RPT-FILE ASSIGN TO QSLARPT
000500                 ORGANIZATION IS SEQUENTIAL
000510                 FILE STATUS IS WS-QSLARPT-STATUS.

000520             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000530                 ORGANIZATION IS INDEXED
000540                 ACCESS MODE IS DYNAMIC
000550                 RECORD KEY IS PD-CONTROL-KEY
000560                 FILE STATUS IS WS-PROCDATE-STATUS.

000570         DATA DIVISION.
000580         FILE SECTION.
000590         FD  TRAN-STATUS-FILE
000600             RECORDING MODE IS F.
000610         COPY TRANSTAT.

000620         FD  CURRENCY-PARM-FILE
000630             RECORDING MODE IS F.
000640         COPY CURRTAB.

000650         FD  RATE-HISTORY-FILE
000660             RECORDING MODE IS F.
000670         COPY RATEHST.

000680         FD  SLA-RPT-FILE
000690             RECORDING MODE IS F.
000700         01  SLA-RPT-LINE                    PIC X(132).

000710         FD  PROCESS-DATE-FILE
000720             RECORDING MODE IS F.
000730         COPY PROCDATE.

000740         WORKING-STORAGE SECTION.
000750         01  WS-FILE-STATUSES.
000760             05  WS-TRNSTAT-STATUS           PIC X(02) VALUE "00".
000770             05  WS-CURRPRM-STATUS           PIC X(02) VALUE "00".
000780             05  WS-RATEHIST-STATUS          PIC X(02) VALUE "00".
000790             05  WS-QSLARPT-STATUS           PIC X(02) VALUE "00".
000800             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000810         COPY PROCDTWS.

000820         01  WS-SWITCHES.
000830             05  WS-EVENT-EOF-SWITCH         PIC X(01) VALUE "N".
000840                 88  WS-EVENT-END-OF-FILE        VALUE "Y".
000850             05  WS-RATEHIST-AVAIL-SWITCH    PIC X(01) VALUE "N".
000860                 88  WS-RATEHIST-AVAILABLE       VALUE "Y".
000870             05  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
000880                 88  WS-RATE-FOUND               VALUE "Y".
000890             05  WS-RATE-SCAN-SWITCH         PIC X(01) VALUE "N".
000900                 88  WS-RATE-SCAN-DONE           VALUE "Y".
000910             05  WS-WITHIN-TARGET-SWITCH     PIC X(01) VALUE "N".
000920                 88  WS-WITHIN-TARGET            VALUE "Y".

000930         01  WS-PARM-FIELDS.
000940             05  WS-REPORT-DAYS              PIC 9(03) VALUE 31.
000950             05  WS-DEFAULT-REPORT-DAYS      PIC 9(03) VALUE 31.
000960             05  WS-FRAUD-TARGET-HOURS       PIC 9(03) VALUE 24.
000970             05  WS-DEFAULT-FRAUD-HOURS      PIC 9(03) VALUE 24.
000980             05  WS-APPR-TARGET-HOURS        PIC 9(03) VALUE 48.
000990             05  WS-DEFAULT-APPR-HOURS       PIC 9(03) VALUE 48.

001000         01  WS-WORK-FIELDS.
001010             05  WS-BASE-CURRENCY            PIC X(03)
001020                 VALUE "USD".
001030             05  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001040             05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001050             05  WS-DATE-INTEGER             PIC 9(08) VALUE ZERO.
001060             05  WS-BASE-AMOUNT              PIC 9(13)V99
001070                 VALUE ZERO.
001080             05  WS-EFFECTIVE-RATE           PIC 9(04)V9(6)
001090                 VALUE ZERO.
001100             05  WS-ELAPSED-DAYS             PIC S9(08)
001110                 VALUE ZERO.
001120             05  WS-ELAPSED-MINUTES          PIC S9(09)
001130                 VALUE ZERO.
001140             05  WS-TARGET-MINUTES           PIC 9(07) VALUE ZERO.
001150             05  WS-HOURS-WORK               PIC 9(07)V9
001160                 VALUE ZERO.
001170             05  WS-PCT-WORK                 PIC 9(03)V9
001180                 VALUE ZERO.
001190             05  WS-OUTCOME                  PIC X(01)
001200                 VALUE SPACE.
001210                 88  WS-OUTCOME-RELEASED         VALUE "C".
001220                 88  WS-OUTCOME-DENIED           VALUE "D".
001230                 88  WS-OUTCOME-EXPIRED          VALUE "E".
001240             05  WS-DECIDER-ID               PIC X(08)
001250                 VALUE SPACES.
001260             05  WS-BAND-SUB                 PIC 9(02) VALUE ZERO.
001270             05  WS-DIM-SUB                  PIC 9(02) VALUE ZERO.
001280             05  WS-QUEUE-SUB                PIC 9(02) VALUE ZERO.
001290             05  WS-FIND-DIMENSION           PIC X(01)
001300                 VALUE SPACE.
001310             05  WS-FIND-QUEUE               PIC X(01)
001320                 VALUE SPACE.
001330             05  WS-FIND-VALUE               PIC X(12)
001340                 VALUE SPACES.

001350*        THE HHMMSSHH CLOCK STAMP ON AN EVENT, BROKEN OUT.
001360         01  WS-EVENT-CLOCK                  PIC 9(08) VALUE ZERO.
001370         01  WS-EVENT-CLOCK-PARTS REDEFINES WS-EVENT-CLOCK.
001380             05  WS-CLOCK-HH                 PIC 9(02).
001390             05  WS-CLOCK-MM                 PIC 9(02).
001400             05  FILLER                      PIC 9(04).

001410*        THE ITEM BEING FOLLOWED THROUGH ITS EVENTS.  THE EVENTS
001420*        FOR ONE TRAN-ID ARRIVE TOGETHER, IN SEQUENCE ORDER.
001430         01  WS-ITEM-FIELDS.
001440             05  WS-ITEM-TRAN-ID             PIC X(10)
001450                 VALUE SPACES.
001460             05  WS-ITEM-QUEUE               PIC X(01)
001470                 VALUE SPACE.
001480                 88  WS-ITEM-NOT-QUEUED          VALUE SPACE.
001490                 88  WS-ITEM-ON-FRAUD-QUEUE      VALUE "F".
001500                 88  WS-ITEM-ON-APPR-QUEUE       VALUE "A".
001510             05  WS-ITEM-QUEUED-DATE         PIC 9(08) VALUE ZERO.
001520             05  WS-ITEM-QUEUED-MINUTE       PIC 9(04) VALUE ZERO.
001530             05  WS-ITEM-TYPE-CODE           PIC X(04)
001540                 VALUE SPACES.
001550             05  WS-ITEM-AMOUNT              PIC 9(10)V99
001560                 VALUE ZERO.
001570             05  WS-ITEM-CURRENCY            PIC X(03)
001580                 VALUE SPACES.
001590             05  WS-DECIDED-MINUTE           PIC 9(04) VALUE ZERO.

001600         01  WS-RUN-COUNTERS.
001610             05  WS-EVENT-READ-COUNT         PIC 9(09) VALUE ZERO.
001620             05  WS-QUEUED-COUNT             PIC 9(09) VALUE ZERO.
001630             05  WS-IN-PERIOD-COUNT          PIC 9(09) VALUE ZERO.
001640             05  WS-BEFORE-PERIOD-COUNT      PIC 9(09) VALUE ZERO.
001650             05  WS-STILL-QUEUED-COUNT       PIC 9(09) VALUE ZERO.
001660             05  WS-NO-RATE-COUNT            PIC 9(09) VALUE ZERO.

001670         COPY CURRTABWS.

001680*        BASE-CURRENCY VALUE BANDS.  AN ITEM FALLS IN THE FIRST
001690*        BAND WHOSE CEILING IT IS BELOW; THE LAST BAND HAS NO
001700*        CEILING.
001710         01  WS-BAND-VALUES.
001720             05  FILLER                      PIC X(12)
001730                 VALUE "UNDER 10K".
001740             05  FILLER                      PIC 9(13)V99
001750                 VALUE 10000.
001760             05  FILLER                      PIC X(12)
001770                 VALUE "10K-100K".
001780             05  FILLER                      PIC 9(13)V99
001790                 VALUE 100000.
001800             05  FILLER                      PIC X(12)
001810                 VALUE "100K-1M".
001820             05  FILLER                      PIC 9(13)V99
001830                 VALUE 1000000.
001840             05  FILLER                      PIC X(12)
001850                 VALUE "1M AND OVER".
001860             05  FILLER                      PIC 9(13)V99
001870                 VALUE 9999999999999.99.
001880         01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
001890             05  WS-BAND-ENTRY OCCURS 4 TIMES.
001900                 10  WS-BAND-NAME            PIC X(12).
001910                 10  WS-BAND-CEILING         PIC 9(13)V99.

001920*        THE REPORT SECTIONS, ONE PER BREAKDOWN.
001930         01  WS-DIMENSION-VALUES.
001940             05  FILLER                      PIC X(41)
001950                 VALUE "QTURNAROUND BY QUEUE".
001960             05  FILLER                      PIC X(41)
001970                 VALUE "TTURNAROUND BY QUEUE AND TRAN TYPE".
001980             05  FILLER                      PIC X(41)
001990                 VALUE "BTURNAROUND BY QUEUE AND VALUE BAND".
002000             05  FILLER                      PIC X(41)
002010                 VALUE "RTURNAROUND BY QUEUE AND DECIDER".
002020         01  WS-DIMENSION-TABLE REDEFINES WS-DIMENSION-VALUES.
002030             05  WS-DIMENSION-ENTRY OCCURS 4 TIMES.
002040                 10  WS-DIM-CODE             PIC X(01).
002050                 10  WS-DIM-TITLE            PIC X(40).

002060*        ONE ROW PER QUEUE PER BREAKDOWN VALUE (DIMENSION "Q" ROWS
002070*        CARRY THE QUEUE TOTALS).
002080         01  WS-STAT-TABLE.
002090             05  WS-STAT-TAB-COUNT           PIC 9(05) VALUE ZERO.
002100             05  WS-STAT-TAB-MAX             PIC 9(05) VALUE 3000.
002110             05  WS-STAT-ENTRY OCCURS 1 TO 3000 TIMES
002120                         DEPENDING ON WS-STAT-TAB-COUNT
002130                         INDEXED BY WS-STAT-IDX.
002140                 10  WS-ST-DIMENSION         PIC X(01).
002150                 10  WS-ST-QUEUE             PIC X(01).
002160                 10  WS-ST-VALUE             PIC X(12).
002170                 10  WS-ST-DECIDED-COUNT     PIC 9(07).
002180                 10  WS-ST-RELEASED-COUNT    PIC 9(07).
002190                 10  WS-ST-DENIED-COUNT      PIC 9(07).
002200                 10  WS-ST-EXPIRED-COUNT     PIC 9(07).
002210                 10  WS-ST-WITHIN-COUNT      PIC 9(07).
002220                 10  WS-ST-TOTAL-MINUTES     PIC 9(13).
002230                 10  WS-ST-MAX-MINUTES       PIC 9(09).
002240                 10  WS-ST-BASE-VALUE        PIC 9(15)V99.

002250         01  WS-RPT-HEADING.
002260             05  FILLER                      PIC X(42)
002270                 VALUE "REVIEW QUEUE TURNAROUND AND SLA REPORT".
002280             05  FILLER                      PIC X(10)
002290                 VALUE "RUN DATE ".
002300             05  WS-HDG-RUN-DATE             PIC 9(08).
002310             05  FILLER                      PIC X(08)
002320                 VALUE "  FROM ".
002330             05  WS-HDG-FROM-DATE            PIC 9(08).
002340             05  FILLER                      PIC X(22)
002350                 VALUE "  TARGET HOURS FRAUD ".
002360             05  WS-HDG-FRAUD-HOURS          PIC ZZ9.
002370             05  FILLER                      PIC X(11)
002380                 VALUE "  APPROVAL ".
002390             05  WS-HDG-APPR-HOURS           PIC ZZ9.

002400         01  WS-RPT-SECTION-LINE.
002410             05  FILLER                      PIC X(04)
002420                 VALUE "*** ".
002430             05  WS-SEC-TITLE                PIC X(60).

002440         01  WS-STAT-COLUMNS.
002450             05  FILLER                      PIC X(10)
002460                 VALUE "QUEUE".
002470             05  FILLER                      PIC X(13)
002480                 VALUE "BREAKDOWN".
002490             05  FILLER                      PIC X(09)
002500                 VALUE "  DECIDED".
002510             05  FILLER                      PIC X(09)
002520                 VALUE " RELEASED".
002530             05  FILLER                      PIC X(09)
002540                 VALUE "   DENIED".
002550             05  FILLER                      PIC X(09)
002560                 VALUE "  EXPIRED".
002570             05  FILLER                      PIC X(09)
002580                 VALUE "   WITHIN".
002590             05  FILLER                      PIC X(08)
002600                 VALUE "  %WITH".
002610             05  FILLER                      PIC X(11)
002620                 VALUE "   AVG HRS".
002630             05  FILLER                      PIC X(11)
002640                 VALUE "   MAX HRS".
002650             05  FILLER                      PIC X(22)
002660                 VALUE "          BASE VALUE".

002670         01  WS-STAT-DETAIL.
002680             05  WS-STD-QUEUE                PIC X(08).
002690             05  FILLER                      PIC X(02)
002700                 VALUE SPACES.
002710             05  WS-STD-VALUE                PIC X(12).
002720             05  FILLER                      PIC X(01)
002730                 VALUE SPACE.
002740             05  WS-STD-DECIDED-COUNT        PIC Z,ZZZ,ZZ9.
002750             05  WS-STD-RELEASED-COUNT       PIC Z,ZZZ,ZZ9.
002760             05  WS-STD-DENIED-COUNT         PIC Z,ZZZ,ZZ9.
002770             05  WS-STD-EXPIRED-COUNT        PIC Z,ZZZ,ZZ9.
002780             05  WS-STD-WITHIN-COUNT         PIC Z,ZZZ,ZZ9.
002790             05  FILLER                      PIC X(02)
002800                 VALUE SPACES.
002810             05  WS-STD-WITHIN-PCT           PIC ZZ9.9.
002820             05  FILLER                      PIC X(01)
002830                 VALUE "%".
002840             05  WS-STD-AVG-HOURS            PIC Z,ZZZ,ZZ9.9.
002850             05  FILLER                      PIC X(01)
002860                 VALUE SPACE.
002870             05  WS-STD-MAX-HOURS            PIC Z,ZZZ,ZZ9.9.
002880             05  FILLER                      PIC X(01)
002890                 VALUE SPACE.
002900             05  WS-STD-BASE-VALUE
002910                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

002920         01  WS-RPT-TOTAL-LINE.
002930             05  WS-TOT-LABEL                PIC X(40).
002940             05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.

002950         LINKAGE SECTION.
002960         01  LS-PARM-SLA.
002970             05  LS-PARM-REPORT-DAYS         PIC X(03).
002980             05  LS-PARM-FRAUD-HOURS         PIC X(03).
002990             05  LS-PARM-APPR-HOURS          PIC X(03).

003000         PROCEDURE DIVISION USING LS-PARM-SLA.
003010         0000-MAIN-CONTROL.
003020             PERFORM 1000-INITIALIZE
003030             PERFORM 2000-PROCESS-EVENT
003040                 UNTIL WS-EVENT-END-OF-FILE
003050             PERFORM 2900-END-OF-ITEM
003060             PERFORM 4000-REPORT-BREAKDOWNS
003070             PERFORM 6000-FINALIZE
003080             STOP RUN.

003090         1000-INITIALIZE.
003100             PERFORM 8800-GET-BUSINESS-DATE
003110             IF LS-PARM-REPORT-DAYS IS NUMERIC
003120                 AND LS-PARM-REPORT-DAYS NOT = SPACES
003130                 AND LS-PARM-REPORT-DAYS NOT = ZERO
003140                 MOVE LS-PARM-REPORT-DAYS TO WS-REPORT-DAYS
003150             ELSE
003160                 MOVE WS-DEFAULT-REPORT-DAYS TO WS-REPORT-DAYS
003170             END-IF
003180             IF LS-PARM-FRAUD-HOURS IS NUMERIC
003190                 AND LS-PARM-FRAUD-HOURS NOT = SPACES
003200                 AND LS-PARM-FRAUD-HOURS NOT = ZERO
003210                 MOVE LS-PARM-FRAUD-HOURS TO WS-FRAUD-TARGET-HOURS
003220             ELSE
003230                 MOVE WS-DEFAULT-FRAUD-HOURS
003240                     TO WS-FRAUD-TARGET-HOURS
003250             END-IF
003260             IF LS-PARM-APPR-HOURS IS NUMERIC
003270                 AND LS-PARM-APPR-HOURS NOT = SPACES
003280                 AND LS-PARM-APPR-HOURS NOT = ZERO
003290                 MOVE LS-PARM-APPR-HOURS TO WS-APPR-TARGET-HOURS
003300             ELSE
003310                 MOVE WS-DEFAULT-APPR-HOURS
003320                     TO WS-APPR-TARGET-HOURS
003330             END-IF

003340             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
003350             COMPUTE WS-DATE-INTEGER =
003360                 FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
003370                     - WS-REPORT-DAYS
003380             COMPUTE WS-FROM-DATE =
003390                 FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)

003400             OPEN OUTPUT SLA-RPT-FILE
003410             IF WS-QSLARPT-STATUS NOT = "00"
003420                 DISPLAY "ERROR OPENING SLA-RPT-FILE STATUS="
003430                     WS-QSLARPT-STATUS
003440                 GO TO 9999-ABEND
003450             END-IF

003460             PERFORM 1200-LOAD-CURRENCY-TABLE

003470             OPEN INPUT RATE-HISTORY-FILE
003480             IF WS-RATEHIST-STATUS = "00"
003490                 SET WS-RATEHIST-AVAILABLE TO TRUE
003500             ELSE
003510                 DISPLAY "WARNING: RATE-HISTORY-FILE NOT "
003520                     "AVAILABLE STATUS=" WS-RATEHIST-STATUS
003530                     " - CURRENT CURRPRM RATES USED"
003540             END-IF

003550             MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
003560             MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
003570             MOVE WS-FRAUD-TARGET-HOURS TO WS-HDG-FRAUD-HOURS
003580             MOVE WS-APPR-TARGET-HOURS TO WS-HDG-APPR-HOURS
003590             WRITE SLA-RPT-LINE FROM WS-RPT-HEADING

003600             OPEN INPUT TRAN-STATUS-FILE
003610             IF WS-TRNSTAT-STATUS = "35"
003620                 DISPLAY "WARNING: NO TRAN-STATUS-FILE - NO "
003630                     "QUEUE EVENTS TO MEASURE"
003640                 SET WS-EVENT-END-OF-FILE TO TRUE
003650             ELSE
003660                 IF WS-TRNSTAT-STATUS NOT = "00"
003670                     DISPLAY "ERROR OPENING TRAN-STATUS-FILE "
003680                         "STATUS=" WS-TRNSTAT-STATUS
003690                     GO TO 9999-ABEND
003700                 END-IF
003710                 PERFORM 2050-READ-EVENT
003720             END-IF.

003730         1200-LOAD-CURRENCY-TABLE.
003740             OPEN INPUT CURRENCY-PARM-FILE
003750             IF WS-CURRPRM-STATUS NOT = "00"
003760                 DISPLAY "ERROR OPENING CURRENCY-PARM-FILE "
003770                     "STATUS=" WS-CURRPRM-STATUS
003780                 GO TO 9999-ABEND
003790             END-IF
003800             MOVE ZERO TO WS-CURR-TAB-COUNT
003810             PERFORM UNTIL WS-CURRPRM-STATUS = "10"
003820                 READ CURRENCY-PARM-FILE NEXT RECORD
003830                     AT END
003840                         MOVE "10" TO WS-CURRPRM-STATUS
003850                     NOT AT END
003860                         IF WS-CURR-TAB-COUNT >= WS-CURR-TAB-MAX
003870                             DISPLAY "ERROR: CURRENCY-PARM-FILE "
003880                                 "HAS MORE THAN " WS-CURR-TAB-MAX
003890                                 " ENTRIES - INCREASE "
003900                                 "WS-CURR-ENTRY OCCURS IN "
003910                                 "CURRTABWS AND RECOMPILE"
003920                             GO TO 9999-ABEND
003930                         END-IF
003940                         ADD 1 TO WS-CURR-TAB-COUNT
003950                         SET WS-CURR-IDX TO WS-CURR-TAB-COUNT
003960                         MOVE CP-CURRENCY-CODE
003970                             TO WS-CT-CURRENCY-CODE (WS-CURR-IDX)
003980                         MOVE CP-CONVERSION-RATE
003990                             TO WS-CT-CONV-RATE (WS-CURR-IDX)
004000                         MOVE CP-RATE-DATE
004010                             TO WS-CT-RATE-DATE (WS-CURR-IDX)
004020                 END-READ
004030             END-PERFORM
004040             CLOSE CURRENCY-PARM-FILE.

004050         2050-READ-EVENT.
004060             READ TRAN-STATUS-FILE NEXT RECORD
004070                 AT END
004080                     SET WS-EVENT-END-OF-FILE TO TRUE
004090                 NOT AT END
004100                     ADD 1 TO WS-EVENT-READ-COUNT
004110             END-READ.

004120         2000-PROCESS-EVENT.
004130             IF TS-TRAN-ID NOT = WS-ITEM-TRAN-ID
004140                 PERFORM 2900-END-OF-ITEM
004150                 MOVE TS-TRAN-ID TO WS-ITEM-TRAN-ID
004160             END-IF
004170             MOVE TS-EVENT-TIME TO WS-EVENT-CLOCK
004180             EVALUATE TRUE
004190                 WHEN TS-EVENT-FRAUD-QUEUED
004200                     MOVE "F" TO WS-ITEM-QUEUE
004210                     PERFORM 2100-OPEN-QUEUE-ITEM
004220                 WHEN TS-EVENT-APPROVAL-QUEUED
004230                     MOVE "A" TO WS-ITEM-QUEUE
004240                     PERFORM 2100-OPEN-QUEUE-ITEM
004250                 WHEN WS-ITEM-ON-FRAUD-QUEUE
004260                     AND (TS-EVENT-CLEARED OR TS-EVENT-DENIED)
004270                     MOVE TS-EVENT-CODE TO WS-OUTCOME
004280                     PERFORM 2200-CLOSE-QUEUE-ITEM
004290                 WHEN WS-ITEM-ON-APPR-QUEUE
004300                     AND TS-EVENT-ACCEPTED
004310                     AND TS-PROGRAM-NAME = "APPRMAIN"
004320                     MOVE "C" TO WS-OUTCOME
004330                     PERFORM 2200-CLOSE-QUEUE-ITEM
004340                 WHEN NOT WS-ITEM-NOT-QUEUED
004350                     AND TS-EVENT-EXPIRED
004360                     MOVE "E" TO WS-OUTCOME
004370                     PERFORM 2200-CLOSE-QUEUE-ITEM
004380                 WHEN OTHER
004390                     CONTINUE
004400             END-EVALUATE
004410             PERFORM 2050-READ-EVENT.

004420         2100-OPEN-QUEUE-ITEM.
004430             ADD 1 TO WS-QUEUED-COUNT
004440             MOVE TS-EVENT-DATE TO WS-ITEM-QUEUED-DATE
004450             COMPUTE WS-ITEM-QUEUED-MINUTE =
004460                 WS-CLOCK-HH * 60 + WS-CLOCK-MM
004470             MOVE TS-QUEUED-TYPE-CODE TO WS-ITEM-TYPE-CODE
004480             IF WS-ITEM-TYPE-CODE = SPACES
004490                 OR WS-ITEM-TYPE-CODE = LOW-VALUES
004500                 MOVE "????" TO WS-ITEM-TYPE-CODE
004510             END-IF
004520             MOVE TS-AMOUNT TO WS-ITEM-AMOUNT
004530             MOVE TS-CURRENCY-CODE TO WS-ITEM-CURRENCY.

004540         2200-CLOSE-QUEUE-ITEM.
004550*        ONLY ITEMS TAKEN OFF THE QUEUE INSIDE THE PERIOD ARE
004560*        MEASURED.  THE ITEM IS THEN OFF THE QUEUE EITHER WAY.
004570             IF TS-EVENT-DATE < WS-FROM-DATE
004580                 OR TS-EVENT-DATE > WS-TODAY-DATE
004590                 ADD 1 TO WS-BEFORE-PERIOD-COUNT
004600             ELSE
004610                 ADD 1 TO WS-IN-PERIOD-COUNT
004620                 PERFORM 2210-TIME-ITEM
004630                 PERFORM 2300-VALUE-ITEM
004640                 IF WS-OUTCOME-EXPIRED
004650                     MOVE "*EXPIRED" TO WS-DECIDER-ID
004660                 ELSE
004670                     MOVE TS-DECIDED-BY TO WS-DECIDER-ID
004680                     IF WS-DECIDER-ID = SPACES
004690                         OR WS-DECIDER-ID = LOW-VALUES
004700                         MOVE "UNKNOWN" TO WS-DECIDER-ID
004710                     END-IF
004720                 END-IF
004730                 PERFORM 2400-POST-ITEM
004740             END-IF
004750             MOVE SPACE TO WS-ITEM-QUEUE.

004760         2210-TIME-ITEM.
004770*        THE EVENT DATE IS THE BUSINESS DATE AND THE TIME IS THE
004780*        CLOCK, SO WORK DONE AFTER MIDNIGHT CAN LOOK LIKE IT CAME
004790*        BEFORE THE QUEUING - SUCH AN ITEM IS TIMED AT ZERO.
004800             COMPUTE WS-DECIDED-MINUTE =
004810                 WS-CLOCK-HH * 60 + WS-CLOCK-MM
004820             COMPUTE WS-ELAPSED-DAYS =
004830                 FUNCTION INTEGER-OF-DATE (TS-EVENT-DATE)
004840                 - FUNCTION INTEGER-OF-DATE (WS-ITEM-QUEUED-DATE)
004850             COMPUTE WS-ELAPSED-MINUTES =
004860                 WS-ELAPSED-DAYS * 1440
004870                 + WS-DECIDED-MINUTE - WS-ITEM-QUEUED-MINUTE
004880             IF WS-ELAPSED-MINUTES < ZERO
004890                 MOVE ZERO TO WS-ELAPSED-MINUTES
004900             END-IF
004910             IF WS-ITEM-ON-FRAUD-QUEUE
004920                 COMPUTE WS-TARGET-MINUTES =
004930                     WS-FRAUD-TARGET-HOURS * 60
004940             ELSE
004950                 COMPUTE WS-TARGET-MINUTES =
004960                     WS-APPR-TARGET-HOURS * 60
004970             END-IF
004980             MOVE "N" TO WS-WITHIN-TARGET-SWITCH
004990             IF NOT WS-OUTCOME-EXPIRED
005000                 AND WS-ELAPSED-MINUTES NOT > WS-TARGET-MINUTES
005010                 SET WS-WITHIN-TARGET TO TRUE
005020             END-IF.

005030         2300-VALUE-ITEM.
005040*        THE BASE VALUE AT THE RATE IN EFFECT WHEN THE ITEM WAS
005050*        QUEUED, THEN ITS VALUE BAND.
005060             IF WS-ITEM-CURRENCY = WS-BASE-CURRENCY
005070                 MOVE WS-ITEM-AMOUNT TO WS-BASE-AMOUNT
005080             ELSE
005090                 MOVE "N" TO WS-RATE-FOUND-SWITCH
005100                 IF WS-RATEHIST-AVAILABLE
005110                     PERFORM 2310-FIND-EFFECTIVE-RATE
005120                 END-IF
005130                 IF NOT WS-RATE-FOUND
005140                     SET WS-CURR-IDX TO 1
005150                     SEARCH WS-CURR-ENTRY
005160                         AT END
005170                             MOVE "N" TO WS-RATE-FOUND-SWITCH
005180                         WHEN WS-CT-CURRENCY-CODE (WS-CURR-IDX)
005190                                 = WS-ITEM-CURRENCY
005200                             SET WS-RATE-FOUND TO TRUE
005210                             MOVE WS-CT-CONV-RATE (WS-CURR-IDX)
005220                                 TO WS-EFFECTIVE-RATE
005230                     END-SEARCH
005240                 END-IF
005250                 IF WS-RATE-FOUND
005260                     COMPUTE WS-BASE-AMOUNT ROUNDED =
005270                         WS-ITEM-AMOUNT * WS-EFFECTIVE-RATE
005280                         ON SIZE ERROR
005290                             MOVE WS-ITEM-AMOUNT TO WS-BASE-AMOUNT
005300                     END-COMPUTE
005310                 ELSE
005320                     ADD 1 TO WS-NO-RATE-COUNT
005330                     MOVE WS-ITEM-AMOUNT TO WS-BASE-AMOUNT
005340                     DISPLAY "WARNING: NO CONVERSION RATE FOR "
005350                         WS-ITEM-CURRENCY " TRAN " WS-ITEM-TRAN-ID
005360                         " - NATIVE AMOUNT USED"
005370                 END-IF
005380             END-IF
005390             PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
005400                     UNTIL WS-BAND-SUB >= 4
005410                     OR WS-BASE-AMOUNT
005420                         < WS-BAND-CEILING (WS-BAND-SUB)
005430                 CONTINUE
005440             END-PERFORM.

005450         2310-FIND-EFFECTIVE-RATE.
005460*        LATEST RATEHIST ROW FOR THE CURRENCY DATED ON OR BEFORE
005470*        THE QUEUED DATE.
005480             MOVE WS-ITEM-CURRENCY TO RH-CURRENCY-CODE
005490             MOVE ZERO TO RH-RATE-DATE
005500             MOVE "N" TO WS-RATE-SCAN-SWITCH
005510             START RATE-HISTORY-FILE
005520                 KEY IS NOT LESS THAN RH-RATE-KEY
005530                 INVALID KEY
005540                     SET WS-RATE-SCAN-DONE TO TRUE
005550             END-START
005560             PERFORM UNTIL WS-RATE-SCAN-DONE
005570                 READ RATE-HISTORY-FILE NEXT RECORD
005580                     AT END
005590                         SET WS-RATE-SCAN-DONE TO TRUE
005600                     NOT AT END
005610                         IF RH-CURRENCY-CODE
005620                                 NOT = WS-ITEM-CURRENCY
005630                             OR RH-RATE-DATE > WS-ITEM-QUEUED-DATE
005640                             SET WS-RATE-SCAN-DONE TO TRUE
005650                         ELSE
005660                             SET WS-RATE-FOUND TO TRUE
005670                             MOVE RH-CONVERSION-RATE
005680                                 TO WS-EFFECTIVE-RATE
005690                         END-IF
005700                 END-READ
005710             END-PERFORM.

005720         2400-POST-ITEM.
005730*        ONE MEASURED ITEM GOES INTO ITS QUEUE ROW AND ITS TYPE,
005740*        BAND AND DECIDER ROWS UNDER THAT QUEUE.
005750             MOVE WS-ITEM-QUEUE TO WS-FIND-QUEUE
005760             MOVE "Q" TO WS-FIND-DIMENSION
005770             MOVE SPACES TO WS-FIND-VALUE
005780             PERFORM 2410-POST-STAT-ROW
005790             MOVE "T" TO WS-FIND-DIMENSION
005800             MOVE WS-ITEM-TYPE-CODE TO WS-FIND-VALUE
005810             PERFORM 2410-POST-STAT-ROW
005820             MOVE "B" TO WS-FIND-DIMENSION
005830             MOVE WS-BAND-SUB TO WS-FIND-VALUE
005840             PERFORM 2410-POST-STAT-ROW
005850             MOVE "R" TO WS-FIND-DIMENSION
005860             MOVE WS-DECIDER-ID TO WS-FIND-VALUE
005870             PERFORM 2410-POST-STAT-ROW.

005880         2410-POST-STAT-ROW.
005890             PERFORM 2420-FIND-STAT-ROW
005900             ADD 1 TO WS-ST-DECIDED-COUNT (WS-STAT-IDX)
005910             EVALUATE TRUE
005920                 WHEN WS-OUTCOME-RELEASED
005930                     ADD 1 TO WS-ST-RELEASED-COUNT (WS-STAT-IDX)
005940                 WHEN WS-OUTCOME-DENIED
005950                     ADD 1 TO WS-ST-DENIED-COUNT (WS-STAT-IDX)
005960                 WHEN WS-OUTCOME-EXPIRED
005970                     ADD 1 TO WS-ST-EXPIRED-COUNT (WS-STAT-IDX)
005980             END-EVALUATE
005990             IF WS-WITHIN-TARGET
006000                 ADD 1 TO WS-ST-WITHIN-COUNT (WS-STAT-IDX)
006010             END-IF
006020             ADD WS-ELAPSED-MINUTES
006030                 TO WS-ST-TOTAL-MINUTES (WS-STAT-IDX)
006040             IF WS-ELAPSED-MINUTES
006050                     > WS-ST-MAX-MINUTES (WS-STAT-IDX)
006060                 MOVE WS-ELAPSED-MINUTES
006070                     TO WS-ST-MAX-MINUTES (WS-STAT-IDX)
006080             END-IF
006090             ADD WS-BASE-AMOUNT TO WS-ST-BASE-VALUE (WS-STAT-IDX).

006100         2420-FIND-STAT-ROW.
006110             SET WS-STAT-IDX TO 1
006120             SEARCH WS-STAT-ENTRY
006130                 AT END
006140                     PERFORM 2430-ADD-STAT-ROW
006150                 WHEN WS-ST-DIMENSION (WS-STAT-IDX)
006160                         = WS-FIND-DIMENSION
006170                     AND WS-ST-QUEUE (WS-STAT-IDX) = WS-FIND-QUEUE
006180                     AND WS-ST-VALUE (WS-STAT-IDX) = WS-FIND-VALUE
006190                     CONTINUE
006200             END-SEARCH.

006210         2430-ADD-STAT-ROW.
006220             IF WS-STAT-TAB-COUNT >= WS-STAT-TAB-MAX
006230                 DISPLAY "ERROR: MORE THAN " WS-STAT-TAB-MAX
006240                     " REPORT ROWS - INCREASE WS-STAT-ENTRY "
006250                     "OCCURS IN QSLARPT AND RECOMPILE"
006260                 GO TO 9999-ABEND
006270             END-IF
006280             ADD 1 TO WS-STAT-TAB-COUNT
006290             SET WS-STAT-IDX TO WS-STAT-TAB-COUNT
006300             MOVE WS-FIND-DIMENSION
006310                 TO WS-ST-DIMENSION (WS-STAT-IDX)
006320             MOVE WS-FIND-QUEUE TO WS-ST-QUEUE (WS-STAT-IDX)
006330             MOVE WS-FIND-VALUE TO WS-ST-VALUE (WS-STAT-IDX)
006340             MOVE ZERO TO WS-ST-DECIDED-COUNT (WS-STAT-IDX)
006350                 WS-ST-RELEASED-COUNT (WS-STAT-IDX)
006360                 WS-ST-DENIED-COUNT (WS-STAT-IDX)
006370                 WS-ST-EXPIRED-COUNT (WS-STAT-IDX)
006380                 WS-ST-WITHIN-COUNT (WS-STAT-IDX)
006390                 WS-ST-TOTAL-MINUTES (WS-STAT-IDX)
006400                 WS-ST-MAX-MINUTES (WS-STAT-IDX)
006410                 WS-ST-BASE-VALUE (WS-STAT-IDX).

006420         2900-END-OF-ITEM.
006430*        AN ITEM WHOSE LAST QUEUING WAS NEVER FOLLOWED BY A
006440*        DECISION OR AN EXPIRY IS STILL ON THE QUEUE.
006450             IF NOT WS-ITEM-NOT-QUEUED
006460                 ADD 1 TO WS-STILL-QUEUED-COUNT
006470             END-IF
006480             MOVE SPACE TO WS-ITEM-QUEUE.

006490         4000-REPORT-BREAKDOWNS.
006500             PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
006510                     UNTIL WS-DIM-SUB > 4
006520                 MOVE SPACES TO SLA-RPT-LINE
006530                 WRITE SLA-RPT-LINE
006540                 MOVE WS-DIM-TITLE (WS-DIM-SUB) TO WS-SEC-TITLE
006550                 WRITE SLA-RPT-LINE FROM WS-RPT-SECTION-LINE
006560                 WRITE SLA-RPT-LINE FROM WS-STAT-COLUMNS
006570                 PERFORM 4100-REPORT-QUEUE
006580                     VARYING WS-QUEUE-SUB FROM 1 BY 1
006590                     UNTIL WS-QUEUE-SUB > 2
006600             END-PERFORM.

006610         4100-REPORT-QUEUE.
006620             IF WS-QUEUE-SUB = 1
006630                 MOVE "F" TO WS-FIND-QUEUE
006640             ELSE
006650                 MOVE "A" TO WS-FIND-QUEUE
006660             END-IF
006670             PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
006680                     UNTIL WS-STAT-IDX > WS-STAT-TAB-COUNT
006690                 IF WS-ST-DIMENSION (WS-STAT-IDX)
006700                         = WS-DIM-CODE (WS-DIM-SUB)
006710                     AND WS-ST-QUEUE (WS-STAT-IDX) = WS-FIND-QUEUE
006720                     PERFORM 4200-WRITE-STAT-LINE
006730                 END-IF
006740             END-PERFORM.

006750         4200-WRITE-STAT-LINE.
006760             IF WS-ST-QUEUE (WS-STAT-IDX) = "F"
006770                 MOVE "FRAUD" TO WS-STD-QUEUE
006780             ELSE
006790                 MOVE "APPROVAL" TO WS-STD-QUEUE
006800             END-IF
006810             EVALUATE WS-ST-DIMENSION (WS-STAT-IDX)
006820                 WHEN "Q"
006830                     MOVE "ALL ITEMS" TO WS-STD-VALUE
006840                 WHEN "B"
006850                     MOVE WS-ST-VALUE (WS-STAT-IDX) (1:2)
006860                         TO WS-BAND-SUB
006870                     MOVE WS-BAND-NAME (WS-BAND-SUB)
006880                         TO WS-STD-VALUE
006890                 WHEN OTHER
006900                     MOVE WS-ST-VALUE (WS-STAT-IDX)
006910                         TO WS-STD-VALUE
006920             END-EVALUATE
006930             MOVE WS-ST-DECIDED-COUNT (WS-STAT-IDX)
006940                 TO WS-STD-DECIDED-COUNT
006950             MOVE WS-ST-RELEASED-COUNT (WS-STAT-IDX)
006960                 TO WS-STD-RELEASED-COUNT
006970             MOVE WS-ST-DENIED-COUNT (WS-STAT-IDX)
006980                 TO WS-STD-DENIED-COUNT
006990             MOVE WS-ST-EXPIRED-COUNT (WS-STAT-IDX)
007000                 TO WS-STD-EXPIRED-COUNT
007010             MOVE WS-ST-WITHIN-COUNT (WS-STAT-IDX)
007020                 TO WS-STD-WITHIN-COUNT
007030             COMPUTE WS-PCT-WORK ROUNDED =
007040                 WS-ST-WITHIN-COUNT (WS-STAT-IDX) * 100
007050                 / WS-ST-DECIDED-COUNT (WS-STAT-IDX)
007060             MOVE WS-PCT-WORK TO WS-STD-WITHIN-PCT
007070             COMPUTE WS-HOURS-WORK ROUNDED =
007080                 WS-ST-TOTAL-MINUTES (WS-STAT-IDX)
007090                 / WS-ST-DECIDED-COUNT (WS-STAT-IDX) / 60
007100             MOVE WS-HOURS-WORK TO WS-STD-AVG-HOURS
007110             COMPUTE WS-HOURS-WORK ROUNDED =
007120                 WS-ST-MAX-MINUTES (WS-STAT-IDX) / 60
007130             MOVE WS-HOURS-WORK TO WS-STD-MAX-HOURS
007140             MOVE WS-ST-BASE-VALUE (WS-STAT-IDX)
007150                 TO WS-STD-BASE-VALUE
007160             WRITE SLA-RPT-LINE FROM WS-STAT-DETAIL.

007170         6000-FINALIZE.
007180             MOVE SPACES TO SLA-RPT-LINE
007190             WRITE SLA-RPT-LINE
007200             MOVE "STATUS EVENTS READ" TO WS-TOT-LABEL
007210             MOVE WS-EVENT-READ-COUNT TO WS-TOT-COUNT
007220             WRITE SLA-RPT-LINE FROM WS-RPT-TOTAL-LINE
007230             MOVE "ITEMS QUEUED FOR REVIEW (ALL DATES)"
007240                 TO WS-TOT-LABEL
007250             MOVE WS-QUEUED-COUNT TO WS-TOT-COUNT
007260             WRITE SLA-RPT-LINE FROM WS-RPT-TOTAL-LINE
007270             MOVE "ITEMS TAKEN OFF A QUEUE IN PERIOD"
007280                 TO WS-TOT-LABEL
007290             MOVE WS-IN-PERIOD-COUNT TO WS-TOT-COUNT
007300             WRITE SLA-RPT-LINE FROM WS-RPT-TOTAL-LINE
007310             MOVE "ITEMS TAKEN OFF A QUEUE OUTSIDE PERIOD"
007320                 TO WS-TOT-LABEL
007330             MOVE WS-BEFORE-PERIOD-COUNT TO WS-TOT-COUNT
007340             WRITE SLA-RPT-LINE FROM WS-RPT-TOTAL-LINE
007350             MOVE "ITEMS STILL ON A QUEUE" TO WS-TOT-LABEL
007360             MOVE WS-STILL-QUEUED-COUNT TO WS-TOT-COUNT
007370             WRITE SLA-RPT-LINE FROM WS-RPT-TOTAL-LINE
007380             MOVE "ITEMS VALUED AT NATIVE AMOUNT" TO WS-TOT-LABEL
007390             MOVE WS-NO-RATE-COUNT TO WS-TOT-COUNT
007400             WRITE SLA-RPT-LINE FROM WS-RPT-TOTAL-LINE
007410             DISPLAY "QSLARPT: ITEMS MEASURED " WS-IN-PERIOD-COUNT
007420                 " STILL QUEUED " WS-STILL-QUEUED-COUNT
007430                 " SINCE " WS-FROM-DATE
007440             CLOSE TRAN-STATUS-FILE
007450             CLOSE RATE-HISTORY-FILE
007460             CLOSE SLA-RPT-FILE.

007470         8800-GET-BUSINESS-DATE.
007480*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
007490*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
007500*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
007510*        BUSINESS DAY.
007520             OPEN INPUT PROCESS-DATE-FILE
007530             IF WS-PROCDATE-STATUS NOT = "00"
007540                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
007550                     WS-PROCDATE-STATUS
007560                 GO TO 9999-ABEND
007570             END-IF
007580             PERFORM 8810-READ-DATE-ROW
007590             CLOSE PROCESS-DATE-FILE.

007600         8810-READ-DATE-ROW.
007610             MOVE ZERO TO PD-KEY-DATE
007620             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
007630             READ PROCESS-DATE-FILE
007640                 INVALID KEY
007650                     DISPLAY "ERROR: NO BUSINESS DATE ON "
007660                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
007670                     GO TO 9999-ABEND
007680             END-READ
007690             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
007700             MOVE PD-PRIOR-BUSINESS-DATE
007710                 TO WS-PRIOR-BUSINESS-DATE.

007720         9999-ABEND.
007730             DISPLAY "QSLARPT ABENDING"
007740             CLOSE TRAN-STATUS-FILE
007750             CLOSE RATE-HISTORY-FILE
007760             CLOSE SLA-RPT-FILE
007770             STOP RUN.
