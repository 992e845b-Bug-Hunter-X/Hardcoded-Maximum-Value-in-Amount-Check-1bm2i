000010*****************************************************************
000020* PROGRAM-ID. ACCTAGG
000030* CROSS-STREAM ACCOUNT AGGREGATE AND COMPLIANCE CHECK.
000040* RUNS AFTER RUNMERGE AND BEFORE GLEXTRCT ON EVERY NIGHT.  ON A
000050* SPLIT NIGHT EACH TXNVAL STREAM SEES ONLY ITS OWN SHARE OF AN
000060* ACCOUNT'S DAY, SO AN ACCOUNT WHOSE ITEMS WERE DEALT ACROSS
000070* STREAMS CAN GO THROUGH ITS ACCTPRM DAILY AGGREGATE CEILING, OR
000080* THE CMPPRM REPORTING THRESHOLD, WITHOUT ANY ONE STREAM NOTICING.
000090* THIS STEP RE-AGGREGATES THE MERGED TRANOUT (PLUS THE MERGED
000100* SUSPENSE ITEMS TXNVAL HAD ALREADY COUNTED TOWARD THE ACCOUNT)
000110* BY ACCOUNT IN BASE CURRENCY.  FOR EVERY ACCOUNT SEEN IN MORE
000120* THAN ONE STREAM (TRANHIST RUN ID) IT REPLAYS THE DAY IN MERGED
000130* ORDER AND SENDS EACH ACCEPTED ITEM THAT TAKES THE ACCOUNT OVER
000140* ITS CEILING TO FRAUD REVIEW, EXACTLY AS A SINGLE-STREAM RUN
000150* WOULD HAVE: FRAUDQ, TRANREJ, TRNSTAT, DISPACK, TRANHIST AND
000160* QMOVMNT ARE UPDATED, THE ITEM IS TAKEN OFF TRANOUT AND THE
000170* ARCHIVE, AND THE TXNVALCN RUN-STATS ROW IS CORRECTED.  THE
000172* ITEM'S FEE RECORD (SOURCE "E") COMES OFF TRANOUT AND THE
000174* ARCHIVE WITH IT AND ITS FEEREG ENTRY IS DELETED, SO THE FEE
000176* IS CHARGED AGAIN ONLY IF FRAUDMAINT RELEASES THE ITEM.  AN
000180* ACCOUNT OVER THE COMPLIANCE THRESHOLD WITH NO SINGLE OR
000190* AGGREGATE LINE ALREADY ON CMPEXT GETS AN AGGREGATE LINE.  AN
000200* ACCOUNT SEEN IN ONE STREAM ONLY WAS FULLY CHECKED BY ITS
000210* TXNVAL AND IS LEFT ALONE, SO A SINGLE-STREAM NIGHT IS A NO-OP.
000220* TRANOUT IS COPIED TO THE ACCTAGWK WORK FILE BEFORE IT IS
000230* REWRITTEN, AND THE STEP ROW RECORDS WHEN THE COPY IS WHOLE.  IF
000231* THIS STEP ABENDS, RERUN THIS STEP ALONE - RUNMERGE HAS COMPLETED
000232* AND IS REFUSED A SECOND RUN.  A RERUN BEFORE THE COPY WAS WHOLE
000233* STARTS AGAIN FROM TRANOUT.  A RERUN AFTER IT REBUILDS TRANOUT
000234* FROM ACCTAGWK, LEAVES THE SUSPENSE ROWS THE FAILED RUN ADDED OUT
000235* OF THE ACCOUNT TOTALS, AND FINDS THE FAILED RUN'S ROUTINGS ON
000236* FRAUDQ AND ITS AGGREGATE LINES ON CMPEXT, SO NOTHING GOES ONTO
000237* TRANREJ, DISPACK, CMPEXT OR CMPRPT TWICE.  QMOVMNT AND THE
000238* RUN-STATS CORRECTION ARE POSTED ONLY IF THE FAILED RUN HAD NOT
000239* POSTED THEM.  ACCTAGWK MUST BE KEPT UNTIL THE STEP COMPLETES.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260         PROGRAM-ID. ACCTAGG.
000270         AUTHOR. BATCH-SYSTEMS.

000280         ENVIRONMENT DIVISION.
000290         CONFIGURATION SECTION.
000300         SOURCE-COMPUTER. IBM-370.
000310         OBJECT-COMPUTER. IBM-370.

000320         INPUT-OUTPUT SECTION.
000330         FILE-CONTROL.
000340             SELECT TRAN-OUT-FILE ASSIGN TO TRANOUT
000350                 ORGANIZATION IS SEQUENTIAL
000360                 FILE STATUS IS WS-TRANOUT-STATUS.

000370             SELECT AGG-WORK-FILE ASSIGN TO ACCTAGWK
000380                 ORGANIZATION IS SEQUENTIAL
000390                 FILE STATUS IS WS-ACCTAGWK-STATUS.

000400             SELECT REJECT-FILE ASSIGN TO TRANREJ
000410                 ORGANIZATION IS SEQUENTIAL
000420                 FILE STATUS IS WS-TRANREJ-STATUS.

000430             SELECT CURRENCY-PARM-FILE ASSIGN TO CURRPRM
000440                 ORGANIZATION IS INDEXED
000450                 ACCESS MODE IS DYNAMIC
000460                 RECORD KEY IS CP-CURRENCY-CODE
000470                 FILE STATUS IS WS-CURRPRM-STATUS.

000480             SELECT ACCT-LIMIT-FILE ASSIGN TO ACCTPRM
000490                 ORGANIZATION IS INDEXED
000500                 ACCESS MODE IS DYNAMIC
000510                 RECORD KEY IS AL-ACCOUNT-ID
000520                 FILE STATUS IS WS-ACCTPRM-STATUS.

000530             SELECT COMPLIANCE-PARM-FILE ASSIGN TO CMPPRM
000540                 ORGANIZATION IS SEQUENTIAL
000550                 FILE STATUS IS WS-CMPPRM-STATUS.

000560             SELECT COMPLIANCE-EXTRACT-FILE ASSIGN TO CMPEXT
000570                 ORGANIZATION IS SEQUENTIAL
000580                 FILE STATUS IS WS-CMPEXT-STATUS.

000590             SELECT COMPLIANCE-RPT-FILE ASSIGN TO CMPRPT
000600                 ORGANIZATION IS SEQUENTIAL
000610                 FILE STATUS IS WS-CMPRPT-STATUS.

000620             SELECT FRAUD-QUEUE-FILE ASSIGN TO FRAUDQ
000630                 ORGANIZATION IS INDEXED
000640                 ACCESS MODE IS DYNAMIC
000650                 RECORD KEY IS FR-TRAN-ID
000660                 FILE STATUS IS WS-FRAUDQ-STATUS.

000670             SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
000680                 ORGANIZATION IS INDEXED
000690                 ACCESS MODE IS DYNAMIC
000700                 RECORD KEY IS TH-TRAN-ID
000710                 FILE STATUS IS WS-TRANHIST-STATUS.

000720             SELECT TRAN-STATUS-FILE ASSIGN TO TRNSTAT
000730                 ORGANIZATION IS INDEXED
000740                 ACCESS MODE IS DYNAMIC
000750                 RECORD KEY IS TS-EVENT-KEY
000760                 FILE STATUS IS WS-TRNSTAT-STATUS.

000770             SELECT TRAN-ARCHIVE-FILE ASSIGN TO TRANARCH
000780                 ORGANIZATION IS INDEXED
000790                 ACCESS MODE IS DYNAMIC
000800                 RECORD KEY IS TA-TRAN-ID
000810                 FILE STATUS IS WS-TRANARCH-STATUS.

000820             SELECT QUEUE-MOVEMENT-FILE ASSIGN TO QMOVMNT
000830                 ORGANIZATION IS INDEXED
000840                 ACCESS MODE IS DYNAMIC
000850                 RECORD KEY IS QM-MOVE-KEY
000860                 FILE STATUS IS WS-QMOVMNT-STATUS.

000870             SELECT RUN-STATS-FILE ASSIGN TO RUNSTAT
000880                 ORGANIZATION IS INDEXED
000890                 ACCESS MODE IS DYNAMIC
000900                 RECORD KEY IS RS-STAT-KEY
000910                 FILE STATUS IS WS-RUNSTAT-STATUS.

000920             SELECT ACK-FILE ASSIGN TO DISPACK
000930                 ORGANIZATION IS SEQUENTIAL
000940                 FILE STATUS IS WS-DISPACK-STATUS.

000950             SELECT AGG-RPT-FILE ASSIGN TO ACCTAGRP
000960                 ORGANIZATION IS SEQUENTIAL
000970                 FILE STATUS IS WS-ACCTAGRP-STATUS.

000971             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000972                 ORGANIZATION IS INDEXED
000973                 ACCESS MODE IS DYNAMIC
000974                 RECORD KEY IS PD-CONTROL-KEY
000975                 FILE STATUS IS WS-PROCDATE-STATUS.

000976             SELECT FEE-REGISTER-FILE ASSIGN TO FEEREG
000977                 ORGANIZATION IS INDEXED
000978                 ACCESS MODE IS DYNAMIC
000979                 RECORD KEY IS FG-ORIG-TRAN-ID
000980                 FILE STATUS IS WS-FEEREG-STATUS.

000985         DATA DIVISION.
000990         FILE SECTION.
001000         FD  TRAN-OUT-FILE
001010             RECORDING MODE IS F.
001020         01  TRAN-OUT-REC                    PIC X(101).

001030         FD  AGG-WORK-FILE
001040             RECORDING MODE IS F.
001050         01  AGG-WORK-REC                    PIC X(101).

001060         FD  REJECT-FILE
001070             RECORDING MODE IS F.
001080         COPY REJREC.

001090         FD  CURRENCY-PARM-FILE
001100             RECORDING MODE IS F.
001110         COPY CURRTAB.

001120         FD  ACCT-LIMIT-FILE
001130             RECORDING MODE IS F.
001140         COPY ACCTLIM.

001150         FD  COMPLIANCE-PARM-FILE
001160             RECORDING MODE IS F.
001170         COPY CMPPRM.

001180         FD  COMPLIANCE-EXTRACT-FILE
001190             RECORDING MODE IS F.
001200         COPY CMPREC.

001210         FD  COMPLIANCE-RPT-FILE
001220             RECORDING MODE IS F.
001230         01  COMPLIANCE-RPT-LINE             PIC X(132).

001240         FD  FRAUD-QUEUE-FILE
001250             RECORDING MODE IS F.
001260         COPY FRAUDREC.

001270         FD  TRAN-HISTORY-FILE
001280             RECORDING MODE IS F.
001290         COPY TRNHIST.

001300         FD  TRAN-STATUS-FILE
001310             RECORDING MODE IS F.
001320         COPY TRANSTAT.

001330         FD  TRAN-ARCHIVE-FILE
001340             RECORDING MODE IS F.
001350         COPY ARCHREC.

001360         FD  QUEUE-MOVEMENT-FILE
001370             RECORDING MODE IS F.
001380         COPY QMOVREC.

001390         FD  RUN-STATS-FILE
001400             RECORDING MODE IS F.
001410         COPY RUNSTAT.

001420         FD  ACK-FILE
001430             RECORDING MODE IS F.
001440         COPY ACKREC.

001450         FD  AGG-RPT-FILE
001460             RECORDING MODE IS F.
001470         01  AGG-RPT-LINE                    PIC X(132).

001472         FD  PROCESS-DATE-FILE
001474             RECORDING MODE IS F.
001476         COPY PROCDATE.

001477         FD  FEE-REGISTER-FILE
001478             RECORDING MODE IS F.
001479         COPY FEEREG.

001480         WORKING-STORAGE SECTION.
001490         01  WS-FILE-STATUSES.
001500             05  WS-TRANOUT-STATUS           PIC X(02) VALUE "00".
001510             05  WS-ACCTAGWK-STATUS          PIC X(02) VALUE "00".
001520             05  WS-TRANREJ-STATUS           PIC X(02) VALUE "00".
001530             05  WS-CURRPRM-STATUS           PIC X(02) VALUE "00".
001540             05  WS-ACCTPRM-STATUS           PIC X(02) VALUE "00".
001550             05  WS-CMPPRM-STATUS            PIC X(02) VALUE "00".
001560             05  WS-CMPEXT-STATUS            PIC X(02) VALUE "00".
001570             05  WS-CMPRPT-STATUS            PIC X(02) VALUE "00".
001580             05  WS-FRAUDQ-STATUS            PIC X(02) VALUE "00".
001590             05  WS-TRANHIST-STATUS          PIC X(02) VALUE "00".
001600             05  WS-TRNSTAT-STATUS           PIC X(02) VALUE "00".
001610             05  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
001620             05  WS-QMOVMNT-STATUS           PIC X(02) VALUE "00".
001630             05  WS-RUNSTAT-STATUS           PIC X(02) VALUE "00".
001640             05  WS-DISPACK-STATUS           PIC X(02) VALUE "00".
001650             05  WS-ACCTAGRP-STATUS          PIC X(02) VALUE "00".
001654             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
001655             05  WS-FEEREG-STATUS            PIC X(02) VALUE "00".

001656         COPY PROCDTWS.

001660         01  WS-SWITCHES.
001670             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001680                 88  WS-END-OF-FILE              VALUE "Y".
001690             05  WS-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
001700                 88  WS-WORK-END-OF-FILE         VALUE "Y".
001710             05  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
001720                 88  WS-RATE-FOUND                VALUE "Y".
001730             05  WS-HIST-FOUND-SWITCH        PIC X(01) VALUE "N".
001740                 88  WS-HIST-FOUND                VALUE "Y".
001750             05  WS-DROP-ITEM-SWITCH         PIC X(01) VALUE "N".
001760                 88  WS-DROP-ITEM                 VALUE "Y".
001770             05  WS-EVENT-DONE-SWITCH        PIC X(01) VALUE "N".
001780                 88  WS-EVENT-DONE                VALUE "Y".
001790             05  WS-CMP-ENABLED-SWITCH       PIC X(01) VALUE "N".
001800                 88  WS-CMP-ENABLED               VALUE "Y".
001810             05  WS-CMP-HEADING-SWITCH       PIC X(01) VALUE "N".
001820                 88  WS-CMP-HEADING-WRITTEN       VALUE "Y".
001830             05  WS-STATS-EOF-SWITCH         PIC X(01) VALUE "N".
001840                 88  WS-STATS-END-OF-FILE        VALUE "Y".
001850             05  WS-CONSOL-FOUND-SWITCH      PIC X(01) VALUE "N".
001860                 88  WS-CONSOL-FOUND              VALUE "Y".
001861*        HOW FAR A FAILED EARLIER RUN FOR THE DATE GOT, FROM THE
001862*        STEP ROW - SPACE ON A FIRST RUN.
001863             05  WS-CHECKPOINT-SWITCH        PIC X(01)
001864                 VALUE SPACE.
001865                 88  WS-CKPT-NONE                 VALUE SPACE.
001866                 88  WS-CKPT-WORK-COPIED          VALUE "W".
001867                 88  WS-CKPT-MOVEMENT-POSTED      VALUE "M" "P".
001868                 88  WS-CKPT-STATS-POSTED         VALUE "P".

001870         01  WS-WORK-FIELDS.
001880             05  WS-BASE-CURRENCY            PIC X(03)
001890                 VALUE "USD".
001900             05  WS-DEFAULT-ACCT-ID          PIC X(10)
001910                 VALUE "*DEFAULT*".
001920             05  WS-CONSOL-RUN-ID            PIC X(08)
001930                 VALUE "TXNVALCN".
001940             05  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001950             05  WS-AMOUNT                   PIC 9(10)V99
001960                 VALUE ZERO.
001970             05  WS-BASE-AMOUNT              PIC 9(10)V99
001980                 VALUE ZERO.
001990             05  WS-LOOKUP-ACCOUNT-ID        PIC X(10)
002000                 VALUE SPACES.
002010             05  WS-LOOKUP-TRAN-ID           PIC X(10)
002020                 VALUE SPACES.
002030             05  WS-ITEM-RUN-ID              PIC X(08)
002040                 VALUE SPACES.
002050             05  WS-ITEM-BATCH-ID            PIC X(10)
002060                 VALUE SPACES.
002070             05  WS-ACCT-AGG-LIMIT           PIC 9(13)V99
002080                 VALUE ZERO.
002090             05  WS-CONSOL-START-TS          PIC 9(14) VALUE ZERO.
002095             05  WS-CKPT-REJ-COUNT           PIC 9(09) VALUE ZERO.

002100         01  WS-RUN-COUNTERS.
002110             05  WS-TRANOUT-READ             PIC 9(09) VALUE ZERO.
002120             05  WS-TRANOUT-WRITTEN          PIC 9(09) VALUE ZERO.
002130             05  WS-REJECTS-COUNTED          PIC 9(09) VALUE ZERO.
002140             05  WS-MULTI-STREAM-COUNT       PIC 9(09) VALUE ZERO.
002150             05  WS-ROUTED-COUNT             PIC 9(09) VALUE ZERO.
002160             05  WS-ROUTED-BASE-TOT          PIC 9(13)V99
002170                 VALUE ZERO.
002180             05  WS-ALREADY-ROUTED-COUNT     PIC 9(09) VALUE ZERO.
002190             05  WS-DROPPED-COUNT            PIC 9(09) VALUE ZERO.
002200             05  WS-DROPPED-TOTAL            PIC 9(13)V99
002210                 VALUE ZERO.
002220             05  WS-CMP-AGG-COUNT            PIC 9(09) VALUE ZERO.
002222             05  WS-FEE-DROPPED-COUNT        PIC 9(09) VALUE ZERO.
002224             05  WS-FEE-DROPPED-TOTAL        PIC 9(13)V99
002226                 VALUE ZERO.
002227             05  WS-REJ-ROWS-READ            PIC 9(09) VALUE ZERO.
002229             05  WS-RESUMED-COUNT            PIC 9(09) VALUE ZERO.
002230             05  WS-RESUMED-BASE-TOT         PIC 9(13)V99
002232                 VALUE ZERO.
002233             05  WS-POST-COUNT               PIC 9(09) VALUE ZERO.
002235             05  WS-POST-BASE-TOT            PIC 9(13)V99
002236                 VALUE ZERO.

002238*        HAND-OFF FIELDS FOR THE LIFECYCLE STATUS EVENT WRITER.
002240         01  WS-STATUS-EVENT-FIELDS.
002250             05  WS-EVENT-TRAN-ID            PIC X(10)
002260                 VALUE SPACES.
002270             05  WS-EVENT-CODE               PIC X(01)
002280                 VALUE SPACE.
002290             05  WS-EVENT-REASON             PIC X(04)
002300                 VALUE SPACES.
002310             05  WS-EVENT-BATCH-ID           PIC X(10)
002320                 VALUE SPACES.
002330             05  WS-EVENT-AMOUNT             PIC 9(10)V99
002340                 VALUE ZERO.
002350             05  WS-EVENT-CURRENCY           PIC X(03)
002351                 VALUE SPACES.

002353*        ONE ENTRY PER ITEM HELD OFF TRANOUT FOR FRAUD REVIEW.
002355*        EACH STREAM WRITES AN ITEM'S FEE RECORD STRAIGHT AFTER
002356*        THE ITEM, SO THE FEE IS ALWAYS MET AFTER ITS ITEM.
002358         01  WS-HELD-ITEM-TABLE.
002360             05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
002361             05  WS-HELD-MAX                 PIC 9(05) VALUE 5000.
002363             05  WS-HELD-ENTRY OCCURS 1 TO 5000 TIMES
002365                         DEPENDING ON WS-HELD-COUNT
002366                         INDEXED BY WS-HELD-IDX.
002368                 10  WS-HI-TRAN-ID           PIC X(10).

002370*        ONE ENTRY PER ACCOUNT ON THE MERGED OUTPUT.  THE FIRST
002380*        STREAM RUN ID SEEN IS KEPT SO A SECOND, DIFFERENT ONE
002390*        MARKS THE ACCOUNT AS SPLIT ACROSS STREAMS.  THE DAY TOTAL
002400*        IS EVERYTHING TXNVAL WOULD HAVE COUNTED FOR THE ACCOUNT;
002410*        THE SUSPENSE TOTAL IS THE PART ALREADY OFF TRANOUT, AND
002420*        SEEDS THE RUNNING TOTAL REPLAYED IN THE REWRITE PASS.
002430         01  WS-AGG-ACCT-TABLE.
002440             05  WS-AGG-COUNT                PIC 9(05) VALUE ZERO.
002450             05  WS-AGG-MAX                  PIC 9(05) VALUE 5000.
002460             05  WS-AGG-ENTRY OCCURS 1 TO 5000 TIMES
002470                         DEPENDING ON WS-AGG-COUNT
002480                         INDEXED BY WS-AGG-IDX.
002490                 10  WS-AG-ACCOUNT-ID        PIC X(10).
002500                 10  WS-AG-FIRST-RUN-ID      PIC X(08).
002510                 10  WS-AG-MULTI-STREAM-SW   PIC X(01).
002520                     88  WS-AG-MULTI-STREAM      VALUE "Y".
002530                 10  WS-AG-AGG-LIMIT         PIC 9(13)V99.
002540                 10  WS-AG-DAY-TOTAL         PIC 9(13)V99.
002550                 10  WS-AG-SUSPENSE-TOTAL    PIC 9(13)V99.
002560                 10  WS-AG-RUNNING-TOTAL     PIC 9(13)V99.
002570                 10  WS-AG-CMP-SW            PIC X(01).
002580                     88  WS-AG-CMP-REPORTED      VALUE "Y".

002590*        REGULATORY LARGE-TRANSACTION REPORTING.  SAME PARAMETER
002600*        FILE AND SAME LINE LAYOUT AS TXNVAL.
002610         01  WS-CMP-FIELDS.
002620             05  WS-CMP-THRESHOLD            PIC 9(13)V99
002630                 VALUE ZERO.

002640         01  WS-CMP-RPT-HEADING.
002650             05  FILLER                      PIC X(42)
002660                 VALUE "REGULATORY LARGE-TRANSACTION REPORT".
002670             05  FILLER                      PIC X(10)
002680                 VALUE "RUN DATE ".
002690             05  WS-CMP-HDG-DATE             PIC 9(08).
002700             05  FILLER                      PIC X(12)
002710                 VALUE "  THRESHOLD ".
002720             05  WS-CMP-HDG-THRESHOLD
002725                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002730             05  FILLER                      PIC X(14)
002740                 VALUE "  CROSS-STREAM".

002750         01  WS-CMP-RPT-DETAIL.
002760             05  WS-CMPR-KIND                PIC X(10).
002770             05  WS-CMPR-TRAN-ID             PIC X(10).
002780             05  FILLER                      PIC X(02)
002790                 VALUE SPACES.
002800             05  WS-CMPR-ACCOUNT-ID          PIC X(10).
002810             05  FILLER                      PIC X(02)
002820                 VALUE SPACES.
002830             05  WS-CMPR-TRAN-DATE           PIC 9(08).
002840             05  FILLER                      PIC X(02)
002850                 VALUE SPACES.
002860             05  WS-CMPR-BASE-AMOUNT
002865                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002870             05  FILLER                      PIC X(02)
002880                 VALUE SPACES.
002890             05  WS-CMPR-DISP                PIC X(01).

002900         01  WS-AGG-RPT-HEADING.
002910             05  FILLER                      PIC X(42)
002920                 VALUE "CROSS-STREAM ACCOUNT AGGREGATE REPORT".
002930             05  FILLER                      PIC X(10)
002940                 VALUE "RUN DATE ".
002950             05  WS-AGR-HDG-DATE             PIC 9(08).

002960         01  WS-AGG-RPT-COLUMNS.
002970             05  FILLER                      PIC X(12)
002980                 VALUE "TRAN ID".
002990             05  FILLER                      PIC X(12)
003000                 VALUE "ACCOUNT".
003010             05  FILLER                      PIC X(05)
003020                 VALUE "CCY".
003030             05  FILLER                      PIC X(18)
003040                 VALUE "AMOUNT".
003050             05  FILLER                      PIC X(18)
003060                 VALUE "BASE AMOUNT".
003070             05  FILLER                      PIC X(22)
003080                 VALUE "ACCOUNT DAY TOTAL".
003090             05  FILLER                      PIC X(22)
003100                 VALUE "DAILY AGG LIMIT".
003110             05  FILLER                      PIC X(10)
003120                 VALUE "ACTION".

003130         01  WS-AGG-RPT-DETAIL.
003140             05  WS-AGR-TRAN-ID              PIC X(12).
003150             05  WS-AGR-ACCOUNT-ID           PIC X(12).
003160             05  WS-AGR-CURRENCY-CODE        PIC X(05).
003170             05  WS-AGR-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
003180             05  FILLER                      PIC X(02)
003190                 VALUE SPACES.
003200             05  WS-AGR-BASE-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
003210             05  FILLER                      PIC X(02)
003220                 VALUE SPACES.
003230             05  WS-AGR-DAY-TOTAL
003235                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003240             05  FILLER                      PIC X(02)
003250                 VALUE SPACES.
003260             05  WS-AGR-LIMIT
003265                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003270             05  FILLER                      PIC X(02)
003280                 VALUE SPACES.
003290             05  WS-AGR-ACTION               PIC X(10).

003300         01  WS-AGG-RPT-SUMMARY.
003310             05  WS-AGS-LABEL                PIC X(32).
003320             05  WS-AGS-COUNT                PIC ZZZ,ZZZ,ZZ9.
003330             05  FILLER                      PIC X(04)
003340                 VALUE SPACES.
003350             05  WS-AGS-VALUE
003355                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

003360         COPY CURRTABWS.
003370         COPY ACCTLMWS.

003375         COPY TRANREC.

003380         PROCEDURE DIVISION.
003390         0000-MAIN-CONTROL.
003400             PERFORM 1000-INITIALIZE
003410             PERFORM 2000-ACCUMULATE-TRANOUT
003420                 UNTIL WS-END-OF-FILE
003430             PERFORM 2500-SCAN-SUSPENSE
003440             IF WS-CMP-ENABLED
003450                 PERFORM 2600-SCAN-CMP-EXTRACT
003460             END-IF
003470             PERFORM 2700-FIND-SPLIT-ACCOUNTS
003480             PERFORM 3000-OPEN-REWRITE-PASS
003490             PERFORM 3100-REWRITE-TRANOUT
003500                 UNTIL WS-WORK-END-OF-FILE
003510             IF WS-CMP-ENABLED
003520                 PERFORM 4000-WRITE-CMP-AGGREGATES
003530             END-IF
003532             IF WS-CKPT-MOVEMENT-POSTED
003534                 DISPLAY "ACCTAGG RERUN - QUEUE MOVEMENT ALREADY "
003536                     "POSTED"
003538             ELSE
003540                 PERFORM 4500-WRITE-QUEUE-MOVEMENT
003541                 SET WS-CKPT-MOVEMENT-POSTED TO TRUE
003542                 PERFORM 8960-SAVE-STEP-CHECKPOINT
003543             END-IF
003545             IF WS-CKPT-STATS-POSTED
003546                 DISPLAY "ACCTAGG RERUN - RUN-STATS ROW ALREADY "
003547                     "ADJUSTED"
003548             ELSE
003550                 PERFORM 4600-ADJUST-CONSOL-STATS
003552                 SET WS-CKPT-STATS-POSTED TO TRUE
003555                 PERFORM 8960-SAVE-STEP-CHECKPOINT
003557             END-IF
003560             PERFORM 5000-FINALIZE
003564             PERFORM 8950-COMPLETE-PROCESS-STEP
003570             STOP RUN.

003580         1000-INITIALIZE.
003582             MOVE "ACCTAGG" TO WS-STEP-NAME
003584             MOVE "ACCTAGG" TO WS-STEP-SCHEDULE-NAME
003586             PERFORM 8900-START-PROCESS-STEP
003590             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
003611             IF WS-CKPT-NONE
003633                 PERFORM 1100-OPEN-TRANOUT-SOURCE
003655             ELSE
003676                 PERFORM 1150-OPEN-WORK-SOURCE
003698             END-IF

003720             OPEN I-O TRAN-HISTORY-FILE
003730             IF WS-TRANHIST-STATUS = "35"
003740                 OPEN OUTPUT TRAN-HISTORY-FILE
003750                 CLOSE TRAN-HISTORY-FILE
003760                 OPEN I-O TRAN-HISTORY-FILE
003770             END-IF
003780             IF WS-TRANHIST-STATUS NOT = "00"
003790                 DISPLAY "ERROR OPENING TRAN-HISTORY-FILE STATUS="
003800                     WS-TRANHIST-STATUS
003810                 GO TO 9999-ABEND
003820             END-IF

003830             OPEN OUTPUT AGG-RPT-FILE
003840             IF WS-ACCTAGRP-STATUS NOT = "00"
003850                 DISPLAY "ERROR OPENING AGG-RPT-FILE STATUS="
003860                     WS-ACCTAGRP-STATUS
003870                 GO TO 9999-ABEND
003880             END-IF
003890             MOVE WS-TODAY-DATE TO WS-AGR-HDG-DATE
003900             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-HEADING
003910             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-COLUMNS

003920             PERFORM 1300-LOAD-CURRENCY-TABLE
003930             PERFORM 1400-LOAD-ACCT-LIMIT-TABLE
003940             PERFORM 1600-LOAD-COMPLIANCE-PARM

003950             PERFORM 2050-READ-TRANOUT.

003951         1100-OPEN-TRANOUT-SOURCE.
003952*        THE MERGED TRANOUT IS READ AND COPIED TO ACCTAGWK.
003953             OPEN INPUT TRAN-OUT-FILE
003954             IF WS-TRANOUT-STATUS NOT = "00"
003955                 DISPLAY "ERROR OPENING TRAN-OUT-FILE STATUS="
003956                     WS-TRANOUT-STATUS
003957                 GO TO 9999-ABEND
003958             END-IF

003959             OPEN OUTPUT AGG-WORK-FILE
003960             IF WS-ACCTAGWK-STATUS NOT = "00"
003961                 DISPLAY "ERROR OPENING AGG-WORK-FILE STATUS="
003962                     WS-ACCTAGWK-STATUS
003963                 GO TO 9999-ABEND
003964             END-IF.

003965         1150-OPEN-WORK-SOURCE.
003966*        A FAILED EARLIER RUN HAD A WHOLE COPY OF THE MERGED
003967*        TRANOUT ON ACCTAGWK BEFORE IT TOUCHED TRANOUT, WHICH MAY
003968*        NOW BE SHORT.  THE COPY IS READ INSTEAD AND TRANOUT IS
003969*        REBUILT FROM IT.
003970             DISPLAY "ACCTAGG RERUN - TRAN-OUT-FILE REBUILT FROM "
003971                 "AGG-WORK-FILE, CHECKPOINT " WS-CHECKPOINT-SWITCH
003972             OPEN INPUT AGG-WORK-FILE
003973             IF WS-ACCTAGWK-STATUS NOT = "00"
003974                 DISPLAY "ERROR OPENING AGG-WORK-FILE STATUS="
003975                     WS-ACCTAGWK-STATUS
003976                 GO TO 9999-ABEND
003977             END-IF.

003978         1300-LOAD-CURRENCY-TABLE.
003979             OPEN INPUT CURRENCY-PARM-FILE
003980             IF WS-CURRPRM-STATUS NOT = "00"
003990                 DISPLAY "ERROR OPENING CURRENCY-PARM-FILE "
004000                     "STATUS=" WS-CURRPRM-STATUS
004010                 GO TO 9999-ABEND
004020             END-IF

004030             MOVE ZERO TO WS-CURR-TAB-COUNT
004040             PERFORM UNTIL WS-CURRPRM-STATUS = "10"
004050                 READ CURRENCY-PARM-FILE NEXT RECORD
004060                 AT END
004070                     MOVE "10" TO WS-CURRPRM-STATUS
004080                 NOT AT END
004090                     IF WS-CURR-TAB-COUNT >= WS-CURR-TAB-MAX
004100                         DISPLAY "ERROR: CURRENCY-PARM-FILE HAS "
004110                             "MORE THAN " WS-CURR-TAB-MAX
004120                             " ENTRIES - "
004130                             "INCREASE WS-CURR-ENTRY OCCURS IN "
004140                             "CURRTABWS AND RECOMPILE"
004150                         GO TO 9999-ABEND
004160                     END-IF
004170                     ADD 1 TO WS-CURR-TAB-COUNT
004180                     SET WS-CURR-IDX TO WS-CURR-TAB-COUNT
004190                     MOVE CP-CURRENCY-CODE
004200                         TO WS-CT-CURRENCY-CODE (WS-CURR-IDX)
004210                     MOVE CP-CONVERSION-RATE
004220                         TO WS-CT-CONV-RATE (WS-CURR-IDX)
004230                     MOVE CP-RATE-DATE
004240                         TO WS-CT-RATE-DATE (WS-CURR-IDX)
004250             END-PERFORM

004260             CLOSE CURRENCY-PARM-FILE.

004270         1400-LOAD-ACCT-LIMIT-TABLE.
004280*        NO ACCOUNT LIMIT FILE MEANS NO CEILINGS TO ENFORCE - THE
004290*        COMPLIANCE SWEEP STILL RUNS.
004300             OPEN INPUT ACCT-LIMIT-FILE
004310             IF WS-ACCTPRM-STATUS = "35"
004320                 MOVE ZERO TO WS-ACCT-LIM-TAB-COUNT
004330                 DISPLAY "WARNING: NO ACCT-LIMIT-FILE - "
004340                     "CROSS-STREAM AGGREGATE CHECK DISABLED"
004350             ELSE
004360                 IF WS-ACCTPRM-STATUS NOT = "00"
004370                     DISPLAY "ERROR OPENING ACCT-LIMIT-FILE "
004380                         "STATUS=" WS-ACCTPRM-STATUS
004390                     GO TO 9999-ABEND
004400                 END-IF
004410                 MOVE ZERO TO WS-ACCT-LIM-TAB-COUNT
004420                 PERFORM UNTIL WS-ACCTPRM-STATUS = "10"
004430                     READ ACCT-LIMIT-FILE NEXT RECORD
004440                     AT END
004450                         MOVE "10" TO WS-ACCTPRM-STATUS
004460                     NOT AT END
004470                         PERFORM 1410-STORE-ACCT-LIMIT
004480                 END-PERFORM
004490                 CLOSE ACCT-LIMIT-FILE
004500             END-IF.

004510         1410-STORE-ACCT-LIMIT.
004520             IF WS-ACCT-LIM-TAB-COUNT >= WS-ACCT-LIM-TAB-MAX
004530                 DISPLAY "ERROR: ACCT-LIMIT-FILE HAS MORE THAN "
004540                     WS-ACCT-LIM-TAB-MAX " ENTRIES - INCREASE "
004550                     "WS-ACCT-LIM-ENTRY OCCURS IN ACCTLMWS AND "
004560                     "RECOMPILE"
004570                 GO TO 9999-ABEND
004580             END-IF
004590             ADD 1 TO WS-ACCT-LIM-TAB-COUNT
004600             SET WS-ACCT-LIM-IDX TO WS-ACCT-LIM-TAB-COUNT
004610             MOVE AL-ACCOUNT-ID
004620                 TO WS-AL-ACCOUNT-ID (WS-ACCT-LIM-IDX)
004630             MOVE AL-DAILY-AGG-LIMIT
004640                 TO WS-AL-DAILY-AGG-LIMIT (WS-ACCT-LIM-IDX).

004650         1600-LOAD-COMPLIANCE-PARM.
004660             OPEN INPUT COMPLIANCE-PARM-FILE
004670             IF WS-CMPPRM-STATUS = "35"
004680                 DISPLAY "WARNING: NO COMPLIANCE-PARM-FILE - "
004690                     "CROSS-STREAM COMPLIANCE SWEEP DISABLED"
004700             ELSE
004710                 IF WS-CMPPRM-STATUS NOT = "00"
004720                     DISPLAY "ERROR OPENING COMPLIANCE-PARM-FILE "
004730                         "STATUS=" WS-CMPPRM-STATUS
004740                     GO TO 9999-ABEND
004750                 END-IF
004760                 READ COMPLIANCE-PARM-FILE
004770                     AT END
004780                         DISPLAY "WARNING: COMPLIANCE-PARM-FILE "
004790                             "EMPTY - CROSS-STREAM COMPLIANCE "
004800                             "SWEEP DISABLED"
004810                     NOT AT END
004820                         IF CM-REPORT-THRESHOLD IS NUMERIC
004830                             AND CM-REPORT-THRESHOLD > ZERO
004840                             MOVE CM-REPORT-THRESHOLD
004850                                 TO WS-CMP-THRESHOLD
004860                             SET WS-CMP-ENABLED TO TRUE
004870                         ELSE
004880                             DISPLAY "WARNING: COMPLIANCE "
004890                                 "THRESHOLD NOT USABLE - "
004900                                 "CROSS-STREAM COMPLIANCE "
004910                                 "SWEEP DISABLED"
004920                         END-IF
004930                 END-READ
004940                 CLOSE COMPLIANCE-PARM-FILE
004950             END-IF.

004960         2000-ACCUMULATE-TRANOUT.
004970*        EVERY RECORD GOES TO THE WORK FILE UNCHANGED, UNLESS IT
004975*        IS THE WORK FILE BEING READ ON A RERUN.  A STRAIGHT
004980*        ACCEPT OR OVERRIDE WITH AN ACCOUNT IS ADDED TO THE
004990*        ACCOUNT'S DAY; CLEARED, DUAL-APPROVED AND REVERSAL
005000*        RECORDS NEVER TOUCHED TXNVAL'S RUNNING TOTAL AND ARE NOT
005010*        COUNTED HERE EITHER.
005015             IF WS-CKPT-NONE
005020                 WRITE AGG-WORK-REC FROM TRAN-RECORD
005025             END-IF
005030             ADD 1 TO WS-TRANOUT-READ
005040             IF TRAN-IS-DETAIL
005050                 AND (TRAN-SRC-ACCEPT OR TRAN-SRC-OVERRIDE)
005060                 AND TRAN-ACCOUNT-ID NOT = SPACES
005070                 MOVE TRAN-AMOUNT TO WS-AMOUNT
005080                 PERFORM 2220-CONVERT-CURRENCY
005090                 MOVE TRAN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
005100                 MOVE TRAN-ID TO WS-LOOKUP-TRAN-ID
005110                 PERFORM 2300-LOCATE-STREAM
005120                 PERFORM 2400-ACCUMULATE-ACCOUNT
005130             END-IF
005140             PERFORM 2050-READ-TRANOUT.

005150         2050-READ-TRANOUT.
005155             IF WS-CKPT-NONE
005160                 READ TRAN-OUT-FILE INTO TRAN-RECORD
005170                     AT END
005180                         SET WS-END-OF-FILE TO TRUE
005190                 END-READ
005191             ELSE
005192                 READ AGG-WORK-FILE INTO TRAN-RECORD
005194                     AT END
005195                         SET WS-END-OF-FILE TO TRUE
005197                 END-READ
005198             END-IF.

005200         2220-CONVERT-CURRENCY.
005210*        THE ITEM ALREADY PASSED TXNVAL'S RATE AND RATE-AGE TESTS,
005220*        SO NO AGE CEILING IS APPLIED AGAIN.  A RATE THAT HAS
005230*        SINCE LEFT CURRPRM FALLS BACK TO THE NATIVE AMOUNT SO THE
005240*        ITEM STILL COUNTS TOWARD ITS ACCOUNT.
005250             IF TRAN-CURRENCY-CODE = WS-BASE-CURRENCY
005260                 MOVE WS-AMOUNT TO WS-BASE-AMOUNT
005270             ELSE
005280                 MOVE "N" TO WS-RATE-FOUND-SWITCH
005290                 SET WS-CURR-IDX TO 1
005300                 SEARCH WS-CURR-ENTRY
005310                     AT END
005320                         MOVE "N" TO WS-RATE-FOUND-SWITCH
005330                     WHEN WS-CT-CURRENCY-CODE (WS-CURR-IDX)
005340                             = TRAN-CURRENCY-CODE
005350                         SET WS-RATE-FOUND TO TRUE
005360                 END-SEARCH
005370                 IF WS-RATE-FOUND
005380                     COMPUTE WS-BASE-AMOUNT ROUNDED =
005390                         WS-AMOUNT * WS-CT-CONV-RATE (WS-CURR-IDX)
005400                         ON SIZE ERROR
005410                             MOVE WS-AMOUNT TO WS-BASE-AMOUNT
005420                             DISPLAY "WARNING: CONVERTED AMOUNT "
005430                                 "OVERFLOWED FOR TRAN " TRAN-ID
005440                                 " - NATIVE AMOUNT USED"
005450                     END-COMPUTE
005460                 ELSE
005470                     MOVE WS-AMOUNT TO WS-BASE-AMOUNT
005480                     DISPLAY "WARNING: NO CONVERSION RATE FOR "
005490                         TRAN-CURRENCY-CODE " TRAN " TRAN-ID
005500                         " - NATIVE AMOUNT USED"
005510                 END-IF
005520             END-IF.

005530         2300-LOCATE-STREAM.
005540*        THE HISTORY ROW CARRIES THE STREAM RUN ID THAT PROCESSED
005550*        THE ITEM AND ITS ORIGINATING BATCH.
005560             MOVE "N" TO WS-HIST-FOUND-SWITCH
005570             MOVE SPACES TO WS-ITEM-RUN-ID
005580             MOVE SPACES TO WS-ITEM-BATCH-ID
005590             MOVE WS-LOOKUP-TRAN-ID TO TH-TRAN-ID
005600             READ TRAN-HISTORY-FILE
005610                 INVALID KEY
005620                     CONTINUE
005630                 NOT INVALID KEY
005640                     SET WS-HIST-FOUND TO TRUE
005650                     MOVE TH-RUN-ID TO WS-ITEM-RUN-ID
005660                     MOVE TH-BATCH-ID TO WS-ITEM-BATCH-ID
005670             END-READ.

005680         2400-ACCUMULATE-ACCOUNT.
005690             SET WS-AGG-IDX TO 1
005700             IF WS-AGG-COUNT = ZERO
005710                 PERFORM 2410-ADD-ACCOUNT-ENTRY
005720             ELSE
005730                 SEARCH WS-AGG-ENTRY
005740                     AT END
005750                         PERFORM 2410-ADD-ACCOUNT-ENTRY
005760                     WHEN WS-AG-ACCOUNT-ID (WS-AGG-IDX)
005770                             = WS-LOOKUP-ACCOUNT-ID
005780                         CONTINUE
005790                 END-SEARCH
005800             END-IF
005810             ADD WS-BASE-AMOUNT TO WS-AG-DAY-TOTAL (WS-AGG-IDX)
005820             IF WS-ITEM-RUN-ID NOT = SPACES
005830                 IF WS-AG-FIRST-RUN-ID (WS-AGG-IDX) = SPACES
005840                     MOVE WS-ITEM-RUN-ID
005850                         TO WS-AG-FIRST-RUN-ID (WS-AGG-IDX)
005860                 ELSE
005870                     IF WS-AG-FIRST-RUN-ID (WS-AGG-IDX)
005880                             NOT = WS-ITEM-RUN-ID
005890                         MOVE "Y"
005900                             TO WS-AG-MULTI-STREAM-SW (WS-AGG-IDX)
005910                     END-IF
005920                 END-IF
005930             END-IF.

005940         2410-ADD-ACCOUNT-ENTRY.
005950             IF WS-AGG-COUNT >= WS-AGG-MAX
005960                 DISPLAY "ERROR: MORE THAN " WS-AGG-MAX
005970                     " DISTINCT ACCOUNTS ON THE MERGED OUTPUT - "
005980                     "INCREASE WS-AGG-ENTRY OCCURS IN ACCTAGG "
005990                     "AND RECOMPILE"
006000                 GO TO 9999-ABEND
006010             END-IF
006020             ADD 1 TO WS-AGG-COUNT
006030             SET WS-AGG-IDX TO WS-AGG-COUNT
006040             MOVE WS-LOOKUP-ACCOUNT-ID
006050                 TO WS-AG-ACCOUNT-ID (WS-AGG-IDX)
006060             MOVE SPACES TO WS-AG-FIRST-RUN-ID (WS-AGG-IDX)
006070             MOVE "N" TO WS-AG-MULTI-STREAM-SW (WS-AGG-IDX)
006080             MOVE ZERO TO WS-AG-DAY-TOTAL (WS-AGG-IDX)
006090             MOVE ZERO TO WS-AG-SUSPENSE-TOTAL (WS-AGG-IDX)
006100             MOVE ZERO TO WS-AG-RUNNING-TOTAL (WS-AGG-IDX)
006110             MOVE "N" TO WS-AG-CMP-SW (WS-AGG-IDX)
006120             PERFORM 2420-FIND-ACCT-LIMIT
006130             MOVE WS-ACCT-AGG-LIMIT
006140                 TO WS-AG-AGG-LIMIT (WS-AGG-IDX).

006150         2420-FIND-ACCT-LIMIT.
006160*        SAME LOOKUP AS TXNVAL - THE ACCOUNT'S OWN CEILING, ELSE
006170*        THE *DEFAULT* ENTRY, ELSE NO CEILING.
006180             MOVE ZERO TO WS-ACCT-AGG-LIMIT
006190             IF WS-ACCT-LIM-TAB-COUNT > ZERO
006200                 SET WS-ACCT-LIM-IDX TO 1
006210                 SEARCH WS-ACCT-LIM-ENTRY
006220                     AT END
006230                         PERFORM 2425-FIND-DEFAULT-ACCT-LIMIT
006240                     WHEN WS-AL-ACCOUNT-ID (WS-ACCT-LIM-IDX)
006250                             = WS-LOOKUP-ACCOUNT-ID
006260                         PERFORM 2426-TAKE-ACCT-LIMIT
006270                 END-SEARCH
006280             END-IF.

006290         2425-FIND-DEFAULT-ACCT-LIMIT.
006300             SET WS-ACCT-LIM-IDX TO 1
006310             SEARCH WS-ACCT-LIM-ENTRY
006320                 AT END
006330                     MOVE ZERO TO WS-ACCT-AGG-LIMIT
006340                 WHEN WS-AL-ACCOUNT-ID (WS-ACCT-LIM-IDX)
006350                         = WS-DEFAULT-ACCT-ID
006360                     PERFORM 2426-TAKE-ACCT-LIMIT
006370             END-SEARCH.

006380         2426-TAKE-ACCT-LIMIT.
006390             MOVE WS-AL-DAILY-AGG-LIMIT (WS-ACCT-LIM-IDX)
006400                 TO WS-ACCT-AGG-LIMIT.

006410         2500-SCAN-SUSPENSE.
006420*        TXNVAL ADDS AN ITEM TO ITS ACCOUNT'S RUNNING TOTAL BEFORE
006430*        THE SINGLE-ITEM, OVERRIDE AND QUEUE CHECKS, SO AN ITEM
006440*        THOSE CHECKS SENT TO SUSPENSE OR FRAUD REVIEW STILL
006450*        COUNTED TOWARD THE CEILING IN ITS STREAM.  THE SAME ITEMS
006460*        ARE COUNTED HERE FROM THE MERGED SUSPENSE FILE.
006470             OPEN INPUT REJECT-FILE
006480             IF WS-TRANREJ-STATUS = "35"
006490                 DISPLAY "WARNING: NO REJECT-FILE - SUSPENSE "
006500                     "ITEMS NOT COUNTED"
006510             ELSE
006520                 IF WS-TRANREJ-STATUS NOT = "00"
006530                     DISPLAY "ERROR OPENING REJECT-FILE STATUS="
006540                         WS-TRANREJ-STATUS
006550                     GO TO 9999-ABEND
006560                 END-IF
006570                 PERFORM UNTIL WS-TRANREJ-STATUS = "10"
006580                     READ REJECT-FILE NEXT RECORD
006590                     AT END
006600                         MOVE "10" TO WS-TRANREJ-STATUS
006610                     NOT AT END
006620                         PERFORM 2510-COUNT-SUSPENSE-ITEM
006630                 END-PERFORM
006640                 CLOSE REJECT-FILE
006650             END-IF.

006660         2510-COUNT-SUSPENSE-ITEM.
006661*        ON A RERUN, THE ROWS PAST THE COUNT SAVED AT THE
006662*        CHECKPOINT WERE ADDED BY THE FAILED RUN FOR ITEMS IT SENT
006663*        TO FRAUD REVIEW.  THOSE ITEMS ARE STILL ON ACCTAGWK AND
006664*        ARE COUNTED FROM THERE, SO THE ROWS ARE PASSED OVER.
006665             ADD 1 TO WS-REJ-ROWS-READ
006666             IF NOT WS-CKPT-NONE
006667                 AND WS-REJ-ROWS-READ > WS-CKPT-REJ-COUNT
006668                 CONTINUE
006669             ELSE
006670                 IF REJ-ACCOUNT-ID NOT = SPACES
006680                     AND REJ-BASE-AMOUNT IS NUMERIC
006690                     AND REJ-BASE-AMOUNT > ZERO
006700                     AND (REJ-OVER-LIMIT OR REJ-VELOCITY-BREACH
006710                         OR REJ-ACCT-FROZEN OR REJ-UNAUTH-APPROVER
006720                         OR REJ-NO-APPROVER OR REJ-DUP-FRAUD
006730                         OR REJ-DUP-APPROVAL OR REJ-FRAUD-SCORE)
006740                     ADD 1 TO WS-REJECTS-COUNTED
006750                     MOVE REJ-BASE-AMOUNT TO WS-BASE-AMOUNT
006760                     MOVE REJ-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
006770                     MOVE REJ-TRAN-ID TO WS-LOOKUP-TRAN-ID
006780                     PERFORM 2300-LOCATE-STREAM
006790                     PERFORM 2400-ACCUMULATE-ACCOUNT
006800                     ADD WS-BASE-AMOUNT
006810                         TO WS-AG-SUSPENSE-TOTAL (WS-AGG-IDX)
006820                 END-IF
006825             END-IF.

006830         2600-SCAN-CMP-EXTRACT.
006840*        AN ACCOUNT A STREAM ALREADY REPORTED - SINGLY OR AS AN
006850*        AGGREGATE - IS NOT REPORTED AGAIN.  NOR IS ONE THAT A
006855*        FAILED EARLIER RUN OF THIS STEP REPORTED.
006860             OPEN INPUT COMPLIANCE-EXTRACT-FILE
006870             IF WS-CMPEXT-STATUS = "35"
006880                 CONTINUE
006890             ELSE
006900                 IF WS-CMPEXT-STATUS NOT = "00"
006910                     DISPLAY "ERROR OPENING COMPLIANCE-EXTRACT-"
006920                         "FILE STATUS=" WS-CMPEXT-STATUS
006930                     GO TO 9999-ABEND
006940                 END-IF
006950                 PERFORM UNTIL WS-CMPEXT-STATUS = "10"
006960                     READ COMPLIANCE-EXTRACT-FILE NEXT RECORD
006970                     AT END
006980                         MOVE "10" TO WS-CMPEXT-STATUS
006990                     NOT AT END
007000                         PERFORM 2610-MARK-CMP-REPORTED
007010                 END-PERFORM
007020                 CLOSE COMPLIANCE-EXTRACT-FILE
007030             END-IF.

007040         2610-MARK-CMP-REPORTED.
007050             IF WS-AGG-COUNT = ZERO
007060                 OR CX-ACCOUNT-ID = SPACES
007070                 CONTINUE
007080             ELSE
007090                 SET WS-AGG-IDX TO 1
007100                 SEARCH WS-AGG-ENTRY
007110                     AT END
007120                         CONTINUE
007130                     WHEN WS-AG-ACCOUNT-ID (WS-AGG-IDX)
007140                             = CX-ACCOUNT-ID
007150                         MOVE "Y" TO WS-AG-CMP-SW (WS-AGG-IDX)
007160                 END-SEARCH
007170             END-IF.

007180         2700-FIND-SPLIT-ACCOUNTS.
007190*        THE REPLAY STARTS FROM WHAT THE ACCOUNT HAD ALREADY
007200*        PUT INTO SUSPENSE OR FRAUD REVIEW.
007210             PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
007220                     UNTIL WS-AGG-IDX > WS-AGG-COUNT
007230                 MOVE WS-AG-SUSPENSE-TOTAL (WS-AGG-IDX)
007240                     TO WS-AG-RUNNING-TOTAL (WS-AGG-IDX)
007250                 IF WS-AG-MULTI-STREAM (WS-AGG-IDX)
007260                     ADD 1 TO WS-MULTI-STREAM-COUNT
007270                 END-IF
007280             END-PERFORM
007290             DISPLAY "ACCTAGG: " WS-AGG-COUNT " ACCOUNTS, "
007300                 WS-MULTI-STREAM-COUNT " SPLIT ACROSS STREAMS".

007310         3000-OPEN-REWRITE-PASS.
007312*        THE CHECKPOINT IS TAKEN ONCE ACCTAGWK IS WHOLE AND BEFORE
007315*        TRANOUT OR THE SUSPENSE FILE IS OPENED FOR OUTPUT.
007317             IF WS-CKPT-NONE
007320                 CLOSE TRAN-OUT-FILE
007330                 CLOSE AGG-WORK-FILE
007331                 SET WS-CKPT-WORK-COPIED TO TRUE
007332                 MOVE WS-REJ-ROWS-READ TO WS-CKPT-REJ-COUNT
007334                 PERFORM 8960-SAVE-STEP-CHECKPOINT
007335             ELSE
007337                 CLOSE AGG-WORK-FILE
007338             END-IF

007340             OPEN INPUT AGG-WORK-FILE
007350             IF WS-ACCTAGWK-STATUS NOT = "00"
007360                 DISPLAY "ERROR OPENING AGG-WORK-FILE STATUS="
007370                     WS-ACCTAGWK-STATUS
007380                 GO TO 9999-ABEND
007390             END-IF

007400             OPEN OUTPUT TRAN-OUT-FILE
007410             IF WS-TRANOUT-STATUS NOT = "00"
007420                 DISPLAY "ERROR OPENING TRAN-OUT-FILE STATUS="
007430                     WS-TRANOUT-STATUS
007440                 GO TO 9999-ABEND
007450             END-IF

007460             OPEN EXTEND REJECT-FILE
007470             IF WS-TRANREJ-STATUS = "35"
007480                 OPEN OUTPUT REJECT-FILE
007490                 CLOSE REJECT-FILE
007500                 OPEN EXTEND REJECT-FILE
007510             END-IF
007520             IF WS-TRANREJ-STATUS NOT = "00"
007530                 DISPLAY "ERROR OPENING REJECT-FILE STATUS="
007540                     WS-TRANREJ-STATUS
007550                 GO TO 9999-ABEND
007560             END-IF

007570             OPEN EXTEND ACK-FILE
007580             IF WS-DISPACK-STATUS = "35"
007590                 OPEN OUTPUT ACK-FILE
007600                 CLOSE ACK-FILE
007610                 OPEN EXTEND ACK-FILE
007620             END-IF
007630             IF WS-DISPACK-STATUS NOT = "00"
007640                 DISPLAY "ERROR OPENING ACK-FILE STATUS="
007650                     WS-DISPACK-STATUS
007660                 GO TO 9999-ABEND
007670             END-IF

007680             OPEN I-O FRAUD-QUEUE-FILE
007690             IF WS-FRAUDQ-STATUS = "35"
007700                 OPEN OUTPUT FRAUD-QUEUE-FILE
007710                 CLOSE FRAUD-QUEUE-FILE
007720                 OPEN I-O FRAUD-QUEUE-FILE
007730             END-IF
007740             IF WS-FRAUDQ-STATUS NOT = "00"
007750                 DISPLAY "ERROR OPENING FRAUD-QUEUE-FILE STATUS="
007760                     WS-FRAUDQ-STATUS
007770                 GO TO 9999-ABEND
007780             END-IF

007790             OPEN I-O TRAN-STATUS-FILE
007800             IF WS-TRNSTAT-STATUS = "35"
007810                 OPEN OUTPUT TRAN-STATUS-FILE
007820                 CLOSE TRAN-STATUS-FILE
007830                 OPEN I-O TRAN-STATUS-FILE
007840             END-IF
007850             IF WS-TRNSTAT-STATUS NOT = "00"
007860                 DISPLAY "ERROR OPENING TRAN-STATUS-FILE STATUS="
007870                     WS-TRNSTAT-STATUS
007880                 GO TO 9999-ABEND
007890             END-IF

007900             OPEN I-O TRAN-ARCHIVE-FILE
007910             IF WS-TRANARCH-STATUS = "35"
007920                 OPEN OUTPUT TRAN-ARCHIVE-FILE
007930                 CLOSE TRAN-ARCHIVE-FILE
007940                 OPEN I-O TRAN-ARCHIVE-FILE
007950             END-IF
007960             IF WS-TRANARCH-STATUS NOT = "00"
007970                 DISPLAY "ERROR OPENING TRAN-ARCHIVE-FILE "
007980                     "STATUS=" WS-TRANARCH-STATUS
007990                 GO TO 9999-ABEND
008000             END-IF

008010             OPEN I-O QUEUE-MOVEMENT-FILE
008020             IF WS-QMOVMNT-STATUS = "35"
008030                 OPEN OUTPUT QUEUE-MOVEMENT-FILE
008040                 CLOSE QUEUE-MOVEMENT-FILE
008050                 OPEN I-O QUEUE-MOVEMENT-FILE
008060             END-IF
008070             IF WS-QMOVMNT-STATUS NOT = "00"
008080                 DISPLAY "ERROR OPENING QUEUE-MOVEMENT-FILE "
008090                     "STATUS=" WS-QMOVMNT-STATUS
008100                 GO TO 9999-ABEND
008110             END-IF

008112             OPEN I-O FEE-REGISTER-FILE
008113             IF WS-FEEREG-STATUS = "35"
008114                 OPEN OUTPUT FEE-REGISTER-FILE
008115                 CLOSE FEE-REGISTER-FILE
008116                 OPEN I-O FEE-REGISTER-FILE
008117             END-IF
008118             IF WS-FEEREG-STATUS NOT = "00"
008119                 DISPLAY "ERROR OPENING FEE-REGISTER-FILE STATUS="
008120                     WS-FEEREG-STATUS
008122                 GO TO 9999-ABEND
008125             END-IF

008127             PERFORM 3050-READ-WORK.

008130         3050-READ-WORK.
008140             READ AGG-WORK-FILE INTO TRAN-RECORD
008150                 AT END
008160                     SET WS-WORK-END-OF-FILE TO TRUE
008170             END-READ.

008180         3100-REWRITE-TRANOUT.
008190             MOVE "N" TO WS-DROP-ITEM-SWITCH
008200             IF TRAN-IS-DETAIL
008210                 AND (TRAN-SRC-ACCEPT OR TRAN-SRC-OVERRIDE)
008220                 AND TRAN-ACCOUNT-ID NOT = SPACES
008230                 PERFORM 3200-REPLAY-ACCOUNT-TOTAL
008240             END-IF
008242             IF TRAN-IS-DETAIL
008244                 AND TRAN-SRC-FEE
008246                 AND WS-HELD-COUNT > ZERO
008248                 PERFORM 3400-CHECK-HELD-ITEM-FEE
008249             END-IF
008250             IF NOT WS-DROP-ITEM
008260                 WRITE TRAN-OUT-REC FROM TRAN-RECORD
008270                 ADD 1 TO WS-TRANOUT-WRITTEN
008280             END-IF
008290             PERFORM 3050-READ-WORK.

008300         3200-REPLAY-ACCOUNT-TOTAL.
008310*        THE ACCOUNT'S ITEMS ARE REPLAYED IN MERGED ORDER.  ONCE
008320*        THE RUNNING TOTAL GOES THROUGH THE CEILING EVERY FURTHER
008330*        ACCEPTED ITEM GOES TO FRAUD REVIEW - OVERRIDES INCLUDED,
008340*        AS IN TXNVAL - AND THE ITEM'S VALUE STAYS IN THE TOTAL.
008350             SET WS-AGG-IDX TO 1
008360             SEARCH WS-AGG-ENTRY
008370                 AT END
008380                     CONTINUE
008390                 WHEN WS-AG-ACCOUNT-ID (WS-AGG-IDX)
008400                         = TRAN-ACCOUNT-ID
008410                     IF WS-AG-MULTI-STREAM (WS-AGG-IDX)
008420                         AND WS-AG-AGG-LIMIT (WS-AGG-IDX) > ZERO
008430                         MOVE TRAN-AMOUNT TO WS-AMOUNT
008440                         PERFORM 2220-CONVERT-CURRENCY
008450                         ADD WS-BASE-AMOUNT
008460                             TO WS-AG-RUNNING-TOTAL (WS-AGG-IDX)
008470                         IF WS-AG-RUNNING-TOTAL (WS-AGG-IDX)
008480                                 > WS-AG-AGG-LIMIT (WS-AGG-IDX)
008490                             PERFORM 3300-ROUTE-TO-FRAUD-REVIEW
008500                         END-IF
008510                     END-IF
008520             END-SEARCH.

008530         3300-ROUTE-TO-FRAUD-REVIEW.
008540             MOVE SPACES TO FRAUD-REVIEW-RECORD
008550             MOVE TRAN-ID TO FR-TRAN-ID
008560             MOVE TRAN-TYPE-CODE TO FR-TRAN-TYPE-CODE
008570             MOVE TRAN-CURRENCY-CODE TO FR-CURRENCY-CODE
008580             MOVE TRAN-DATE TO FR-TRAN-DATE
008590             MOVE WS-AMOUNT TO FR-AMOUNT
008600             MOVE WS-BASE-AMOUNT TO FR-BASE-AMOUNT
008610             MOVE WS-AG-AGG-LIMIT (WS-AGG-IDX) TO FR-LIMIT-APPLIED
008620             MOVE WS-BUSINESS-DATE TO FR-SUBMIT-DATE
008630             MOVE FUNCTION CURRENT-DATE (9:8) TO FR-SUBMIT-TIME
008640             SET FR-STATUS-PENDING TO TRUE
008645             MOVE ZERO TO FR-FRAUD-SCORE
008650             WRITE FRAUD-REVIEW-RECORD
008660                 INVALID KEY
008670*        AN ITEM ALREADY ON THE QUEUE STAYS OFF TRANOUT BUT
008680*        NOTHING ELSE IS WRITTEN A SECOND TIME - ITS SUSPENSE
008690*        ROW, STATUS EVENT AND ACK ARE ALREADY OUT.
008700                     DISPLAY "WARNING: TRAN " TRAN-ID
008710                         " ALREADY ON FRAUD-QUEUE-FILE - "
008720                         "HELD OFF TRAN-OUT-FILE"
008730                     ADD 1 TO WS-ALREADY-ROUTED-COUNT
008732                     IF NOT WS-CKPT-NONE
008735                         PERFORM 3305-CHECK-EARLIER-ROUTING
008737                     END-IF
008740                 NOT INVALID KEY
008750                     PERFORM 3310-RECORD-ROUTED-ITEM
008760             END-WRITE
008770             SET WS-DROP-ITEM TO TRUE
008775             PERFORM 3350-NOTE-HELD-ITEM
008780             ADD 1 TO WS-DROPPED-COUNT
008790             ADD WS-AMOUNT TO WS-DROPPED-TOTAL.

008791         3305-CHECK-EARLIER-ROUTING.
008792*        AN ENTRY STILL PENDING FROM THIS BUSINESS DATE WAS PUT
008793*        THERE BY THE FAILED RUN.  IT STILL COUNTS IN THE QUEUE
008795*        MOVEMENT IF THE FAILED RUN DID NOT GET AS FAR AS POSTING.
008796             READ FRAUD-QUEUE-FILE
008797                 INVALID KEY
008798                     CONTINUE
008800                 NOT INVALID KEY
008801                     IF FR-STATUS-PENDING
008802                         AND FR-SUBMIT-DATE = WS-BUSINESS-DATE
008803                         ADD 1 TO WS-RESUMED-COUNT
008805                         ADD WS-BASE-AMOUNT TO WS-RESUMED-BASE-TOT
008806                     END-IF
008807             END-READ.

008808         3310-RECORD-ROUTED-ITEM.
008810             ADD 1 TO WS-ROUTED-COUNT
008820             ADD WS-BASE-AMOUNT TO WS-ROUTED-BASE-TOT
008830             MOVE TRAN-ID TO WS-LOOKUP-TRAN-ID
008840             PERFORM 2300-LOCATE-STREAM
008850             IF WS-HIST-FOUND
008860                 SET TH-DISP-FRAUD-PENDING TO TRUE
008870                 REWRITE TRAN-HISTORY-RECORD
008880                 IF WS-TRANHIST-STATUS NOT = "00"
008890                     DISPLAY "WARNING: TRAN-HISTORY-FILE NOT "
008900                         "UPDATED FOR TRAN " TRAN-ID
008910                         " STATUS=" WS-TRANHIST-STATUS
008920                 END-IF
008930             END-IF
008940             PERFORM 3320-WRITE-SUSPENSE-ROW
008950             MOVE TRAN-ID TO WS-EVENT-TRAN-ID
008960             MOVE "F" TO WS-EVENT-CODE
008970             MOVE "VELO" TO WS-EVENT-REASON
008980             MOVE WS-ITEM-BATCH-ID TO WS-EVENT-BATCH-ID
008990             MOVE WS-AMOUNT TO WS-EVENT-AMOUNT
009000             MOVE TRAN-CURRENCY-CODE TO WS-EVENT-CURRENCY
009010             PERFORM 2260-WRITE-STATUS-EVENT
009020             PERFORM 3330-WRITE-DISPOSITION-ACK
009030             PERFORM 3340-REMOVE-ARCHIVE-ROW
009040             MOVE TRAN-ID TO WS-AGR-TRAN-ID
009050             MOVE TRAN-ACCOUNT-ID TO WS-AGR-ACCOUNT-ID
009060             MOVE TRAN-CURRENCY-CODE TO WS-AGR-CURRENCY-CODE
009070             MOVE WS-AMOUNT TO WS-AGR-AMOUNT
009080             MOVE WS-BASE-AMOUNT TO WS-AGR-BASE-AMOUNT
009090             MOVE WS-AG-RUNNING-TOTAL (WS-AGG-IDX)
009100                 TO WS-AGR-DAY-TOTAL
009110             MOVE WS-AG-AGG-LIMIT (WS-AGG-IDX) TO WS-AGR-LIMIT
009120             MOVE "FRAUD REVW" TO WS-AGR-ACTION
009130             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-DETAIL
009140             DISPLAY "HELD FOR FRAUD REVIEW: TRAN " TRAN-ID
009150                 " ACCOUNT " TRAN-ACCOUNT-ID
009160                 " CROSS-STREAM DAILY AGGREGATE LIMIT EXCEEDED".

009170         3320-WRITE-SUSPENSE-ROW.
009180*        THE SAME SUSPENSE ROW TXNVAL WRITES FOR A VELOCITY
009190*        BREACH, SO THE EXCEPTION FIGURES AND THE FRAUD DESK SEE
009200*        ONE KIND OF ITEM WHICHEVER STEP CAUGHT IT.
009210             MOVE SPACES TO REJECT-RECORD
009220             MOVE TRAN-ID TO REJ-TRAN-ID
009230             MOVE TRAN-TYPE-CODE TO REJ-TRAN-TYPE-CODE
009240             MOVE TRAN-CURRENCY-CODE TO REJ-CURRENCY-CODE
009250             MOVE TRAN-DATE TO REJ-TRAN-DATE
009260             MOVE WS-AMOUNT TO REJ-AMOUNT
009270             MOVE WS-BASE-AMOUNT TO REJ-BASE-AMOUNT
009280             MOVE WS-AG-AGG-LIMIT (WS-AGG-IDX)
009290                 TO REJ-LIMIT-APPLIED
009300             SET REJ-VELOCITY-BREACH TO TRUE
009310             STRING "ACCOUNT " TRAN-ACCOUNT-ID
009320                     " CROSS-STREAM TOTAL "
009330                     WS-AG-RUNNING-TOTAL (WS-AGG-IDX)
009340                     " OVER LIMIT " WS-AG-AGG-LIMIT (WS-AGG-IDX)
009350                 DELIMITED BY SIZE INTO REJ-REASON-TEXT
009360                 ON OVERFLOW
009370                     DISPLAY "WARNING: REJ-REASON-TEXT "
009380                         "TRUNCATED FOR TRAN " TRAN-ID
009390             END-STRING
009400             SET REJ-DISP-FRAUD-REVIEW TO TRUE
009410             MOVE TRAN-ACCOUNT-ID TO REJ-ACCOUNT-ID
009420             IF TRAN-RESUBMIT-COUNT IS NUMERIC
009430                 MOVE TRAN-RESUBMIT-COUNT TO REJ-RESUBMIT-COUNT
009440             ELSE
009450                 MOVE ZERO TO REJ-RESUBMIT-COUNT
009460             END-IF
009470             IF TRAN-ORIG-REJECT-DATE IS NUMERIC
009480                 AND TRAN-ORIG-REJECT-DATE > ZERO
009490                 MOVE TRAN-ORIG-REJECT-DATE
009500                     TO REJ-FIRST-REJECT-DATE
009510             ELSE
009520                 MOVE WS-TODAY-DATE TO REJ-FIRST-REJECT-DATE
009530             END-IF
009540             WRITE REJECT-RECORD.

009550         3330-WRITE-DISPOSITION-ACK.
009560*        THE SOURCE SYSTEM WAS TOLD "ACCEPTED" BY ITS STREAM -
009570*        THIS ROW SUPERSEDES IT WITH THE PENDING FRAUD REVIEW.
009580             MOVE SPACES TO DISPOSITION-ACK-RECORD
009590             MOVE WS-EVENT-BATCH-ID TO AK-BATCH-ID
009600             MOVE WS-EVENT-TRAN-ID TO AK-TRAN-ID
009610             MOVE WS-EVENT-CODE TO AK-DISPOSITION
009620             MOVE WS-EVENT-REASON TO AK-REASON-CODE
009630             MOVE "ACCTAGG" TO AK-PROGRAM-NAME
009640             MOVE WS-BUSINESS-DATE TO AK-PROCESS-DATE
009650             MOVE FUNCTION CURRENT-DATE (9:8) TO AK-PROCESS-TIME
009660             WRITE DISPOSITION-ACK-RECORD.

009670         3340-REMOVE-ARCHIVE-ROW.
009680*        THE ARCHIVE HOLDS ONLY WHAT WENT OUT ON TRANOUT.  IF
009690*        FRAUDMAINT CLEARS THE ITEM IT IS ARCHIVED AGAIN THEN.
009691             MOVE TRAN-ID TO TA-TRAN-ID
009692             DELETE TRAN-ARCHIVE-FILE RECORD
009693                 INVALID KEY
009694                     CONTINUE
009695             END-DELETE.

009696         3350-NOTE-HELD-ITEM.
009698             IF WS-HELD-COUNT >= WS-HELD-MAX
009699                 DISPLAY "ERROR: MORE THAN " WS-HELD-MAX
009700                     " ITEMS HELD FOR FRAUD REVIEW - INCREASE "
009701                     "WS-HELD-ENTRY OCCURS IN ACCTAGG AND "
009702                     "RECOMPILE"
009703                 GO TO 9999-ABEND
009705             END-IF
009706             ADD 1 TO WS-HELD-COUNT
009707             MOVE TRAN-ID TO WS-HI-TRAN-ID (WS-HELD-COUNT).

009708         3400-CHECK-HELD-ITEM-FEE.
009709             SET WS-HELD-IDX TO 1
009710             SEARCH WS-HELD-ENTRY
009711                 AT END
009713                     CONTINUE
009714                 WHEN WS-HI-TRAN-ID (WS-HELD-IDX)
009715                         = TRAN-ORIG-TRAN-ID
009716                     PERFORM 3410-DROP-HELD-ITEM-FEE
009717             END-SEARCH.

009718         3410-DROP-HELD-ITEM-FEE.
009720*        THE FEE WAS CHARGED ON AN ITEM NOW HELD FOR REVIEW, SO IT
009721*        COMES OFF TRANOUT AND THE ARCHIVE WITH THE ITEM.  THE
009722*        REGISTER ENTRY GOES TOO, SO FRAUDMAINT CHARGES THE FEE
009723*        AFRESH IF IT RELEASES THE ITEM.  AN ENTRY FOR ANY OTHER
009724*        FEE (ONE FRAUDMAINT HAS ALREADY RAISED ON A RELEASE
009725*        BEFORE A RERUN OF THIS STEP) IS LEFT ALONE.
009726             SET WS-DROP-ITEM TO TRUE
009728             ADD 1 TO WS-FEE-DROPPED-COUNT
009729             ADD TRAN-AMOUNT TO WS-FEE-DROPPED-TOTAL
009730             PERFORM 3340-REMOVE-ARCHIVE-ROW
009731             MOVE TRAN-ORIG-TRAN-ID TO FG-ORIG-TRAN-ID
009732             READ FEE-REGISTER-FILE
009733                 INVALID KEY
009735                     MOVE SPACES TO FG-FEE-TRAN-ID
009736             END-READ
009737             IF FG-FEE-TRAN-ID = TRAN-ID
009738                 DELETE FEE-REGISTER-FILE RECORD
009739                 IF WS-FEEREG-STATUS NOT = "00"
009740                     DISPLAY "ERROR DELETING FEE-REGISTER-FILE "
009741                         "ENTRY FOR TRAN " TRAN-ORIG-TRAN-ID
009743                         " STATUS=" WS-FEEREG-STATUS
009744                     GO TO 9999-ABEND
009745                 END-IF
009746             END-IF
009747             DISPLAY "FEE HELD WITH ITEM: FEE " TRAN-ID
009748                 " ON TRAN " TRAN-ORIG-TRAN-ID.

009750         2260-WRITE-STATUS-EVENT.
009760             MOVE WS-EVENT-TRAN-ID TO TS-TRAN-ID
009770             MOVE 1 TO TS-EVENT-SEQ
009780             MOVE "N" TO WS-EVENT-DONE-SWITCH
009790             PERFORM 2261-ATTEMPT-EVENT-WRITE
009800                 UNTIL WS-EVENT-DONE.

009810         2261-ATTEMPT-EVENT-WRITE.
009820             MOVE WS-BUSINESS-DATE TO TS-EVENT-DATE
009830             MOVE FUNCTION CURRENT-DATE (9:8) TO TS-EVENT-TIME
009840             MOVE "ACCTAGG" TO TS-PROGRAM-NAME
009850             MOVE WS-CONSOL-RUN-ID TO TS-RUN-ID
009860             MOVE WS-EVENT-BATCH-ID TO TS-BATCH-ID
009870             MOVE WS-EVENT-CODE TO TS-EVENT-CODE
009880             MOVE WS-EVENT-REASON TO TS-REASON-CODE
009890             MOVE WS-EVENT-AMOUNT TO TS-AMOUNT
009900             MOVE WS-EVENT-CURRENCY TO TS-CURRENCY-CODE
009903             MOVE SPACES TO TS-DECIDED-BY
009906             MOVE TRAN-TYPE-CODE TO TS-QUEUED-TYPE-CODE
009910             WRITE TRAN-STATUS-RECORD
009920                 INVALID KEY
009930                     IF TS-EVENT-SEQ >= 9999
009940                         DISPLAY "WARNING: STATUS EVENT SLOTS "
009950                             "EXHAUSTED FOR TRAN " TS-TRAN-ID
009960                         SET WS-EVENT-DONE TO TRUE
009970                     ELSE
009980                         ADD 1 TO TS-EVENT-SEQ
009990                     END-IF
010000                 NOT INVALID KEY
010010                     SET WS-EVENT-DONE TO TRUE
010020             END-WRITE.

010030         4000-WRITE-CMP-AGGREGATES.
010040*        AN ACCOUNT SPLIT ACROSS STREAMS WHOSE DAY CROSSED THE
010050*        THRESHOLD, AND THAT NO STREAM REPORTED, IS REPORTED HERE
010060*        ONCE AS AN AGGREGATE.
010070             OPEN EXTEND COMPLIANCE-EXTRACT-FILE
010080             IF WS-CMPEXT-STATUS = "35"
010090                 OPEN OUTPUT COMPLIANCE-EXTRACT-FILE
010100                 CLOSE COMPLIANCE-EXTRACT-FILE
010110                 OPEN EXTEND COMPLIANCE-EXTRACT-FILE
010120             END-IF
010130             IF WS-CMPEXT-STATUS NOT = "00"
010140                 DISPLAY "ERROR OPENING COMPLIANCE-EXTRACT-FILE "
010150                     "STATUS=" WS-CMPEXT-STATUS
010160                 GO TO 9999-ABEND
010170             END-IF
010180             OPEN EXTEND COMPLIANCE-RPT-FILE
010190             IF WS-CMPRPT-STATUS = "35"
010200                 OPEN OUTPUT COMPLIANCE-RPT-FILE
010210                 CLOSE COMPLIANCE-RPT-FILE
010220                 OPEN EXTEND COMPLIANCE-RPT-FILE
010230             END-IF
010240             IF WS-CMPRPT-STATUS NOT = "00"
010250                 DISPLAY "ERROR OPENING COMPLIANCE-RPT-FILE "
010260                     "STATUS=" WS-CMPRPT-STATUS
010270                 GO TO 9999-ABEND
010280             END-IF
010290             PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
010300                     UNTIL WS-AGG-IDX > WS-AGG-COUNT
010310                 IF WS-AG-MULTI-STREAM (WS-AGG-IDX)
010320                     AND WS-AG-DAY-TOTAL (WS-AGG-IDX)
010330                         >= WS-CMP-THRESHOLD
010340                     AND NOT WS-AG-CMP-REPORTED (WS-AGG-IDX)
010350                     PERFORM 4010-WRITE-CMP-AGG-ITEM
010360                 END-IF
010370             END-PERFORM
010380             CLOSE COMPLIANCE-EXTRACT-FILE
010390             CLOSE COMPLIANCE-RPT-FILE
010400             DISPLAY "ACCTAGG COMPLIANCE: AGGREGATE "
010410                 WS-CMP-AGG-COUNT " ITEMS REPORTED".

010420         4010-WRITE-CMP-AGG-ITEM.
010430             IF NOT WS-CMP-HEADING-WRITTEN
010440                 MOVE WS-TODAY-DATE TO WS-CMP-HDG-DATE
010450                 MOVE WS-CMP-THRESHOLD TO WS-CMP-HDG-THRESHOLD
010460                 WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-RPT-HEADING
010470                 SET WS-CMP-HEADING-WRITTEN TO TRUE
010480             END-IF
010490             ADD 1 TO WS-CMP-AGG-COUNT
010500             MOVE SPACES TO COMPLIANCE-EXTRACT-RECORD
010510             SET CX-AGGREGATE-ITEM TO TRUE
010520             MOVE SPACES TO CX-TRAN-ID
010530             MOVE WS-AG-ACCOUNT-ID (WS-AGG-IDX) TO CX-ACCOUNT-ID
010540             MOVE SPACES TO CX-TRAN-TYPE-CODE
010550             MOVE WS-BASE-CURRENCY TO CX-CURRENCY-CODE
010560             MOVE ZERO TO CX-TRAN-DATE
010570             MOVE ZERO TO CX-AMOUNT
010580             MOVE WS-AG-DAY-TOTAL (WS-AGG-IDX) TO CX-BASE-AMOUNT
010590             MOVE SPACE TO CX-DISPOSITION
010600             MOVE WS-CMP-THRESHOLD TO CX-THRESHOLD
010610             MOVE WS-TODAY-DATE TO CX-REPORT-DATE
010620             WRITE COMPLIANCE-EXTRACT-RECORD
010630             MOVE "AGGREGATE" TO WS-CMPR-KIND
010640             MOVE SPACES TO WS-CMPR-TRAN-ID
010650             MOVE WS-AG-ACCOUNT-ID (WS-AGG-IDX)
010660                 TO WS-CMPR-ACCOUNT-ID
010670             MOVE ZERO TO WS-CMPR-TRAN-DATE
010680             MOVE WS-AG-DAY-TOTAL (WS-AGG-IDX)
010690                 TO WS-CMPR-BASE-AMOUNT
010700             MOVE SPACE TO WS-CMPR-DISP
010710             WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-RPT-DETAIL
010720             MOVE SPACES TO WS-AGR-TRAN-ID
010730             MOVE WS-AG-ACCOUNT-ID (WS-AGG-IDX)
010740                 TO WS-AGR-ACCOUNT-ID
010750             MOVE WS-BASE-CURRENCY TO WS-AGR-CURRENCY-CODE
010760             MOVE ZERO TO WS-AGR-AMOUNT
010770             MOVE ZERO TO WS-AGR-BASE-AMOUNT
010780             MOVE WS-AG-DAY-TOTAL (WS-AGG-IDX) TO WS-AGR-DAY-TOTAL
010790             MOVE WS-CMP-THRESHOLD TO WS-AGR-LIMIT
010800             MOVE "CMP AGGR" TO WS-AGR-ACTION
010810             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-DETAIL.

010820         4500-WRITE-QUEUE-MOVEMENT.
010830*        THE ITEMS ADDED TO THE FRAUD QUEUE HERE ARE POSTED UNDER
010840*        THIS PROGRAM'S OWN MOVEMENT ROW SO QBALRPT STILL PROVES.
010841*        ITEMS A FAILED EARLIER RUN ADDED ARE POSTED WITH THEM.
010843             ADD WS-RESUMED-COUNT TO WS-ROUTED-COUNT
010845                 GIVING WS-POST-COUNT
010846             ADD WS-RESUMED-BASE-TOT TO WS-ROUTED-BASE-TOT
010848                 GIVING WS-POST-BASE-TOT
010850             IF WS-POST-COUNT > ZERO
010860                 MOVE WS-TODAY-DATE TO QM-MOVE-DATE
010870                 MOVE "ACCTAGG" TO QM-PROGRAM-NAME
010880                 MOVE "F" TO QM-QUEUE-CODE
010890                 READ QUEUE-MOVEMENT-FILE
010900                     INVALID KEY
010910                         MOVE WS-TODAY-DATE TO QM-MOVE-DATE
010920                         MOVE "ACCTAGG" TO QM-PROGRAM-NAME
010930                         MOVE "F" TO QM-QUEUE-CODE
010940                         MOVE WS-POST-COUNT TO QM-ADDED-COUNT
010950                         MOVE WS-POST-BASE-TOT TO QM-ADDED-VALUE
010960                         MOVE ZERO TO QM-REMOVED-COUNT
010970                         MOVE ZERO TO QM-REMOVED-VALUE
010980                         WRITE QUEUE-MOVEMENT-RECORD
010990                     NOT INVALID KEY
011000                         ADD WS-POST-COUNT TO QM-ADDED-COUNT
011010                         ADD WS-POST-BASE-TOT TO QM-ADDED-VALUE
011020                         REWRITE QUEUE-MOVEMENT-RECORD
011030                 END-READ
011040             END-IF.

011050         4600-ADJUST-CONSOL-STATS.
011060*        THE TXNVALCN ROW RUNMERGE WROTE STILL COUNTS THE HELD
011070*        ITEMS AS ACCEPTED.  THE LATEST ROW FOR TODAY IS MOVED
011080*        ACROSS TO FRAUD REVIEW SO STATRPT MATCHES TRANOUT.
011090             IF WS-DROPPED-COUNT > ZERO
011100                 OPEN I-O RUN-STATS-FILE
011110                 IF WS-RUNSTAT-STATUS NOT = "00"
011120                     DISPLAY "WARNING: RUN-STATS-FILE NOT "
011130                         "AVAILABLE STATUS=" WS-RUNSTAT-STATUS
011140                         " - TXNVALCN ROW NOT ADJUSTED"
011150                 ELSE
011160                     PERFORM 4610-FIND-CONSOL-ROW
011170                     IF WS-CONSOL-FOUND
011180                         PERFORM 4620-REWRITE-CONSOL-ROW
011190                     ELSE
011200                         DISPLAY "WARNING: NO " WS-CONSOL-RUN-ID
011210                             " RUN-STATS ROW FOR " WS-TODAY-DATE
011220                             " - NOT ADJUSTED"
011230                     END-IF
011240                     CLOSE RUN-STATS-FILE
011250                 END-IF
011260             END-IF.

011270         4610-FIND-CONSOL-ROW.
011280             MOVE WS-CONSOL-RUN-ID TO RS-RUN-ID
011290             MOVE ZERO TO RS-START-TS
011300             START RUN-STATS-FILE KEY >= RS-STAT-KEY
011310                 INVALID KEY
011320                     SET WS-STATS-END-OF-FILE TO TRUE
011330             END-START
011340             PERFORM UNTIL WS-STATS-END-OF-FILE
011350                 READ RUN-STATS-FILE NEXT RECORD
011360                     AT END
011370                         SET WS-STATS-END-OF-FILE TO TRUE
011380                     NOT AT END
011390                         IF RS-RUN-ID NOT = WS-CONSOL-RUN-ID
011400                             SET WS-STATS-END-OF-FILE TO TRUE
011410                         ELSE
011420                             IF RS-RUN-DATE = WS-TODAY-DATE
011430                                 MOVE RS-START-TS
011440                                     TO WS-CONSOL-START-TS
011450                                 SET WS-CONSOL-FOUND TO TRUE
011460                             END-IF
011470                         END-IF
011480                 END-READ
011490             END-PERFORM.

011500         4620-REWRITE-CONSOL-ROW.
011510             MOVE WS-CONSOL-RUN-ID TO RS-RUN-ID
011520             MOVE WS-CONSOL-START-TS TO RS-START-TS
011530             READ RUN-STATS-FILE
011540                 INVALID KEY
011550                     DISPLAY "WARNING: " WS-CONSOL-RUN-ID
011560                         " RUN-STATS ROW LOST - NOT ADJUSTED"
011570                 NOT INVALID KEY
011580                     IF RS-ACCEPTED-COUNT >= WS-DROPPED-COUNT
011590                         SUBTRACT WS-DROPPED-COUNT
011600                             FROM RS-ACCEPTED-COUNT
011610                     ELSE
011620                         MOVE ZERO TO RS-ACCEPTED-COUNT
011630                     END-IF
011640                     IF RS-ACCEPTED-TOTAL >= WS-DROPPED-TOTAL
011650                         SUBTRACT WS-DROPPED-TOTAL
011660                             FROM RS-ACCEPTED-TOTAL
011670                     ELSE
011680                         MOVE ZERO TO RS-ACCEPTED-TOTAL
011690                     END-IF
011700                     ADD WS-DROPPED-COUNT
011710                         TO RS-FRAUD-PENDING-COUNT
011720                     ADD WS-DROPPED-TOTAL TO RS-EXCEPTION-TOTAL
011730                     REWRITE RUN-STATS-RECORD
011740                     IF WS-RUNSTAT-STATUS NOT = "00"
011750                         DISPLAY "ERROR REWRITING RUN-STATS-FILE "
011760                             "STATUS=" WS-RUNSTAT-STATUS
011770                         GO TO 9999-ABEND
011780                     END-IF
011790             END-READ.

011800         5000-FINALIZE.
011810             MOVE SPACES TO AGG-RPT-LINE
011820             WRITE AGG-RPT-LINE
011830             MOVE "ACCOUNTS ON MERGED OUTPUT" TO WS-AGS-LABEL
011840             MOVE WS-AGG-COUNT TO WS-AGS-COUNT
011850             MOVE ZERO TO WS-AGS-VALUE
011860             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-SUMMARY
011870             MOVE "ACCOUNTS SPLIT ACROSS STREAMS" TO WS-AGS-LABEL
011880             MOVE WS-MULTI-STREAM-COUNT TO WS-AGS-COUNT
011890             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-SUMMARY
011900             MOVE "ITEMS SENT TO FRAUD REVIEW" TO WS-AGS-LABEL
011910             MOVE WS-ROUTED-COUNT TO WS-AGS-COUNT
011920             MOVE WS-ROUTED-BASE-TOT TO WS-AGS-VALUE
011930             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-SUMMARY
011940             MOVE "ITEMS ALREADY ON FRAUD QUEUE" TO WS-AGS-LABEL
011950             MOVE WS-ALREADY-ROUTED-COUNT TO WS-AGS-COUNT
011960             MOVE ZERO TO WS-AGS-VALUE
011970             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-SUMMARY
011971             MOVE "OF WHICH QUEUED BY A FAILED RUN"
011973                 TO WS-AGS-LABEL
011975             MOVE WS-RESUMED-COUNT TO WS-AGS-COUNT
011976             MOVE WS-RESUMED-BASE-TOT TO WS-AGS-VALUE
011978             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-SUMMARY
011980             MOVE "COMPLIANCE AGGREGATES REPORTED" TO WS-AGS-LABEL
011990             MOVE WS-CMP-AGG-COUNT TO WS-AGS-COUNT
011995             MOVE ZERO TO WS-AGS-VALUE
012000             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-SUMMARY
012002             MOVE "FEES HELD WITH REVIEW ITEMS" TO WS-AGS-LABEL
012004             MOVE WS-FEE-DROPPED-COUNT TO WS-AGS-COUNT
012006             MOVE WS-FEE-DROPPED-TOTAL TO WS-AGS-VALUE
012008             WRITE AGG-RPT-LINE FROM WS-AGG-RPT-SUMMARY
012010             DISPLAY "ACCTAGG: TRANOUT READ " WS-TRANOUT-READ
012020                 " WRITTEN " WS-TRANOUT-WRITTEN
012030                 " FRAUD-REVIEW " WS-ROUTED-COUNT
012040                 " ALREADY-QUEUED " WS-ALREADY-ROUTED-COUNT
012045                 " FEES-HELD " WS-FEE-DROPPED-COUNT
012050             CLOSE AGG-WORK-FILE
012060             CLOSE TRAN-OUT-FILE
012070             CLOSE REJECT-FILE
012080             CLOSE ACK-FILE
012090             CLOSE FRAUD-QUEUE-FILE
012100             CLOSE TRAN-HISTORY-FILE
012110             CLOSE TRAN-STATUS-FILE
012120             CLOSE TRAN-ARCHIVE-FILE
012130             CLOSE QUEUE-MOVEMENT-FILE
012131             CLOSE FEE-REGISTER-FILE
012132             CLOSE AGG-RPT-FILE.

012133         8900-START-PROCESS-STEP.
012134*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
012135*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
012136*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
012137*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
012138*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
012139*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
012140*        START STAMP REPLACED.
012141             OPEN I-O PROCESS-DATE-FILE
012142             IF WS-PROCDATE-STATUS NOT = "00"
012144                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
012145                     WS-PROCDATE-STATUS
012146                 GO TO 9999-ABEND
012147             END-IF
012148             PERFORM 8810-READ-DATE-ROW

012149             MOVE "N" TO WS-STEP-REFUSED-SWITCH
012150             PERFORM 8910-CHECK-STEP-SCHEDULE
012151                 VARYING WS-SCHED-SUB FROM 1 BY 1
012152                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
012153             IF WS-STEP-REFUSED
012154                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
012155                     "BUSINESS DATE " WS-BUSINESS-DATE
012157                 GO TO 9999-ABEND
012158             END-IF

012159             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
012160             MOVE WS-STEP-NAME TO PD-KEY-STEP
012161             READ PROCESS-DATE-FILE
012162                 INVALID KEY
012163                     MOVE "N" TO WS-STEP-ROW-SWITCH
012164                 NOT INVALID KEY
012165                     SET WS-STEP-ROW-EXISTS TO TRUE
012166             END-READ
012167             IF WS-STEP-ROW-EXISTS
012168                 IF PD-STEP-COMPLETED
012170                     DISPLAY "ERROR: STEP " WS-STEP-NAME
012171                         " ALREADY COMPLETED FOR BUSINESS DATE "
012172                         WS-BUSINESS-DATE
012173                     GO TO 9999-ABEND
012174                 END-IF
012175                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
012176                     "STARTED " PD-STEP-START-TS
012177                 MOVE PD-CHECKPOINT-CODE TO WS-CHECKPOINT-SWITCH
012178                 IF NOT WS-CKPT-NONE
012179                     MOVE PD-CHECKPOINT-COUNT TO WS-CKPT-REJ-COUNT
012180                 END-IF
012182             ELSE
012183                 MOVE SPACES TO PD-STEP-DATA
012184                 MOVE ZERO TO PD-STEP-END-TS
012185                 MOVE ZERO TO PD-STEP-RUN-COUNT
012186             END-IF
012187             SET PD-STEP-STARTED TO TRUE
012188             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
012189             ADD 1 TO PD-STEP-RUN-COUNT
012190             IF WS-STEP-ROW-EXISTS
012191                 REWRITE PROCESS-DATE-RECORD
012192             ELSE
012193                 WRITE PROCESS-DATE-RECORD
012194             END-IF
012195             IF WS-PROCDATE-STATUS NOT = "00"
012196                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
012197                     " STATUS=" WS-PROCDATE-STATUS
012198                 GO TO 9999-ABEND
012199             END-IF
012200             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
012201                 "DATE " WS-BUSINESS-DATE.

012202         8810-READ-DATE-ROW.
012203             MOVE ZERO TO PD-KEY-DATE
012204             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
012205             READ PROCESS-DATE-FILE
012206                 INVALID KEY
012207                     DISPLAY "ERROR: NO BUSINESS DATE ON "
012208                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
012209                     GO TO 9999-ABEND
012210             END-READ
012211             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
012212             MOVE PD-PRIOR-BUSINESS-DATE
012213                 TO WS-PRIOR-BUSINESS-DATE.

012214         8910-CHECK-STEP-SCHEDULE.
012215             IF WS-SCHED-STEP (WS-SCHED-SUB)
012216                     = WS-STEP-SCHEDULE-NAME
012217                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
012218                     VARYING WS-PREREQ-SUB FROM 1 BY 1
012219                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
012220             END-IF.

012221         8920-CHECK-SCHEDULED-PREREQ.
012222             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
012223                 TO WS-PREREQ-STEP
012224             IF WS-PREREQ-STEP NOT = SPACES
012225                 PERFORM 8930-TEST-PREREQ-STEP
012226             END-IF.

012227         8930-TEST-PREREQ-STEP.
012228             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
012229             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
012230             READ PROCESS-DATE-FILE
012231                 INVALID KEY
012232                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
012233                         WS-PREREQ-STEP " - NOT RUN FOR "
012234                         "BUSINESS DATE " WS-BUSINESS-DATE
012235                     SET WS-STEP-REFUSED TO TRUE
012236                 NOT INVALID KEY
012237                     IF NOT PD-STEP-COMPLETED
012238                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
012239                             WS-PREREQ-STEP " - NOT COMPLETED "
012240                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
012241                         SET WS-STEP-REFUSED TO TRUE
012242                     END-IF
012243             END-READ.

012244         8950-COMPLETE-PROCESS-STEP.
012245*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
012246*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
012247*        AND THE STEPS WAITING ON IT STAY HELD.
012248             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
012249             MOVE WS-STEP-NAME TO PD-KEY-STEP
012250             READ PROCESS-DATE-FILE
012251                 INVALID KEY
012252                     DISPLAY "ERROR: STEP " WS-STEP-NAME
012253                         " MISSING FROM PROCESS-DATE-FILE"
012254                     GO TO 9999-ABEND
012255             END-READ
012256             SET PD-STEP-COMPLETED TO TRUE
012257             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
012258             REWRITE PROCESS-DATE-RECORD
012259             IF WS-PROCDATE-STATUS NOT = "00"
012260                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
012261                     " STATUS=" WS-PROCDATE-STATUS
012262                 GO TO 9999-ABEND
012263             END-IF
012264             CLOSE PROCESS-DATE-FILE.

012270         8960-SAVE-STEP-CHECKPOINT.
012280*        RECORDS ON THE STEP ROW HOW FAR THIS RUN HAS GOT, SO A
012290*        RERUN AFTER AN ABEND PICKS UP FROM THERE.
012300             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
012310             MOVE WS-STEP-NAME TO PD-KEY-STEP
012320             READ PROCESS-DATE-FILE
012330                 INVALID KEY
012340                     DISPLAY "ERROR: STEP " WS-STEP-NAME
012350                         " MISSING FROM PROCESS-DATE-FILE"
012360                     GO TO 9999-ABEND
012370             END-READ
012380             MOVE WS-CHECKPOINT-SWITCH TO PD-CHECKPOINT-CODE
012390             MOVE WS-CKPT-REJ-COUNT TO PD-CHECKPOINT-COUNT
012400             REWRITE PROCESS-DATE-RECORD
012410             IF WS-PROCDATE-STATUS NOT = "00"
012420                 DISPLAY "ERROR RECORDING CHECKPOINT FOR STEP "
012430                     WS-STEP-NAME " STATUS=" WS-PROCDATE-STATUS
012440                 GO TO 9999-ABEND
012450             END-IF.

012460         9999-ABEND.
012470             DISPLAY "ACCTAGG ABENDING"
012480             CLOSE TRAN-OUT-FILE
012490             CLOSE AGG-WORK-FILE
012500             CLOSE REJECT-FILE
012510             CLOSE ACK-FILE
012520             CLOSE FRAUD-QUEUE-FILE
012530             CLOSE TRAN-HISTORY-FILE
012540             CLOSE TRAN-STATUS-FILE
012550             CLOSE TRAN-ARCHIVE-FILE
012560             CLOSE QUEUE-MOVEMENT-FILE
012570             CLOSE RUN-STATS-FILE
012580             CLOSE COMPLIANCE-EXTRACT-FILE
012590             CLOSE COMPLIANCE-RPT-FILE
012600             CLOSE AGG-RPT-FILE
012610             CLOSE PROCESS-DATE-FILE
012620             CLOSE FEE-REGISTER-FILE
012630             STOP RUN.
