000010*****************************************************************
000020* PROGRAM-ID. SINGEN
000030* STANDING-INSTRUCTION DAILY GENERATOR.
000040* RAISES A TRANSACTION FOR EVERY STANDING INSTRUCTION ON THE
000050* STDINST MASTER THAT FALLS DUE ON OR BEFORE THE BUSINESS DATE,
000060* AND EMITS THEM AS A PROPERLY HEADED AND TRAILERED BATCH FOR
000070* THAT NIGHT'S TXNVAL RUN, THE WAY WHSRELSE RELEASES WAREHOUSED
000080* ITEMS.  A DUE DATE FALLING ON A WEEKEND OR HOLIDAY ON THE
000090* BUSINESS-DAY CALENDAR ROLLS FORWARD TO THE NEXT BUSINESS DAY,
000100* AND THE RAISED TRANSACTION CARRIES THE ROLLED DATE; A DATE WITH
000110* NO CALENDAR ROW IS TREATED AS A BUSINESS DAY.  A DUE DATE MISSED
000120* BY AN ACTIVE INSTRUCTION (A NIGHT THE JOB DID NOT RUN) IS STILL
000130* RAISED, UNDER ITS OWN DATE.  A SUSPENDED INSTRUCTION RAISES
000140* NOTHING - ITS DUE DATES ARE PASSED OVER.  AN INSTRUCTION WHOSE
000150* NEXT DUE DATE IS PAST ITS END DATE IS MARKED EXPIRED AND RAISES
000160* NOTHING MORE.  EACH INSTRUCTION IS STAMPED WITH THE BUSINESS
000170* DATE ONCE ITS TRANSACTIONS ARE WRITTEN, AND AN INSTRUCTION
000180* ALREADY STAMPED FOR THE DATE IS LEFT ALONE.  A RERUN AFTER AN
000190* ABEND KEEPS THE FAILED RUN'S SINOUT WHEN IT HOLDS THIS DATE'S
000192* BATCH, ADDS TO IT WITHOUT A SECOND HEADER AND CARRIES ITS ITEMS
000194* INTO THE TRAILER, SO NO PAYMENT IS RAISED TWICE OR LOST.
000196* GENERATED TRAN-IDS ARE "SI" AND AN 8-DIGIT SEQUENCE HELD ON THE
000200* MASTER'S "**SINSEQ" ENTRY, WHICH IS SAVED BEFORE EVERY ITEM IS
000210* WRITTEN SO A NUMBER IS NEVER ISSUED TWICE AND TXNVAL'S DUPLICATE
000212* CHECK NEVER TRIPS ON A GENERATED ITEM.  THE ENTRY ALSO NAMES THE
000214* INSTRUCTION IN HAND, SO A RERUN DOES NOT RAISE AGAIN THE ITEMS
000220* THAT INSTRUCTION HAD ALREADY WRITTEN.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250         PROGRAM-ID. SINGEN.
000260         AUTHOR. BATCH-SYSTEMS.

000270         ENVIRONMENT DIVISION.
000280         CONFIGURATION SECTION.
000290         SOURCE-COMPUTER. IBM-370.
000300         OBJECT-COMPUTER. IBM-370.

000310         INPUT-OUTPUT SECTION.
000320         FILE-CONTROL.
000330             SELECT STANDING-INSTR-FILE ASSIGN TO STDINST
000340                 ORGANIZATION IS INDEXED
000350                 ACCESS MODE IS DYNAMIC
000360                 RECORD KEY IS SI-INSTR-ID
000370                 FILE STATUS IS WS-STDINST-STATUS.

000380             SELECT CALENDAR-FILE ASSIGN TO BUSCAL
000390                 ORGANIZATION IS INDEXED
000400                 ACCESS MODE IS DYNAMIC
000410                 RECORD KEY IS BC-CAL-DATE
000420                 FILE STATUS IS WS-BUSCAL-STATUS.

000430             SELECT GENERATE-OUT-FILE ASSIGN TO SINOUT
000440                 ORGANIZATION IS SEQUENTIAL
000450                 FILE STATUS IS WS-SINOUT-STATUS.

000460             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000470                 ORGANIZATION IS INDEXED
000480                 ACCESS MODE IS DYNAMIC
000490                 RECORD KEY IS PD-CONTROL-KEY
000500                 FILE STATUS IS WS-PROCDATE-STATUS.

000510         DATA DIVISION.
000520         FILE SECTION.
000530         FD  STANDING-INSTR-FILE
000540             RECORDING MODE IS F.
000550         COPY STDINST.

000560         FD  CALENDAR-FILE
000570             RECORDING MODE IS F.
000580         COPY BUSCAL.

000590         FD  GENERATE-OUT-FILE
000600             RECORDING MODE IS F.
000610         01  GENERATE-OUT-REC                PIC X(101).

000620         FD  PROCESS-DATE-FILE
000630             RECORDING MODE IS F.
000640         COPY PROCDATE.

000650         WORKING-STORAGE SECTION.
000660         01  WS-FILE-STATUSES.
000670             05  WS-STDINST-STATUS           PIC X(02) VALUE "00".
000680             05  WS-BUSCAL-STATUS            PIC X(02) VALUE "00".
000690             05  WS-SINOUT-STATUS            PIC X(02) VALUE "00".
000700             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000710         COPY PROCDTWS.

000720         01  WS-SWITCHES.
000730             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000740                 88  WS-END-OF-FILE              VALUE "Y".
000750             05  WS-CAL-AVAIL-SWITCH         PIC X(01) VALUE "N".
000760                 88  WS-CAL-AVAILABLE             VALUE "Y".
000770             05  WS-ROLL-DONE-SWITCH         PIC X(01) VALUE "N".
000780                 88  WS-ROLL-DONE                 VALUE "Y".
000790             05  WS-DUE-DONE-SWITCH          PIC X(01) VALUE "N".
000800                 88  WS-DUE-DONE                  VALUE "Y".
000810             05  WS-INSTR-EXPIRED-SWITCH     PIC X(01) VALUE "N".
000820                 88  WS-INSTR-NOW-EXPIRED         VALUE "Y".
000821             05  WS-SINOUT-EOF-SWITCH        PIC X(01) VALUE "N".
000822                 88  WS-SINOUT-END                VALUE "Y".
000824             05  WS-SINOUT-KEPT-SWITCH       PIC X(01) VALUE "N".
000825                 88  WS-SINOUT-KEPT               VALUE "Y".
000827             05  WS-SINOUT-WHOLE-SWITCH      PIC X(01) VALUE "N".
000828                 88  WS-SINOUT-WHOLE              VALUE "Y".

000830*        A DATE IS NEVER ROLLED MORE THAN THE STEP CEILING - A
000840*        CALENDAR LOADED AS ALL HOLIDAYS WOULD OTHERWISE SPIN THE
000850*        ROLL FOREVER.  AT THE CEILING THE DATE IN HAND IS USED.
000860*        LIKEWISE NO ONE INSTRUCTION TAKES MORE THAN THE DUE-DATE
000870*        CEILING IN ONE RUN; ANY DATES LEFT OVER ARE TAKEN BY THE
000880*        NEXT RUN.
000890         01  WS-WORK-FIELDS.
000900             05  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000910             05  WS-ROLL-DATE                PIC 9(08) VALUE ZERO.
000920             05  WS-ROLL-DATE-INTEGER        PIC 9(08) VALUE ZERO.
000930             05  WS-ROLL-STEPS               PIC 9(03) VALUE ZERO.
000940             05  WS-ROLL-STEP-MAX            PIC 9(03) VALUE 30.
000950             05  WS-DUE-STEPS                PIC 9(04) VALUE ZERO.
000960             05  WS-DUE-STEP-MAX             PIC 9(04) VALUE 400.
000970             05  WS-DUE-DATE-INTEGER         PIC 9(08) VALUE ZERO.
000980             05  WS-MONTH-STEP               PIC 9(02) VALUE ZERO.
000990             05  WS-MONTH-NUMBER             PIC 9(06) VALUE ZERO.
001000             05  WS-ANCHOR-DAY               PIC 9(02) VALUE ZERO.
001010             05  WS-GEN-BATCH-ID             PIC X(10)
001020                 VALUE SPACES.
001030             05  WS-CURRENT-INSTR-ID         PIC X(08)
001040                 VALUE SPACES.
001050             05  WS-INSTR-RAISED-COUNT       PIC 9(04) VALUE ZERO.
001060             05  WS-INSTR-PASSED-COUNT       PIC 9(04) VALUE ZERO.
001070             05  WS-SEQUENCE-ROW-KEY         PIC X(08)
001080                 VALUE "**SINSEQ".
001090             05  WS-LAST-SEQUENCE            PIC 9(08) VALUE ZERO.
001100             05  WS-GEN-TRAN-ID.
001110                 10  FILLER                  PIC X(02) VALUE "SI".
001120                 10  WS-GEN-TRAN-SEQ         PIC 9(08) VALUE ZERO.
001121             05  WS-OPEN-INSTR-ID            PIC X(08)
001123                 VALUE SPACES.
001125             05  WS-RESUME-INSTR-ID          PIC X(08)
001126                 VALUE SPACES.
001128             05  WS-RESUME-FIRST-SEQ         PIC 9(08) VALUE ZERO.
001130             05  WS-RESUME-SKIP-COUNT        PIC 9(04) VALUE ZERO.
001131             05  WS-EARLIER-SEQ              PIC 9(08) VALUE ZERO.

001133*        THE INSTRUCTION IN HAND, HELD WHILE THE SEQUENCE ENTRY IS
001135*        READ INTO THE SAME RECORD AREA.
001136         01  WS-INSTR-SAVE-AREA              PIC X(100).

001138*        THE NEXT DUE DATE BROKEN DOWN FOR MONTH ARITHMETIC, AND
001140*        THE FIRST OF THE MONTH AFTER IT, ONE DAY BEFORE WHICH IS
001150*        THAT MONTH'S LAST DAY.
001160         01  WS-DUE-DATE-WORK                PIC 9(08) VALUE ZERO.
001170         01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE-WORK.
001180             05  WS-DUE-YEAR                 PIC 9(04).
001190             05  WS-DUE-MONTH                PIC 9(02).
001200             05  WS-DUE-DAY                  PIC 9(02).
001210         01  WS-MONTH-END-WORK               PIC 9(08) VALUE ZERO.
001220         01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-WORK.
001230             05  WS-ME-YEAR                  PIC 9(04).
001240             05  WS-ME-MONTH                 PIC 9(02).
001250             05  WS-ME-DAY                   PIC 9(02).

001260         01  WS-RUN-COUNTERS.
001270             05  WS-INSTR-READ-COUNT         PIC 9(07) VALUE ZERO.
001280             05  WS-GENERATED-COUNT          PIC 9(09) VALUE ZERO.
001290             05  WS-GENERATED-TOTAL          PIC 9(13)V99
001300                 VALUE ZERO.
001310             05  WS-ROLLED-COUNT             PIC 9(07) VALUE ZERO.
001320             05  WS-PASSED-COUNT             PIC 9(07) VALUE ZERO.
001330             05  WS-EXPIRED-COUNT            PIC 9(07) VALUE ZERO.
001340             05  WS-ALREADY-DONE-COUNT       PIC 9(07) VALUE ZERO.
001345             05  WS-RESUMED-COUNT            PIC 9(07) VALUE ZERO.

001350         COPY TRANREC.

001360         PROCEDURE DIVISION.
001370         0000-MAIN-CONTROL.
001380             PERFORM 1000-INITIALIZE
001390             PERFORM 2000-PROCESS-INSTRUCTION
001400                 UNTIL WS-END-OF-FILE
001410             PERFORM 3000-FINALIZE
001420             PERFORM 8950-COMPLETE-PROCESS-STEP
001430             STOP RUN.

001440         1000-INITIALIZE.
001450             MOVE "SINGEN" TO WS-STEP-NAME
001460             MOVE "SINGEN" TO WS-STEP-SCHEDULE-NAME
001470             PERFORM 8900-START-PROCESS-STEP
001480             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE

001490             OPEN I-O STANDING-INSTR-FILE
001500             IF WS-STDINST-STATUS = "35"
001510                 OPEN OUTPUT STANDING-INSTR-FILE
001520                 CLOSE STANDING-INSTR-FILE
001530                 OPEN I-O STANDING-INSTR-FILE
001540             END-IF
001550             IF WS-STDINST-STATUS NOT = "00"
001560                 DISPLAY "ERROR OPENING STANDING-INSTR-FILE "
001570                     "STATUS=" WS-STDINST-STATUS
001580                 GO TO 9999-ABEND
001590             END-IF

001600*        A MISSING CALENDAR IS NOT FATAL - EVERY DATE IS TREATED
001610*        AS A BUSINESS DAY, SO DUE INSTRUCTIONS STILL RAISE.
001611             OPEN INPUT CALENDAR-FILE
001612             IF WS-BUSCAL-STATUS = "00"
001613                 SET WS-CAL-AVAILABLE TO TRUE
001614             ELSE
001615                 DISPLAY "WARNING: CALENDAR-FILE NOT AVAILABLE "
001616                     "STATUS=" WS-BUSCAL-STATUS
001617                     " - EVERY DATE TREATED AS A BUSINESS DAY"
001618             END-IF

001619             PERFORM 1200-LOAD-SEQUENCE
001620             STRING "SIN" WS-BUSINESS-DATE (3:6)
001622                 DELIMITED BY SIZE INTO WS-GEN-BATCH-ID
001623             IF WS-STEP-ROW-EXISTS
001624                 PERFORM 1100-CHECK-EARLIER-OUTPUT
001625             END-IF
001626             IF WS-SINOUT-WHOLE
001627                 DISPLAY "SINGEN RERUN - SINOUT ALREADY HAS ITS "
001628                     "TRAILER - NOTHING MORE RAISED"
001629                 SET WS-END-OF-FILE TO TRUE
001630             ELSE
001631                 PERFORM 1150-OPEN-GENERATE-OUT
001633                 MOVE LOW-VALUES TO SI-INSTR-ID
001634                 START STANDING-INSTR-FILE
001635                     KEY IS NOT LESS THAN SI-INSTR-ID
001636                     INVALID KEY
001637                         SET WS-END-OF-FILE TO TRUE
001638                 END-START
001639                 IF NOT WS-END-OF-FILE
001640                     PERFORM 2050-READ-INSTRUCTION
001641                 END-IF
001642             END-IF.

001644         1100-CHECK-EARLIER-OUTPUT.
001645*        ON A RERUN THE FAILED RUN'S SINOUT IS KEPT IF IT HOLDS
001646*        THIS DATE'S BATCH - THE INSTRUCTIONS BEHIND ITS ITEMS ARE
001647*        STAMPED AND WILL NOT RAISE AGAIN.  ITS ITEMS RESEED THE
001648*        TRAILER COUNT AND TOTAL, AND THOSE OF AN INSTRUCTION IT
001649*        WAS PART WAY THROUGH ARE COUNTED SO THAT INSTRUCTION DOES
001650*        NOT RAISE THEM AGAIN.  A FILE WITH NO HEADER FOR THIS
001651*        BATCH IS AN EARLIER DATE'S AND IS REPLACED.
001652             OPEN INPUT GENERATE-OUT-FILE
001653             IF WS-SINOUT-STATUS = "00"
001655                 PERFORM 1110-READ-EARLIER-OUTPUT
001656                 IF NOT WS-SINOUT-END
001657                     AND TRAN-IS-HEADER
001658                     AND CTL-BATCH-ID = WS-GEN-BATCH-ID
001659                     SET WS-SINOUT-KEPT TO TRUE
001660                     PERFORM 1110-READ-EARLIER-OUTPUT
001661                     PERFORM 1120-RESEED-FROM-EARLIER
001662                         UNTIL WS-SINOUT-END
001663                 END-IF
001664                 CLOSE GENERATE-OUT-FILE
001665             END-IF
001667             IF WS-SINOUT-KEPT
001668                 DISPLAY "SINGEN RERUN - " WS-GENERATED-COUNT
001669                     " ITEMS ALREADY ON SINOUT KEPT"
001670             END-IF.

001671         1110-READ-EARLIER-OUTPUT.
001672             READ GENERATE-OUT-FILE INTO TRAN-RECORD
001673                 AT END
001674                     SET WS-SINOUT-END TO TRUE
001675             END-READ.

001676         1120-RESEED-FROM-EARLIER.
001678             EVALUATE TRUE
001679                 WHEN TRAN-IS-TRAILER
001680                     SET WS-SINOUT-WHOLE TO TRUE
001681                 WHEN TRAN-IS-DETAIL
001682                     ADD 1 TO WS-GENERATED-COUNT
001683                     ADD TRAN-AMOUNT TO WS-GENERATED-TOTAL
001684                     IF WS-RESUME-INSTR-ID NOT = SPACES
001685                         AND TRAN-ID (3:8) IS NUMERIC
001686                         MOVE TRAN-ID (3:8) TO WS-EARLIER-SEQ
001687                         IF WS-EARLIER-SEQ
001689                             NOT < WS-RESUME-FIRST-SEQ
001690                             ADD 1 TO WS-RESUME-SKIP-COUNT
001691                         END-IF
001692                     END-IF
001693             END-EVALUATE
001694             PERFORM 1110-READ-EARLIER-OUTPUT.

001695         1150-OPEN-GENERATE-OUT.
001696             IF WS-SINOUT-KEPT
001697                 OPEN EXTEND GENERATE-OUT-FILE
001698             ELSE
001700                 OPEN OUTPUT GENERATE-OUT-FILE
001705             END-IF
001710             IF WS-SINOUT-STATUS NOT = "00"
001720                 DISPLAY "ERROR OPENING GENERATE-OUT-FILE STATUS="
001730                     WS-SINOUT-STATUS
001740                 GO TO 9999-ABEND
001750             END-IF
001760             IF NOT WS-SINOUT-KEPT
001770                 PERFORM 1300-WRITE-GENERATE-HEADER
001820             END-IF.

001870         1200-LOAD-SEQUENCE.
001880*        THE TRAN-ID SEQUENCE ENTRY IS CREATED AT ZERO THE FIRST
001890*        TIME THE GENERATOR RUNS.
001900             MOVE WS-SEQUENCE-ROW-KEY TO SI-INSTR-ID
001910             READ STANDING-INSTR-FILE
001920                 INVALID KEY
001930                     MOVE SPACES TO STANDING-INSTR-RECORD
001940                     MOVE WS-SEQUENCE-ROW-KEY TO SI-INSTR-ID
001950                     MOVE ZERO TO SS-LAST-SEQUENCE
001960                     WRITE STANDING-INSTR-RECORD
001970                     IF WS-STDINST-STATUS NOT = "00"
001980                         DISPLAY "ERROR CREATING TRAN-ID "
001990                             "SEQUENCE STATUS=" WS-STDINST-STATUS
002000                         GO TO 9999-ABEND
002010                     END-IF
002020             END-READ
002030             MOVE SS-LAST-SEQUENCE TO WS-LAST-SEQUENCE
002031             IF WS-STEP-ROW-EXISTS
002032                 AND SS-OPEN-INSTR-ID NOT = SPACES
002033                 MOVE SS-OPEN-INSTR-ID TO WS-RESUME-INSTR-ID
002034                 MOVE SS-OPEN-FIRST-SEQUENCE
002035                     TO WS-RESUME-FIRST-SEQ
002036                 DISPLAY "SINGEN RERUN - INSTRUCTION "
002037                     WS-RESUME-INSTR-ID " WAS IN HAND FROM "
002038                     "SEQUENCE " WS-RESUME-FIRST-SEQ
002039             END-IF.

002040         1300-WRITE-GENERATE-HEADER.
002070             MOVE SPACES TO TRAN-RECORD
002080             INITIALIZE TRAN-RECORD
002090             SET TRAN-IS-HEADER TO TRUE
002100             MOVE ZERO TO CTL-RECORD-COUNT
002110             MOVE ZERO TO CTL-TOTAL-AMOUNT
002120             MOVE WS-GEN-BATCH-ID TO CTL-BATCH-ID
002130             WRITE GENERATE-OUT-REC FROM TRAN-RECORD.

002140         2050-READ-INSTRUCTION.
002150             READ STANDING-INSTR-FILE NEXT RECORD
002160                 AT END
002170                     SET WS-END-OF-FILE TO TRUE
002180             END-READ.

002190         2000-PROCESS-INSTRUCTION.
002200             IF NOT SI-IS-SEQUENCE-ROW
002210                 ADD 1 TO WS-INSTR-READ-COUNT
002220                 EVALUATE TRUE
002230                     WHEN SI-INSTR-EXPIRED
002240                         CONTINUE
002250                     WHEN SI-LAST-GEN-DATE NOT < WS-TODAY-DATE
002260                         ADD 1 TO WS-ALREADY-DONE-COUNT
002270                         DISPLAY "INSTRUCTION " SI-INSTR-ID
002280                             " ALREADY RAISED FOR "
002290                             SI-LAST-GEN-DATE
002300                             " - NOT RAISED AGAIN"
002310                     WHEN NOT SI-FREQ-VALID
002320                         DISPLAY "WARNING: INSTRUCTION "
002330                             SI-INSTR-ID " FREQUENCY "
002340                             SI-FREQUENCY
002350                             " INVALID - NOT RAISED"
002360                     WHEN OTHER
002370                         PERFORM 2100-WORK-INSTRUCTION
002380                 END-EVALUATE
002390             END-IF
002400             IF NOT WS-END-OF-FILE
002410                 PERFORM 2050-READ-INSTRUCTION
002420             END-IF.

002430         2100-WORK-INSTRUCTION.
002440*        TAKES EVERY DUE DATE THAT HAS ROLLED ON OR BEFORE THE
002450*        BUSINESS DATE, THEN SAVES THE INSTRUCTION'S NEW NEXT DUE
002460*        DATE AND STATUS.
002470             MOVE SI-INSTR-ID TO WS-CURRENT-INSTR-ID
002480             MOVE ZERO TO WS-INSTR-RAISED-COUNT
002490             MOVE ZERO TO WS-INSTR-PASSED-COUNT
002500             MOVE ZERO TO WS-DUE-STEPS
002510             MOVE "N" TO WS-DUE-DONE-SWITCH
002520             MOVE "N" TO WS-INSTR-EXPIRED-SWITCH
002530             PERFORM 2200-TAKE-DUE-DATE
002540                 UNTIL WS-DUE-DONE
002550             IF WS-INSTR-NOW-EXPIRED
002560                 SET SI-INSTR-EXPIRED TO TRUE
002570                 ADD 1 TO WS-EXPIRED-COUNT
002580                 DISPLAY "EXPIRED: INSTRUCTION " SI-INSTR-ID
002590                     " END DATE " SI-END-DATE
002600             END-IF
002610             IF WS-INSTR-RAISED-COUNT > ZERO
002620                 MOVE WS-TODAY-DATE TO SI-LAST-GEN-DATE
002630             END-IF
002640             IF WS-INSTR-RAISED-COUNT > ZERO
002650                 OR WS-INSTR-PASSED-COUNT > ZERO
002660                 OR WS-INSTR-NOW-EXPIRED
002670                 REWRITE STANDING-INSTR-RECORD
002680                 IF WS-STDINST-STATUS NOT = "00"
002690                     DISPLAY "ERROR UPDATING INSTRUCTION "
002700                         SI-INSTR-ID " STATUS=" WS-STDINST-STATUS
002710                     GO TO 9999-ABEND
002720                 END-IF
002730             END-IF
002740             IF WS-INSTR-RAISED-COUNT > ZERO
002745                 MOVE SPACES TO WS-OPEN-INSTR-ID
002750                 PERFORM 2900-SAVE-SEQUENCE
002755                 PERFORM 2950-RESUME-BROWSE
002760             END-IF.

002770         2200-TAKE-DUE-DATE.
002780             IF SI-END-DATE NOT = ZERO
002790                 AND SI-NEXT-DUE-DATE > SI-END-DATE
002800                 SET WS-INSTR-NOW-EXPIRED TO TRUE
002810                 SET WS-DUE-DONE TO TRUE
002820             ELSE
002830                 MOVE SI-NEXT-DUE-DATE TO WS-ROLL-DATE
002840                 PERFORM 2300-ROLL-TO-BUSINESS-DAY
002850                 IF WS-ROLL-DATE > WS-TODAY-DATE
002860                     SET WS-DUE-DONE TO TRUE
002870                 ELSE
002880                     IF SI-INSTR-ACTIVE
002890                         PERFORM 2400-RAISE-TRANSACTION
002900                     ELSE
002910                         ADD 1 TO WS-INSTR-PASSED-COUNT
002920                         ADD 1 TO WS-PASSED-COUNT
002930                     END-IF
002940                     PERFORM 2500-ADVANCE-DUE-DATE
002950                     ADD 1 TO WS-DUE-STEPS
002960                     IF WS-DUE-STEPS NOT < WS-DUE-STEP-MAX
002970                         DISPLAY "WARNING: INSTRUCTION "
002980                             SI-INSTR-ID " HAS MORE THAN "
002990                             WS-DUE-STEP-MAX
003000                             " DUE DATES OUTSTANDING - REST LEFT "
003010                             "FOR THE NEXT RUN"
003020                         SET WS-DUE-DONE TO TRUE
003030                     END-IF
003040                 END-IF
003050             END-IF.

003060         2300-ROLL-TO-BUSINESS-DAY.
003070*        STEP THE DUE DATE FORWARD UNTIL IT LANDS ON A BUSINESS
003080*        DAY.  A DATE WITH NO CALENDAR ROW COUNTS AS A BUSINESS
003090*        DAY SO A SHORT CALENDAR LOAD CANNOT STALL THE GENERATOR.
003100             MOVE "N" TO WS-ROLL-DONE-SWITCH
003110             MOVE ZERO TO WS-ROLL-STEPS
003120             IF NOT WS-CAL-AVAILABLE
003130                 SET WS-ROLL-DONE TO TRUE
003140             END-IF
003150             PERFORM 2310-ROLL-ONE-DAY
003160                 UNTIL WS-ROLL-DONE.

003170         2310-ROLL-ONE-DAY.
003180             MOVE WS-ROLL-DATE TO BC-CAL-DATE
003190             READ CALENDAR-FILE
003200                 INVALID KEY
003210                     SET WS-ROLL-DONE TO TRUE
003220                 NOT INVALID KEY
003230                     IF BC-BUSINESS-DAY
003240                         SET WS-ROLL-DONE TO TRUE
003250                     ELSE
003260                         ADD 1 TO WS-ROLL-STEPS
003270                         IF WS-ROLL-STEPS > WS-ROLL-STEP-MAX
003280                             DISPLAY "WARNING: NO BUSINESS DAY "
003290                                 "WITHIN " WS-ROLL-STEP-MAX
003300                                 " DAYS OF " SI-NEXT-DUE-DATE
003310                                 " FOR INSTRUCTION " SI-INSTR-ID
003320                                 " - RAISING ON "
003330                                 WS-ROLL-DATE
003340                             SET WS-ROLL-DONE TO TRUE
003350                         ELSE
003360                             COMPUTE WS-ROLL-DATE-INTEGER =
003370                                 FUNCTION INTEGER-OF-DATE
003380                                 (WS-ROLL-DATE) + 1
003390                             COMPUTE WS-ROLL-DATE =
003400                                 FUNCTION DATE-OF-INTEGER
003410                                 (WS-ROLL-DATE-INTEGER)
003420                         END-IF
003430                     END-IF
003440             END-READ.

003450         2400-RAISE-TRANSACTION.
003451*        A DUE DATE WHOSE ITEM A FAILED EARLIER RUN ALREADY WROTE
003452*        TO THE KEPT SINOUT COUNTS AS RAISED BUT IS NOT RAISED
003453*        AGAIN.
003454             IF WS-RESUME-SKIP-COUNT > ZERO
003455                 AND SI-INSTR-ID = WS-RESUME-INSTR-ID
003456                 SUBTRACT 1 FROM WS-RESUME-SKIP-COUNT
003457                 ADD 1 TO WS-INSTR-RAISED-COUNT
003458                 ADD 1 TO WS-RESUMED-COUNT
003460                 DISPLAY "ALREADY ON SINOUT: INSTRUCTION "
003461                     SI-INSTR-ID " DUE " SI-NEXT-DUE-DATE
003462                     " - NOT RAISED AGAIN"
003463             ELSE
003464                 PERFORM 2410-ISSUE-TRANSACTION
003465             END-IF.

003466         2410-ISSUE-TRANSACTION.
003467*        THE SEQUENCE NUMBER IS SAVED BEFORE THE ITEM IS WRITTEN.
003468             ADD 1 TO WS-LAST-SEQUENCE
003470                 ON SIZE ERROR
003480                     DISPLAY "ERROR: STANDING-INSTRUCTION "
003490                         "TRAN-ID SEQUENCE EXHAUSTED"
003500                     GO TO 9999-ABEND
003510             END-ADD
003520             MOVE WS-LAST-SEQUENCE TO WS-GEN-TRAN-SEQ
003523             MOVE SI-INSTR-ID TO WS-OPEN-INSTR-ID
003526             PERFORM 2900-SAVE-SEQUENCE
003530             MOVE SPACES TO TRAN-RECORD
003540             INITIALIZE TRAN-RECORD
003550             SET TRAN-IS-DETAIL TO TRUE
003560             MOVE WS-GEN-TRAN-ID TO TRAN-ID
003570             MOVE SI-TRAN-TYPE-CODE TO TRAN-TYPE-CODE
003580             MOVE SI-CURRENCY-CODE TO TRAN-CURRENCY-CODE
003590             MOVE SI-AMOUNT TO TRAN-AMOUNT
003600             MOVE WS-ROLL-DATE TO TRAN-DATE
003610             MOVE SI-APPROVER-ID TO TRAN-APPROVER-ID
003620             MOVE SI-ACCOUNT-ID TO TRAN-ACCOUNT-ID
003630             WRITE GENERATE-OUT-REC FROM TRAN-RECORD
003640             ADD 1 TO WS-INSTR-RAISED-COUNT
003650             ADD 1 TO WS-GENERATED-COUNT
003660             ADD SI-AMOUNT TO WS-GENERATED-TOTAL
003670             IF WS-ROLL-DATE NOT = SI-NEXT-DUE-DATE
003680                 ADD 1 TO WS-ROLLED-COUNT
003690             END-IF
003700             DISPLAY "RAISED: TRAN " WS-GEN-TRAN-ID
003710                 " FOR INSTRUCTION " SI-INSTR-ID
003720                 " DUE " SI-NEXT-DUE-DATE
003730                 " ON " WS-ROLL-DATE
003740                 " IN BATCH " WS-GEN-BATCH-ID.

003750         2500-ADVANCE-DUE-DATE.
003760*        THE NEXT DUE DATE IS STEPPED FROM THE SCHEDULED DATE, NOT
003770*        THE ROLLED ONE, SO A ROLL NEVER DRIFTS THE SCHEDULE.
003780             EVALUATE TRUE
003790                 WHEN SI-FREQ-DAILY
003800                     MOVE 1 TO WS-DUE-DATE-INTEGER
003810                     PERFORM 2510-ADD-DAYS
003820                 WHEN SI-FREQ-WEEKLY
003830                     MOVE 7 TO WS-DUE-DATE-INTEGER
003840                     PERFORM 2510-ADD-DAYS
003850                 WHEN SI-FREQ-FORTNIGHTLY
003860                     MOVE 14 TO WS-DUE-DATE-INTEGER
003870                     PERFORM 2510-ADD-DAYS
003880                 WHEN SI-FREQ-MONTHLY
003890                     MOVE 1 TO WS-MONTH-STEP
003900                     PERFORM 2520-ADD-MONTHS
003910                 WHEN SI-FREQ-QUARTERLY
003920                     MOVE 3 TO WS-MONTH-STEP
003930                     PERFORM 2520-ADD-MONTHS
003940                 WHEN OTHER
003950                     MOVE 12 TO WS-MONTH-STEP
003960                     PERFORM 2520-ADD-MONTHS
003970             END-EVALUATE.

003980         2510-ADD-DAYS.
003990             COMPUTE WS-DUE-DATE-INTEGER =
004000                 FUNCTION INTEGER-OF-DATE (SI-NEXT-DUE-DATE)
004010                     + WS-DUE-DATE-INTEGER
004020             COMPUTE SI-NEXT-DUE-DATE =
004030                 FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INTEGER).

004040         2520-ADD-MONTHS.
004050*        MONTHLY DATES KEEP THE START DATE'S DAY OF THE MONTH,
004060*        FALLING BACK TO THE LAST DAY OF A SHORTER MONTH.
004070             MOVE SI-NEXT-DUE-DATE TO WS-DUE-DATE-WORK
004080             MOVE SI-START-DATE (7:2) TO WS-ANCHOR-DAY
004090             COMPUTE WS-MONTH-NUMBER =
004100                 WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1
004110                     + WS-MONTH-STEP
004120             DIVIDE WS-MONTH-NUMBER BY 12
004130                 GIVING WS-DUE-YEAR REMAINDER WS-DUE-MONTH
004140             ADD 1 TO WS-DUE-MONTH
004150             MOVE 1 TO WS-DUE-DAY
004160             COMPUTE WS-MONTH-NUMBER = WS-MONTH-NUMBER + 1
004170             DIVIDE WS-MONTH-NUMBER BY 12
004180                 GIVING WS-ME-YEAR REMAINDER WS-ME-MONTH
004190             ADD 1 TO WS-ME-MONTH
004200             MOVE 1 TO WS-ME-DAY
004210             COMPUTE WS-DUE-DATE-INTEGER =
004220                 FUNCTION INTEGER-OF-DATE (WS-MONTH-END-WORK) - 1
004230             COMPUTE WS-MONTH-END-WORK =
004240                 FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INTEGER)
004250             IF WS-ANCHOR-DAY > WS-ME-DAY
004260                 MOVE WS-ME-DAY TO WS-DUE-DAY
004270             ELSE
004280                 MOVE WS-ANCHOR-DAY TO WS-DUE-DAY
004290             END-IF
004300             MOVE WS-DUE-DATE-WORK TO SI-NEXT-DUE-DATE.

004310         2900-SAVE-SEQUENCE.
004320*        THE SEQUENCE ENTRY IS REWRITTEN BEFORE EVERY GENERATED
004330*        ITEM IS WRITTEN, SO AN ABEND CAN AT WORST LEAVE A NUMBER
004340*        UNUSED, NEVER ISSUE ONE TWICE.  IT ALSO NAMES THE
004342*        INSTRUCTION IN HAND AND THE FIRST NUMBER THAT INSTRUCTION
004344*        TOOK, AND IS CLEARED ONCE THE INSTRUCTION IS STAMPED.
004346*        THE INSTRUCTION'S RECORD IS PUT BACK AFTERWARDS.
004348             MOVE STANDING-INSTR-RECORD TO WS-INSTR-SAVE-AREA
004350             MOVE WS-SEQUENCE-ROW-KEY TO SI-INSTR-ID
004360             READ STANDING-INSTR-FILE
004370                 INVALID KEY
004380                     DISPLAY "ERROR: TRAN-ID SEQUENCE ENTRY "
004390                         "MISSING FROM STANDING-INSTR-FILE"
004400                     GO TO 9999-ABEND
004410             END-READ
004420             MOVE WS-LAST-SEQUENCE TO SS-LAST-SEQUENCE
004421             IF WS-OPEN-INSTR-ID = SPACES
004423                 MOVE SPACES TO SS-OPEN-INSTR-ID
004425                 MOVE ZERO TO SS-OPEN-FIRST-SEQUENCE
004426             ELSE
004428                 IF SS-OPEN-INSTR-ID NOT = WS-OPEN-INSTR-ID
004430                     MOVE WS-OPEN-INSTR-ID TO SS-OPEN-INSTR-ID
004431                     MOVE WS-LAST-SEQUENCE
004433                         TO SS-OPEN-FIRST-SEQUENCE
004435                 END-IF
004436             END-IF
004438             REWRITE STANDING-INSTR-RECORD
004440             IF WS-STDINST-STATUS NOT = "00"
004450                 DISPLAY "ERROR SAVING TRAN-ID SEQUENCE STATUS="
004460                     WS-STDINST-STATUS
004470                 GO TO 9999-ABEND
004480             END-IF
004482             MOVE WS-INSTR-SAVE-AREA TO STANDING-INSTR-RECORD.

004484         2950-RESUME-BROWSE.
004486*        THE SEQUENCE ENTRY WAS READ SINCE THE LAST READ NEXT, SO
004488*        THE BROWSE IS PICKED UP AGAIN AFTER THE INSTRUCTION.
004490             MOVE WS-CURRENT-INSTR-ID TO SI-INSTR-ID
004500             START STANDING-INSTR-FILE
004510                 KEY IS GREATER THAN SI-INSTR-ID
004520                 INVALID KEY
004530                     SET WS-END-OF-FILE TO TRUE
004540             END-START.

004550         3000-FINALIZE.
004555             IF NOT WS-SINOUT-WHOLE
004560                 MOVE SPACES TO TRAN-RECORD
004570                 INITIALIZE TRAN-RECORD
004580                 SET TRAN-IS-TRAILER TO TRUE
004590                 MOVE WS-GENERATED-COUNT TO CTL-RECORD-COUNT
004600                 MOVE WS-GENERATED-TOTAL TO CTL-TOTAL-AMOUNT
004610                 MOVE WS-GEN-BATCH-ID TO CTL-BATCH-ID
004620                 WRITE GENERATE-OUT-REC FROM TRAN-RECORD
004623                 CLOSE GENERATE-OUT-FILE
004626             END-IF
004630             DISPLAY "SINGEN: READ " WS-INSTR-READ-COUNT
004640                 " RAISED " WS-GENERATED-COUNT
004650                 " VALUE " WS-GENERATED-TOTAL
004660                 " ROLLED " WS-ROLLED-COUNT
004670                 " PASSED OVER " WS-PASSED-COUNT
004680                 " EXPIRED " WS-EXPIRED-COUNT
004690                 " ALREADY RAISED " WS-ALREADY-DONE-COUNT
004695                 " KEPT FROM FAILED RUN " WS-RESUMED-COUNT
004700             CLOSE STANDING-INSTR-FILE
004710             IF WS-CAL-AVAILABLE
004720                 CLOSE CALENDAR-FILE
004730             END-IF.

004750         8900-START-PROCESS-STEP.
004760*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
004770*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
004780*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
004790*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
004800*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
004810*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
004820*        START STAMP REPLACED.
004830             OPEN I-O PROCESS-DATE-FILE
004840             IF WS-PROCDATE-STATUS NOT = "00"
004850                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
004860                     WS-PROCDATE-STATUS
004870                 GO TO 9999-ABEND
004880             END-IF
004890             PERFORM 8810-READ-DATE-ROW

004900             MOVE "N" TO WS-STEP-REFUSED-SWITCH
004910             PERFORM 8910-CHECK-STEP-SCHEDULE
004920                 VARYING WS-SCHED-SUB FROM 1 BY 1
004930                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
004940             IF WS-STEP-REFUSED
004950                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
004960                     "BUSINESS DATE " WS-BUSINESS-DATE
004970                 GO TO 9999-ABEND
004980             END-IF

004990             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
005000             MOVE WS-STEP-NAME TO PD-KEY-STEP
005010             READ PROCESS-DATE-FILE
005020                 INVALID KEY
005030                     MOVE "N" TO WS-STEP-ROW-SWITCH
005040                 NOT INVALID KEY
005050                     SET WS-STEP-ROW-EXISTS TO TRUE
005060             END-READ
005070             IF WS-STEP-ROW-EXISTS
005080                 IF PD-STEP-COMPLETED
005090                     DISPLAY "ERROR: STEP " WS-STEP-NAME
005100                         " ALREADY COMPLETED FOR BUSINESS DATE "
005110                         WS-BUSINESS-DATE
005120                     GO TO 9999-ABEND
005130                 END-IF
005140                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
005150                     "STARTED " PD-STEP-START-TS
005160             ELSE
005170                 MOVE SPACES TO PD-STEP-DATA
005180                 MOVE ZERO TO PD-STEP-END-TS
005190                 MOVE ZERO TO PD-STEP-RUN-COUNT
005200             END-IF
005210             SET PD-STEP-STARTED TO TRUE
005220             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
005230             ADD 1 TO PD-STEP-RUN-COUNT
005240             IF WS-STEP-ROW-EXISTS
005250                 REWRITE PROCESS-DATE-RECORD
005260             ELSE
005270                 WRITE PROCESS-DATE-RECORD
005280             END-IF
005290             IF WS-PROCDATE-STATUS NOT = "00"
005300                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
005310                     " STATUS=" WS-PROCDATE-STATUS
005320                 GO TO 9999-ABEND
005330             END-IF
005340             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
005350                 "DATE " WS-BUSINESS-DATE.

005360         8810-READ-DATE-ROW.
005370             MOVE ZERO TO PD-KEY-DATE
005380             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
005390             READ PROCESS-DATE-FILE
005400                 INVALID KEY
005410                     DISPLAY "ERROR: NO BUSINESS DATE ON "
005420                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
005430                     GO TO 9999-ABEND
005440             END-READ
005450             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
005460             MOVE PD-PRIOR-BUSINESS-DATE
005470                 TO WS-PRIOR-BUSINESS-DATE.

005480         8910-CHECK-STEP-SCHEDULE.
005490             IF WS-SCHED-STEP (WS-SCHED-SUB)
005500                     = WS-STEP-SCHEDULE-NAME
005510                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
005520                     VARYING WS-PREREQ-SUB FROM 1 BY 1
005530                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
005540             END-IF.

005550         8920-CHECK-SCHEDULED-PREREQ.
005560             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
005570                 TO WS-PREREQ-STEP
005580             IF WS-PREREQ-STEP NOT = SPACES
005590                 PERFORM 8930-TEST-PREREQ-STEP
005600             END-IF.

005610         8930-TEST-PREREQ-STEP.
005620             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
005630             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
005640             READ PROCESS-DATE-FILE
005650                 INVALID KEY
005660                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
005670                         WS-PREREQ-STEP " - NOT RUN FOR "
005680                         "BUSINESS DATE " WS-BUSINESS-DATE
005690                     SET WS-STEP-REFUSED TO TRUE
005700                 NOT INVALID KEY
005710                     IF NOT PD-STEP-COMPLETED
005720                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
005730                             WS-PREREQ-STEP " - NOT COMPLETED "
005740                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
005750                         SET WS-STEP-REFUSED TO TRUE
005760                     END-IF
005770             END-READ.

005780         8950-COMPLETE-PROCESS-STEP.
005790*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
005800*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
005810*        AND THE STEPS WAITING ON IT STAY HELD.
005820             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
005830             MOVE WS-STEP-NAME TO PD-KEY-STEP
005840             READ PROCESS-DATE-FILE
005850                 INVALID KEY
005860                     DISPLAY "ERROR: STEP " WS-STEP-NAME
005870                         " MISSING FROM PROCESS-DATE-FILE"
005880                     GO TO 9999-ABEND
005890             END-READ
005900             SET PD-STEP-COMPLETED TO TRUE
005910             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
005920             REWRITE PROCESS-DATE-RECORD
005930             IF WS-PROCDATE-STATUS NOT = "00"
005940                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
005950                     " STATUS=" WS-PROCDATE-STATUS
005960                 GO TO 9999-ABEND
005970             END-IF
005980             CLOSE PROCESS-DATE-FILE.


005990         9999-ABEND.
006000             DISPLAY "SINGEN ABENDING"
006010             CLOSE STANDING-INSTR-FILE
006020             CLOSE CALENDAR-FILE
006030             CLOSE GENERATE-OUT-FILE
006040             CLOSE PROCESS-DATE-FILE
006050             STOP RUN.
