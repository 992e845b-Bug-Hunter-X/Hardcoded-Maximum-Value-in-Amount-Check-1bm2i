000010*****************************************************************
000020* PROGRAM-ID. PDROLL
000030* BUSINESS PROCESSING-DATE ROLL.
000040* LAST STEP OF THE NIGHT.  MOVES THE BUSINESS DATE ON THE
000050* PROCESSING-DATE CONTROL FILE FORWARD TO THE NEXT BUSINESS DAY
000060* ON THE BUSINESS-DAY CALENDAR, SO EVERY PROGRAM IN THE NEXT
000070* NIGHT'S CYCLE DATES ITS WORK TO THAT DAY WHATEVER THE CLOCK
000080* SAYS.  THE ROLL IS REFUSED UNTIL THE STEPS PDROLL WAITS ON IN
000090* THE PROCDTWS SCHEDULE (GLEXTRCT AND NETPOSN) HAVE COMPLETED
000100* FOR THE CURRENT DATE, AND WHILE ANY NIGHTLY STEP IS STILL
000103* RECORDED AS STARTED FOR IT - A FAILED STEP MUST BE RERUN TO
000106* COMPLETION BEFORE ITS DATE IS CLOSED.  THE STEPS RECORDED FOR
000110* THE DATE BEING CLOSED ARE LISTED.
000120* THE FIRST RUN IS GIVEN THE STARTING BUSINESS DATE AS A PARM
000130* (YYYYMMDD), WHICH ONLY SETS THE DATE WHEN NONE IS ON FILE.
000140* A DATE WITH NO CALENDAR ROW IS TREATED AS A BUSINESS DAY.
000150*****************************************************************
000160 IDENTIFICATION DIVISION.
000170         PROGRAM-ID. PDROLL.
000180         AUTHOR. BATCH-SYSTEMS.

000190         ENVIRONMENT DIVISION.
000200         CONFIGURATION SECTION.
000210         SOURCE-COMPUTER. IBM-370.
000220         OBJECT-COMPUTER. IBM-370.

000230         INPUT-OUTPUT SECTION.
000240         FILE-CONTROL.
000250             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000260                 ORGANIZATION IS INDEXED
000270                 ACCESS MODE IS DYNAMIC
000280                 RECORD KEY IS PD-CONTROL-KEY
000290                 FILE STATUS IS WS-PROCDATE-STATUS.

000300             SELECT CALENDAR-FILE ASSIGN TO BUSCAL
000310                 ORGANIZATION IS INDEXED
000320                 ACCESS MODE IS DYNAMIC
000330                 RECORD KEY IS BC-CAL-DATE
000340                 FILE STATUS IS WS-BUSCAL-STATUS.

000350         DATA DIVISION.
000360         FILE SECTION.
000370         FD  PROCESS-DATE-FILE
000380             RECORDING MODE IS F.
000390         COPY PROCDATE.

000400         FD  CALENDAR-FILE
000410             RECORDING MODE IS F.
000420         COPY BUSCAL.

000430         WORKING-STORAGE SECTION.
000440         01  WS-FILE-STATUSES.
000450             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
000460             05  WS-BUSCAL-STATUS            PIC X(02) VALUE "00".

000470         COPY PROCDTWS.

000480         01  WS-SWITCHES.
000490             05  WS-STEP-EOF-SWITCH          PIC X(01) VALUE "N".
000500                 88  WS-END-OF-STEPS             VALUE "Y".
000510             05  WS-CAL-AVAIL-SWITCH         PIC X(01) VALUE "N".
000520                 88  WS-CAL-AVAILABLE             VALUE "Y".
000530             05  WS-ROLL-DONE-SWITCH         PIC X(01) VALUE "N".
000540                 88  WS-ROLL-DONE                 VALUE "Y".
000550             05  WS-DATE-ROW-SWITCH          PIC X(01) VALUE "N".
000560                 88  WS-DATE-ROW-EXISTS           VALUE "Y".

000570*        THE DATE IS NEVER ROLLED MORE THAN THE STEP CEILING - A
000580*        CALENDAR LOADED AS ALL HOLIDAYS WOULD OTHERWISE SPIN THE
000590*        ROLL FOREVER.  AT THE CEILING THE DATE IN HAND IS USED.
000600         01  WS-WORK-FIELDS.
000610             05  WS-PARM-DATE                PIC X(08)
000620                 VALUE SPACES.
000630             05  WS-PARM-DATE-NUM REDEFINES WS-PARM-DATE
000640                                             PIC 9(08).
000650             05  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
000660             05  WS-ROLL-DATE-INTEGER        PIC 9(08) VALUE ZERO.
000670             05  WS-ROLL-STEPS               PIC 9(03) VALUE ZERO.
000680             05  WS-ROLL-STEP-MAX            PIC 9(03) VALUE 30.
000690             05  WS-DAYS-ROLLED              PIC 9(03) VALUE ZERO.

000700         01  WS-RUN-COUNTERS.
000710             05  WS-STEPS-LISTED-COUNT       PIC 9(05) VALUE ZERO.
000720             05  WS-STEPS-COMPLETED-COUNT    PIC 9(05) VALUE ZERO.
000730             05  WS-STEPS-OPEN-COUNT         PIC 9(05) VALUE ZERO.

000740         LINKAGE SECTION.
000750         01  LS-PARM-START-DATE              PIC X(08).

000760         PROCEDURE DIVISION USING LS-PARM-START-DATE.
000770         0000-MAIN-CONTROL.
000780             PERFORM 1000-INITIALIZE
000790             IF WS-DATE-ROW-EXISTS
000800                 PERFORM 2000-CHECK-STEPS
000810                 PERFORM 2100-ROLL-BUSINESS-DATE
000820                 PERFORM 2200-REWRITE-DATE-ROW
000830             ELSE
000840                 PERFORM 1200-SET-START-DATE
000850             END-IF
000860             PERFORM 3000-FINALIZE
000870             STOP RUN.

000880         1000-INITIALIZE.
000890             MOVE LS-PARM-START-DATE TO WS-PARM-DATE

000900             OPEN I-O PROCESS-DATE-FILE
000910             IF WS-PROCDATE-STATUS = "35"
000920                 OPEN OUTPUT PROCESS-DATE-FILE
000930                 CLOSE PROCESS-DATE-FILE
000940                 OPEN I-O PROCESS-DATE-FILE
000950             END-IF
000960             IF WS-PROCDATE-STATUS NOT = "00"
000970                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
000980                     WS-PROCDATE-STATUS
000990                 GO TO 9999-ABEND
001000             END-IF

001010*        A MISSING CALENDAR IS NOT FATAL - EVERY DATE IS TREATED
001020*        AS A BUSINESS DAY, SO THE DATE STILL MOVES ON.
001030             OPEN INPUT CALENDAR-FILE
001040             IF WS-BUSCAL-STATUS = "00"
001050                 SET WS-CAL-AVAILABLE TO TRUE
001060             ELSE
001070                 DISPLAY "WARNING: CALENDAR-FILE NOT AVAILABLE "
001080                     "STATUS=" WS-BUSCAL-STATUS
001090                     " - EVERY DATE TREATED AS A BUSINESS DAY"
001100             END-IF

001110             PERFORM 1100-READ-DATE-ROW

001120*        THE START-DATE PARM IS ONLY FOR SETTING UP THE CONTROL
001130*        FILE.  ONCE A DATE IS ON FILE IT MOVES ONLY BY THE ROLL,
001140*        SO A PARM LEFT IN THE NIGHTLY SCHEDULE CANNOT JUMP IT.
001150             IF WS-DATE-ROW-EXISTS
001160                 IF WS-PARM-DATE NOT = SPACES
001170                     AND WS-PARM-DATE NOT = LOW-VALUES
001180                     DISPLAY "ERROR: BUSINESS DATE ALREADY SET "
001190                         "TO " WS-BUSINESS-DATE
001200                         " - START DATE PARM " WS-PARM-DATE
001210                         " REFUSED"
001220                     GO TO 9999-ABEND
001230                 END-IF
001240             ELSE
001250                 IF WS-PARM-DATE NOT NUMERIC
001260                     DISPLAY "ERROR: NO BUSINESS DATE ON "
001270                         "PROCESS-DATE-FILE - RUN PDROLL WITH "
001280                         "THE START DATE (YYYYMMDD) AS PARM"
001290                     GO TO 9999-ABEND
001300                 END-IF
001310                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-PARM-DATE-NUM)
001320                     NOT = ZERO
001330                     DISPLAY "ERROR: START DATE PARM "
001340                         WS-PARM-DATE " IS NOT A VALID DATE"
001350                     GO TO 9999-ABEND
001360                 END-IF
001370             END-IF.

001380         1100-READ-DATE-ROW.
001390             MOVE ZERO TO PD-KEY-DATE
001400             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
001410             READ PROCESS-DATE-FILE
001420                 INVALID KEY
001430                     MOVE "N" TO WS-DATE-ROW-SWITCH
001440                 NOT INVALID KEY
001450                     SET WS-DATE-ROW-EXISTS TO TRUE
001460                     MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
001470                     MOVE PD-PRIOR-BUSINESS-DATE
001480                         TO WS-PRIOR-BUSINESS-DATE
001490             END-READ.

001500         1200-SET-START-DATE.
001510             MOVE SPACES TO PROCESS-DATE-RECORD
001520             MOVE ZERO TO PD-KEY-DATE
001530             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
001540             MOVE WS-PARM-DATE-NUM TO PD-BUSINESS-DATE
001550             MOVE ZERO TO PD-PRIOR-BUSINESS-DATE
001560             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-ROLLED-TS
001570             MOVE ZERO TO PD-DAYS-ROLLED
001580             WRITE PROCESS-DATE-RECORD
001590             IF WS-PROCDATE-STATUS NOT = "00"
001600                 DISPLAY "ERROR WRITING PROCESS-DATE-FILE STATUS="
001610                     WS-PROCDATE-STATUS
001620                 GO TO 9999-ABEND
001630             END-IF
001640             MOVE WS-PARM-DATE-NUM TO WS-BUSINESS-DATE
001650             DISPLAY "PDROLL: BUSINESS DATE SET TO "
001660                 WS-BUSINESS-DATE.

001670         2000-CHECK-STEPS.
001680*        LIST EVERY STEP RECORDED FOR THE DATE BEING CLOSED.  ANY
001690*        STEP STILL STARTED FAILED OR IS STILL RUNNING, AND THE
001700*        DATE MAY NOT MOVE ON UNDER IT.  THE SCHEDULED
001701*        PREREQUISITES ARE CHECKED FIRST, BEFORE THE LISTING
001702*        POSITIONS THE FILE.
001703             MOVE "PDROLL" TO WS-STEP-NAME
001704             MOVE "PDROLL" TO WS-STEP-SCHEDULE-NAME
001705             MOVE "N" TO WS-STEP-REFUSED-SWITCH
001706             PERFORM 8910-CHECK-STEP-SCHEDULE
001707                 VARYING WS-SCHED-SUB FROM 1 BY 1
001708                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
001709             IF WS-STEP-REFUSED
001710                 DISPLAY "ERROR: PREREQUISITE STEP(S) NOT "
001711                     "COMPLETED FOR BUSINESS DATE "
001712                     WS-BUSINESS-DATE
001713                     " - DATE NOT ROLLED"
001714                 GO TO 9999-ABEND
001715             END-IF

001717             DISPLAY "PDROLL: STEPS FOR BUSINESS DATE "
001720                 WS-BUSINESS-DATE
001730             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
001740             MOVE LOW-VALUES TO PD-KEY-STEP
001750             START PROCESS-DATE-FILE KEY IS NOT LESS THAN
001760                     PD-CONTROL-KEY
001770                 INVALID KEY
001780                     SET WS-END-OF-STEPS TO TRUE
001790             END-START
001800             PERFORM 2010-READ-STEP-ROW
001810             PERFORM 2020-LIST-STEP-ROW
001820                 UNTIL WS-END-OF-STEPS

001830             IF WS-STEPS-OPEN-COUNT > ZERO
001840                 DISPLAY "ERROR: " WS-STEPS-OPEN-COUNT
001850                     " STEP(S) NOT COMPLETED FOR BUSINESS DATE "
001860                     WS-BUSINESS-DATE " - DATE NOT ROLLED"
001870                 GO TO 9999-ABEND
001880             END-IF.

001890         2010-READ-STEP-ROW.
001900             IF NOT WS-END-OF-STEPS
001910                 READ PROCESS-DATE-FILE NEXT RECORD
001920                     AT END
001930                         SET WS-END-OF-STEPS TO TRUE
001940                 END-READ
001950                 IF NOT WS-END-OF-STEPS
001960                     AND PD-KEY-DATE NOT = WS-BUSINESS-DATE
001970                     SET WS-END-OF-STEPS TO TRUE
001980                 END-IF
001990             END-IF.

002000         2020-LIST-STEP-ROW.
002010             ADD 1 TO WS-STEPS-LISTED-COUNT
002020             IF PD-STEP-COMPLETED
002030                 ADD 1 TO WS-STEPS-COMPLETED-COUNT
002040                 DISPLAY "  " PD-KEY-STEP " COMPLETED "
002050                     PD-STEP-END-TS " RUNS " PD-STEP-RUN-COUNT
002060             ELSE
002070                 ADD 1 TO WS-STEPS-OPEN-COUNT
002080                 DISPLAY "  " PD-KEY-STEP " STARTED   "
002090                     PD-STEP-START-TS " RUNS " PD-STEP-RUN-COUNT
002100                     " *** NOT COMPLETED ***"
002110             END-IF
002120             PERFORM 2010-READ-STEP-ROW.

002130         2100-ROLL-BUSINESS-DATE.
002140*        THE NEXT BUSINESS DATE IS THE DAY AFTER THE CURRENT ONE,
002150*        STEPPED FORWARD PAST WEEKENDS AND HOLIDAYS.
002160             COMPUTE WS-ROLL-DATE-INTEGER =
002170                 FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1
002180             COMPUTE WS-NEXT-DATE =
002190                 FUNCTION DATE-OF-INTEGER (WS-ROLL-DATE-INTEGER)
002200             MOVE 1 TO WS-DAYS-ROLLED
002210             MOVE "N" TO WS-ROLL-DONE-SWITCH
002220             MOVE ZERO TO WS-ROLL-STEPS
002230             IF NOT WS-CAL-AVAILABLE
002240                 SET WS-ROLL-DONE TO TRUE
002250             END-IF
002260             PERFORM 2110-ROLL-ONE-DAY
002270                 UNTIL WS-ROLL-DONE.

002280         2110-ROLL-ONE-DAY.
002290             MOVE WS-NEXT-DATE TO BC-CAL-DATE
002300             READ CALENDAR-FILE
002310                 INVALID KEY
002320                     SET WS-ROLL-DONE TO TRUE
002330                 NOT INVALID KEY
002340                     IF BC-BUSINESS-DAY
002350                         SET WS-ROLL-DONE TO TRUE
002360                     ELSE
002370                         ADD 1 TO WS-ROLL-STEPS
002380                         IF WS-ROLL-STEPS > WS-ROLL-STEP-MAX
002390                             DISPLAY "WARNING: NO BUSINESS DAY "
002400                                 "WITHIN " WS-ROLL-STEP-MAX
002410                                 " DAYS OF "
002420                                 WS-BUSINESS-DATE " - ROLLING TO "
002430                                 WS-NEXT-DATE
002440                             SET WS-ROLL-DONE TO TRUE
002450                         ELSE
002460                             COMPUTE WS-ROLL-DATE-INTEGER =
002470                                 FUNCTION INTEGER-OF-DATE
002480                                 (WS-NEXT-DATE) + 1
002490                             COMPUTE WS-NEXT-DATE =
002500                                 FUNCTION DATE-OF-INTEGER
002510                                 (WS-ROLL-DATE-INTEGER)
002520                             ADD 1 TO WS-DAYS-ROLLED
002530                         END-IF
002540                     END-IF
002550             END-READ.

002560         2200-REWRITE-DATE-ROW.
002570             MOVE ZERO TO PD-KEY-DATE
002580             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002590             READ PROCESS-DATE-FILE
002600                 INVALID KEY
002610                     DISPLAY "ERROR: DATE ROW LOST FROM "
002620                         "PROCESS-DATE-FILE"
002630                     GO TO 9999-ABEND
002640             END-READ
002650             MOVE WS-BUSINESS-DATE TO PD-PRIOR-BUSINESS-DATE
002660             MOVE WS-NEXT-DATE TO PD-BUSINESS-DATE
002670             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-ROLLED-TS
002680             MOVE WS-DAYS-ROLLED TO PD-DAYS-ROLLED
002690             REWRITE PROCESS-DATE-RECORD
002700             IF WS-PROCDATE-STATUS NOT = "00"
002710                 DISPLAY "ERROR REWRITING PROCESS-DATE-FILE "
002720                     "STATUS=" WS-PROCDATE-STATUS
002730                 GO TO 9999-ABEND
002740             END-IF
002750             MOVE WS-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
002760             MOVE WS-NEXT-DATE TO WS-BUSINESS-DATE.

002770         3000-FINALIZE.
002780             IF WS-DATE-ROW-EXISTS
002790                 DISPLAY "PDROLL: BUSINESS DATE ROLLED FROM "
002800                     WS-PRIOR-BUSINESS-DATE " TO "
002810                     WS-BUSINESS-DATE
002820                     " (" WS-DAYS-ROLLED " DAYS)"
002830                 DISPLAY "PDROLL: STEPS " WS-STEPS-LISTED-COUNT
002840                     " COMPLETED " WS-STEPS-COMPLETED-COUNT
002850             END-IF
002860             CLOSE PROCESS-DATE-FILE
002870             IF WS-CAL-AVAILABLE
002880                 CLOSE CALENDAR-FILE
002890             END-IF.

002891         8910-CHECK-STEP-SCHEDULE.
002892             IF WS-SCHED-STEP (WS-SCHED-SUB)
002893                     = WS-STEP-SCHEDULE-NAME
002894                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
002895                     VARYING WS-PREREQ-SUB FROM 1 BY 1
002897                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
002898             END-IF.

002899         8920-CHECK-SCHEDULED-PREREQ.
002900             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
002901                 TO WS-PREREQ-STEP
002902             IF WS-PREREQ-STEP NOT = SPACES
002904                 PERFORM 8930-TEST-PREREQ-STEP
002905             END-IF.

002906         8930-TEST-PREREQ-STEP.
002907             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002908             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
002910             READ PROCESS-DATE-FILE
002911                 INVALID KEY
002912                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
002913                         WS-PREREQ-STEP " - NOT RUN FOR "
002914                         "BUSINESS DATE " WS-BUSINESS-DATE
002915                     SET WS-STEP-REFUSED TO TRUE
002917                 NOT INVALID KEY
002918                     IF NOT PD-STEP-COMPLETED
002919                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
002920                             WS-PREREQ-STEP " - NOT COMPLETED "
002921                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
002922                         SET WS-STEP-REFUSED TO TRUE
002924                     END-IF
002925             END-READ.

002926         9999-ABEND.
002927             DISPLAY "PDROLL ABENDING"
002928             CLOSE PROCESS-DATE-FILE
002930             CLOSE CALENDAR-FILE
002940             STOP RUN.
