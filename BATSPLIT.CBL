000100* SPLIT ACROSS STREAMS.  THE STREAM COUNT ARRIVES AS A 1-DIGIT
000110* PARM; BLANK OR INVALID FALLS BACK TO 4.
000111*
000112* ACCOUNT AFFINITY: BATCHES ARE INDIVISIBLE AND MIX ACCOUNTS,
000113* SO ACCOUNT AFFINITY ACROSS STREAMS IS NOT POSSIBLE AT BATCH
000114* GRANULARITY.  EACH STREAM'S TXNVAL SEES ONLY ITS OWN SHARE
000115* OF AN ACCOUNT'S DAY, SO AN ACCOUNT THAT CROSSES ITS DAILY
000116* AGGREGATE CEILING OR THE COMPLIANCE THRESHOLD ONLY ACROSS
000117* STREAMS IS NOT FLAGGED BY ANY ONE STREAM.  ACCTAGG, RUN
000118* AFTER RUNMERGE, RE-AGGREGATES THE MERGED OUTPUT BY ACCOUNT
000119* AND CATCHES THOSE BREACHES BEFORE GLEXTRCT.
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140         PROGRAM-ID. BATSPLIT.
000350                 ORGANIZATION IS SEQUENTIAL
000360                 FILE STATUS IS WS-TRANIN04-STATUS.

000361             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000362                 ORGANIZATION IS INDEXED
000363                 ACCESS MODE IS DYNAMIC
000364                 RECORD KEY IS PD-CONTROL-KEY
000365                 FILE STATUS IS WS-PROCDATE-STATUS.

000370         DATA DIVISION.
000380         FILE SECTION.
000390         FD  TRAN-IN-FILE
000520             RECORDING MODE IS F.
000530         01  SPLIT-OUT-REC-4                 PIC X(101).

000532         FD  PROCESS-DATE-FILE
000534             RECORDING MODE IS F.
000536         COPY PROCDATE.

000540         WORKING-STORAGE SECTION.
000550         01  WS-FILE-STATUSES.
000560             05  WS-TRANIN-STATUS            PIC X(02) VALUE "00".
000580             05  WS-TRANIN02-STATUS          PIC X(02) VALUE "00".
000590             05  WS-TRANIN03-STATUS          PIC X(02) VALUE "00".
000600             05  WS-TRANIN04-STATUS          PIC X(02) VALUE "00".
000604             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000606         COPY PROCDTWS.

000610         01  WS-SWITCHES.
000620             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000830             PERFORM 2000-DEAL-RECORDS
000840                 UNTIL WS-END-OF-FILE
000850             PERFORM 3000-FINALIZE
000854             PERFORM 8950-COMPLETE-PROCESS-STEP
000860             STOP RUN.

000870         1000-INITIALIZE.
000872             MOVE "BATSPLIT" TO WS-STEP-NAME
000874             MOVE "BATSPLIT" TO WS-STEP-SCHEDULE-NAME
000876             PERFORM 8900-START-PROCESS-STEP
000880             IF LS-PARM-STREAM-COUNT IS NUMERIC
000890                 AND LS-PARM-STREAM-COUNT >= "1"
000900                 AND LS-PARM-STREAM-COUNT <= "4"
002110             CLOSE SPLIT-OUT-FILE-3
002120             CLOSE SPLIT-OUT-FILE-4.

002121         8900-START-PROCESS-STEP.
002122*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
002123*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
002124*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
002125*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
002126*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
002127*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
002128*        START STAMP REPLACED.
002129             OPEN I-O PROCESS-DATE-FILE
002130             IF WS-PROCDATE-STATUS NOT = "00"
002131                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002132                     WS-PROCDATE-STATUS
002133                 GO TO 9999-ABEND
002134             END-IF
002135             PERFORM 8810-READ-DATE-ROW

002136             MOVE "N" TO WS-STEP-REFUSED-SWITCH
002137             PERFORM 8910-CHECK-STEP-SCHEDULE
002138                 VARYING WS-SCHED-SUB FROM 1 BY 1
002139                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
002140             IF WS-STEP-REFUSED
002141                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
002142                     "BUSINESS DATE " WS-BUSINESS-DATE
002143                 GO TO 9999-ABEND
002144             END-IF

002145             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002146             MOVE WS-STEP-NAME TO PD-KEY-STEP
002147             READ PROCESS-DATE-FILE
002148                 INVALID KEY
002149                     MOVE "N" TO WS-STEP-ROW-SWITCH
002150                 NOT INVALID KEY
002151                     SET WS-STEP-ROW-EXISTS TO TRUE
002152             END-READ
002153             IF WS-STEP-ROW-EXISTS
002154                 IF PD-STEP-COMPLETED
002155                     DISPLAY "ERROR: STEP " WS-STEP-NAME
002156                         " ALREADY COMPLETED FOR BUSINESS DATE "
002157                         WS-BUSINESS-DATE
002158                     GO TO 9999-ABEND
002159                 END-IF
002160                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
002161                     "STARTED " PD-STEP-START-TS
002162             ELSE
002163                 MOVE SPACES TO PD-STEP-DATA
002164                 MOVE ZERO TO PD-STEP-END-TS
002165                 MOVE ZERO TO PD-STEP-RUN-COUNT
002166             END-IF
002167             SET PD-STEP-STARTED TO TRUE
002168             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
002169             ADD 1 TO PD-STEP-RUN-COUNT
002170             IF WS-STEP-ROW-EXISTS
002171                 REWRITE PROCESS-DATE-RECORD
002172             ELSE
002173                 WRITE PROCESS-DATE-RECORD
002174             END-IF
002175             IF WS-PROCDATE-STATUS NOT = "00"
002176                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
002177                     " STATUS=" WS-PROCDATE-STATUS
002178                 GO TO 9999-ABEND
002179             END-IF
002180             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
002181                 "DATE " WS-BUSINESS-DATE.

002182         8810-READ-DATE-ROW.
002183             MOVE ZERO TO PD-KEY-DATE
002184             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002185             READ PROCESS-DATE-FILE
002186                 INVALID KEY
002187                     DISPLAY "ERROR: NO BUSINESS DATE ON "
002188                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
002189                     GO TO 9999-ABEND
002190             END-READ
002191             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
002192             MOVE PD-PRIOR-BUSINESS-DATE
002193                 TO WS-PRIOR-BUSINESS-DATE.

002194         8910-CHECK-STEP-SCHEDULE.
002195             IF WS-SCHED-STEP (WS-SCHED-SUB)
002196                     = WS-STEP-SCHEDULE-NAME
002197                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
002198                     VARYING WS-PREREQ-SUB FROM 1 BY 1
002199                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
002200             END-IF.

002201         8920-CHECK-SCHEDULED-PREREQ.
002202             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
002203                 TO WS-PREREQ-STEP
002204             IF WS-PREREQ-STEP NOT = SPACES
002205                 PERFORM 8930-TEST-PREREQ-STEP
002206             END-IF.

002207         8930-TEST-PREREQ-STEP.
002208             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002209             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
002210             READ PROCESS-DATE-FILE
002211                 INVALID KEY
002212                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
002213                         WS-PREREQ-STEP " - NOT RUN FOR "
002214                         "BUSINESS DATE " WS-BUSINESS-DATE
002215                     SET WS-STEP-REFUSED TO TRUE
002216                 NOT INVALID KEY
002217                     IF NOT PD-STEP-COMPLETED
002218                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
002219                             WS-PREREQ-STEP " - NOT COMPLETED "
002220                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
002221                         SET WS-STEP-REFUSED TO TRUE
002222                     END-IF
002223             END-READ.

002224         8950-COMPLETE-PROCESS-STEP.
002225*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
002226*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
002227*        AND THE STEPS WAITING ON IT STAY HELD.
002228             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
002229             MOVE WS-STEP-NAME TO PD-KEY-STEP
002230             READ PROCESS-DATE-FILE
002231                 INVALID KEY
002232                     DISPLAY "ERROR: STEP " WS-STEP-NAME
002233                         " MISSING FROM PROCESS-DATE-FILE"
002234                     GO TO 9999-ABEND
002235             END-READ
002236             SET PD-STEP-COMPLETED TO TRUE
002237             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
002238             REWRITE PROCESS-DATE-RECORD
002239             IF WS-PROCDATE-STATUS NOT = "00"
002240                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
002241                     " STATUS=" WS-PROCDATE-STATUS
002242                 GO TO 9999-ABEND
002243             END-IF
002244             CLOSE PROCESS-DATE-FILE.

002250         9999-ABEND.
002260             DISPLAY "BATSPLIT ABENDING"
002270             CLOSE TRAN-IN-FILE
002280             CLOSE SPLIT-OUT-FILE-1
002290             CLOSE SPLIT-OUT-FILE-2
002300             CLOSE SPLIT-OUT-FILE-3
002310             CLOSE SPLIT-OUT-FILE-4
002320             CLOSE PROCESS-DATE-FILE
002330             STOP RUN.
