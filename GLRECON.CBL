000010*****************************************************************
000020* PROGRAM-ID. GLRECON
000030* GENERAL-LEDGER ACKNOWLEDGMENT RECONCILIATION.
000040* NIGHTLY JOB, RUN ONCE THE LEDGER HAS RETURNED ITS
000050* ACKNOWLEDGMENT FILE (GLACK) FOR THE LAST GLPOST FEED.  MATCHES
000060* EACH RETURNED LINE TO THE GLPOST DETAIL IT ANSWERS BY EXTRACT
000070* DATE, ACCOUNT NUMBER AND DEBIT/CREDIT SIDE (THE REST OF THE
000080* ECHOED LINE PICKS BETWEEN SEVERAL POSTINGS TO ONE ACCOUNT AND
000090* SIDE), AND REPORTS EVERY FEED LINE AS POSTED, REJECTED OR
000100* NEVER RETURNED, PLUS ANY RETURNED LINE THAT MATCHES NOTHING.
000110* THE TIE-OUT PROVES POSTED PLUS REJECTED PLUS NOT RETURNED
000120* AGAINST THE FEED TRAILER'S GC-TOTAL-DEBITS/CREDITS, AND THE
000130* LEDGER'S OWN RETURN TRAILER AGAINST THE LINES IT RETURNED.
000140* REJECTED LINES ARE WRITTEN TO THE HOLD FILE (GLHOLD) FOR THE
000150* NEXT GLEXTRCT TO CARRY INTO THAT NIGHT'S FEED.  LINES NEVER
000160* RETURNED ARE REPORTED BUT NOT HELD - WHETHER THE LEDGER
000170* POSTED THEM IS UNKNOWN, AND RE-SENDING COULD POST THEM TWICE.
000172* GLEXTRCT WILL NOT START FOR A BUSINESS DATE UNTIL THIS STEP
000174* HAS COMPLETED FOR IT, SO THE HOLD FILE IT CARRIES IS ALWAYS
000176* THE ONE BUILT FROM THE PRIOR NIGHT'S FEED.
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200         PROGRAM-ID. GLRECON.
000210         AUTHOR. BATCH-SYSTEMS.

000220         ENVIRONMENT DIVISION.
000230         CONFIGURATION SECTION.
000240         SOURCE-COMPUTER. IBM-370.
000250         OBJECT-COMPUTER. IBM-370.

000260         INPUT-OUTPUT SECTION.
000270         FILE-CONTROL.
000280             SELECT GL-POST-FILE ASSIGN TO GLPOST
000290                 ORGANIZATION IS SEQUENTIAL
000300                 FILE STATUS IS WS-GLPOST-STATUS.

000310             SELECT GL-ACK-FILE ASSIGN TO GLACK
000320                 ORGANIZATION IS SEQUENTIAL
000330                 FILE STATUS IS WS-GLACK-STATUS.

000340             SELECT GL-HOLD-FILE ASSIGN TO GLHOLD
000350                 ORGANIZATION IS SEQUENTIAL
000360                 FILE STATUS IS WS-GLHOLD-STATUS.

000370             SELECT RECON-RPT-FILE ASSIGN TO GLRCRPT
000380                 ORGANIZATION IS SEQUENTIAL
000390                 FILE STATUS IS WS-GLRCRPT-STATUS.

000391             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000392                 ORGANIZATION IS INDEXED
000393                 ACCESS MODE IS DYNAMIC
000394                 RECORD KEY IS PD-CONTROL-KEY
000395                 FILE STATUS IS WS-PROCDATE-STATUS.

000400         DATA DIVISION.
000410         FILE SECTION.
000420         FD  GL-POST-FILE
000430             RECORDING MODE IS F.
000440         COPY GLPOST.

000450         FD  GL-ACK-FILE
000460             RECORDING MODE IS F.
000470         COPY GLACK.

000480         FD  GL-HOLD-FILE
000490             RECORDING MODE IS F.
000500         COPY GLHOLD.

000510         FD  RECON-RPT-FILE
000520             RECORDING MODE IS F.
000530         01  RECON-RPT-LINE                  PIC X(132).

000532         FD  PROCESS-DATE-FILE
000534             RECORDING MODE IS F.
000536         COPY PROCDATE.

000540         WORKING-STORAGE SECTION.
000550         01  WS-FILE-STATUSES.
000560             05  WS-GLPOST-STATUS            PIC X(02) VALUE "00".
000570             05  WS-GLACK-STATUS             PIC X(02) VALUE "00".
000580             05  WS-GLHOLD-STATUS            PIC X(02) VALUE "00".
000590             05  WS-GLRCRPT-STATUS           PIC X(02) VALUE "00".
000594             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000596         COPY PROCDTWS.

000600         01  WS-SWITCHES.
000610             05  WS-POST-EOF-SWITCH          PIC X(01) VALUE "N".
000620                 88  WS-POST-END-OF-FILE         VALUE "Y".
000630             05  WS-ACK-EOF-SWITCH           PIC X(01) VALUE "N".
000640                 88  WS-ACK-END-OF-FILE          VALUE "Y".
000650             05  WS-ACK-AVAIL-SWITCH         PIC X(01) VALUE "N".
000660                 88  WS-ACK-AVAILABLE            VALUE "Y".
000670             05  WS-POST-TRAILER-SWITCH      PIC X(01) VALUE "N".
000680                 88  WS-POST-TRAILER-SEEN        VALUE "Y".
000690             05  WS-ACK-TRAILER-SWITCH       PIC X(01) VALUE "N".
000700                 88  WS-ACK-TRAILER-SEEN         VALUE "Y".
000710             05  WS-MATCH-FOUND-SWITCH       PIC X(01) VALUE "N".
000720                 88  WS-MATCH-FOUND              VALUE "Y".
000730             05  WS-OUT-OF-BALANCE-SWITCH    PIC X(01) VALUE "N".
000740                 88  WS-OUT-OF-BALANCE           VALUE "Y".

000750         01  WS-WORK-FIELDS.
000760             05  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000770             05  WS-EXTRACT-DATE             PIC 9(08) VALUE ZERO.
000780             05  WS-SIDE-SUB                 PIC 9(01) VALUE ZERO.
000790             05  WS-CTL-RECORD-COUNT         PIC 9(09) VALUE ZERO.
000800             05  WS-FEED-RECORD-COUNT        PIC 9(09) VALUE ZERO.
000810             05  WS-ACK-RECORD-COUNT         PIC 9(09) VALUE ZERO.
000820             05  WS-TIE-DIFFERENCE           PIC S9(13)V99
000830                 VALUE ZERO.
000840             05  WS-HELD-COUNT               PIC 9(07) VALUE ZERO.
000850             05  WS-STRAY-COUNT              PIC 9(07) VALUE ZERO.
000860             05  WS-STRAY-AMOUNT             PIC 9(13)V99
000870                 VALUE ZERO.
000880             05  WS-OUTCOME-TEXT             PIC X(12)
000890                 VALUE SPACES.

000900*        ONE ROW OF TIE-OUT FIGURES PER SIDE - 1 IS DEBITS, 2 IS
000910*        CREDITS.  CONTROL IS THE FEED TRAILER TOTAL, FEED THE SUM
000920*        OF THE FEED'S OWN DETAIL LINES, RETURNED THE SUM OF THE
000930*        LEDGER'S DETAIL LINES AND LEDGER ITS RETURN TRAILER
000940*        TOTAL.
000950         01  WS-TIE-OUT-TABLE.
000960             05  WS-TIE-ROW OCCURS 2 TIMES.
000970                 10  WS-TO-SIDE-NAME         PIC X(08).
000980                 10  WS-TO-CONTROL-AMOUNT    PIC 9(13)V99.
000990                 10  WS-TO-FEED-COUNT        PIC 9(09).
001000                 10  WS-TO-FEED-AMOUNT       PIC 9(13)V99.
001010                 10  WS-TO-POSTED-COUNT      PIC 9(09).
001020                 10  WS-TO-POSTED-AMOUNT     PIC 9(13)V99.
001030                 10  WS-TO-REJECTED-COUNT    PIC 9(09).
001040                 10  WS-TO-REJECTED-AMOUNT   PIC 9(13)V99.
001050                 10  WS-TO-UNRET-COUNT       PIC 9(09).
001060                 10  WS-TO-UNRET-AMOUNT      PIC 9(13)V99.
001070                 10  WS-TO-RETURNED-AMOUNT   PIC 9(13)V99.
001080                 10  WS-TO-LEDGER-AMOUNT     PIC 9(13)V99.

001090*        EVERY DETAIL LINE OF THE FEED, WITH THE OUTCOME THE
001100*        LEDGER RETURNED FOR IT (SPACE UNTIL A RETURNED LINE
001110*        MATCHES).
001120         01  WS-POSTING-TABLE.
001130             05  WS-PL-TAB-COUNT             PIC 9(05) VALUE ZERO.
001140             05  WS-PL-TAB-MAX               PIC 9(05) VALUE 3000.
001150             05  WS-PL-ENTRY OCCURS 1 TO 3000 TIMES
001160                         DEPENDING ON WS-PL-TAB-COUNT
001170                         INDEXED BY WS-PL-IDX.
001180                 10  WS-PL-ACCOUNT-NUMBER    PIC X(12).
001190                 10  WS-PL-DR-CR-CODE        PIC X(01).
001200                 10  WS-PL-AMOUNT            PIC 9(13)V99.
001210                 10  WS-PL-CURRENCY-CODE     PIC X(03).
001220                 10  WS-PL-TRAN-TYPE-CODE    PIC X(04).
001230                 10  WS-PL-SOURCE-CODE       PIC X(01).
001240                 10  WS-PL-TRAN-DATE         PIC 9(08).
001250                 10  WS-PL-TRAN-COUNT        PIC 9(07).
001260                 10  WS-PL-ORIG-EXTRACT-DATE PIC 9(08).
001270                 10  WS-PL-CARRY-COUNT       PIC 9(03).
001280                 10  WS-PL-ACK-STATUS        PIC X(01).
001290                 10  WS-PL-REJECT-CODE       PIC X(04).
001300                 10  WS-PL-REJECT-TEXT       PIC X(30).
001310                 10  WS-PL-LEDGER-REF        PIC X(12).

001320         01  WS-RPT-HEADING.
001330             05  FILLER                      PIC X(42)
001340                 VALUE "GL LEDGER ACKNOWLEDGMENT RECONCILIATION".
001350             05  FILLER                      PIC X(10)
001360                 VALUE "RUN DATE ".
001370             05  WS-HDG-RUN-DATE             PIC 9(08).
001380             05  FILLER                      PIC X(12)
001390                 VALUE "  EXTRACT ".
001400             05  WS-HDG-EXTRACT-DATE         PIC 9(08).

001410         01  WS-RPT-COLUMNS.
001420             05  FILLER                      PIC X(14)
001430                 VALUE "OUTCOME".
001440             05  FILLER                      PIC X(14)
001450                 VALUE "ACCOUNT".
001460             05  FILLER                      PIC X(04)
001470                 VALUE "D/C".
001480             05  FILLER                      PIC X(22)
001490                 VALUE "            AMOUNT".
001500             05  FILLER                      PIC X(05)
001510                 VALUE "CCY".
001520             05  FILLER                      PIC X(06)
001530                 VALUE "TYPE".
001540             05  FILLER                      PIC X(04)
001550                 VALUE "SRC".
001560             05  FILLER                      PIC X(10)
001570                 VALUE "TRAN DATE".
001580             05  FILLER                      PIC X(14)
001590                 VALUE "LEDGER REF".
001600             05  FILLER                      PIC X(20)
001610                 VALUE "REASON".

001620         01  WS-RPT-DETAIL.
001630             05  WS-DTL-OUTCOME              PIC X(12).
001640             05  FILLER                      PIC X(02)
001650                 VALUE SPACES.
001660             05  WS-DTL-ACCOUNT-NUMBER       PIC X(12).
001670             05  FILLER                      PIC X(03)
001680                 VALUE SPACES.
001690             05  WS-DTL-DR-CR-CODE           PIC X(01).
001700             05  FILLER                      PIC X(02)
001710                 VALUE SPACES.
001720             05  WS-DTL-AMOUNT
001730                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001740             05  FILLER                      PIC X(02)
001750                 VALUE SPACES.
001760             05  WS-DTL-CURRENCY-CODE        PIC X(03).
001770             05  FILLER                      PIC X(02)
001780                 VALUE SPACES.
001790             05  WS-DTL-TRAN-TYPE-CODE       PIC X(04).
001800             05  FILLER                      PIC X(02)
001810                 VALUE SPACES.
001820             05  WS-DTL-SOURCE-CODE          PIC X(01).
001830             05  FILLER                      PIC X(03)
001840                 VALUE SPACES.
001850             05  WS-DTL-TRAN-DATE            PIC 9(08).
001860             05  FILLER                      PIC X(02)
001870                 VALUE SPACES.
001880             05  WS-DTL-LEDGER-REF           PIC X(12).
001890             05  FILLER                      PIC X(02)
001900                 VALUE SPACES.
001910             05  WS-DTL-REJECT-CODE          PIC X(04).
001920             05  FILLER                      PIC X(01)
001930                 VALUE SPACES.
001940             05  WS-DTL-REJECT-TEXT          PIC X(30).

001950         01  WS-RPT-TIE-LINE.
001960             05  WS-TIE-SIDE-NAME            PIC X(08).
001970             05  FILLER                      PIC X(09)
001980                 VALUE "CONTROL ".
001990             05  WS-TIE-CONTROL
002000                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002010             05  FILLER                      PIC X(09)
002020                 VALUE "  POSTED ".
002030             05  WS-TIE-POSTED
002040                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002050             05  FILLER                      PIC X(11)
002060                 VALUE "  REJECTED ".
002070             05  WS-TIE-REJECTED
002080                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002090             05  FILLER                      PIC X(15)
002100                 VALUE "  NOT RETURNED ".
002110             05  WS-TIE-UNRETURNED
002120                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002130         PROCEDURE DIVISION.
002140         0000-MAIN-CONTROL.
002150             PERFORM 1000-INITIALIZE
002160             PERFORM 2000-LOAD-POSTING
002170                 UNTIL WS-POST-END-OF-FILE
002180             PERFORM 2900-CHECK-FEED-CONTROLS
002190             PERFORM 3000-MATCH-ACK
002200                 UNTIL WS-ACK-END-OF-FILE
002210             PERFORM 4000-REPORT-POSTING-LINES
002220             PERFORM 5000-TIE-OUT
002230             PERFORM 6000-FINALIZE
002234             PERFORM 8950-COMPLETE-PROCESS-STEP
002240             STOP RUN.

002250         1000-INITIALIZE.
002252             MOVE "GLRECON" TO WS-STEP-NAME
002254             MOVE "GLRECON" TO WS-STEP-SCHEDULE-NAME
002256             PERFORM 8900-START-PROCESS-STEP
002260             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
002270             MOVE "DEBITS" TO WS-TO-SIDE-NAME (1)
002280             MOVE "CREDITS" TO WS-TO-SIDE-NAME (2)
002290             PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1
002300                     UNTIL WS-SIDE-SUB > 2
002310                 MOVE ZERO TO WS-TO-CONTROL-AMOUNT (WS-SIDE-SUB)
002320                 MOVE ZERO TO WS-TO-FEED-COUNT (WS-SIDE-SUB)
002330                 MOVE ZERO TO WS-TO-FEED-AMOUNT (WS-SIDE-SUB)
002340                 MOVE ZERO TO WS-TO-POSTED-COUNT (WS-SIDE-SUB)
002350                 MOVE ZERO TO WS-TO-POSTED-AMOUNT (WS-SIDE-SUB)
002360                 MOVE ZERO TO WS-TO-REJECTED-COUNT (WS-SIDE-SUB)
002370                 MOVE ZERO TO WS-TO-REJECTED-AMOUNT (WS-SIDE-SUB)
002380                 MOVE ZERO TO WS-TO-UNRET-COUNT (WS-SIDE-SUB)
002390                 MOVE ZERO TO WS-TO-UNRET-AMOUNT (WS-SIDE-SUB)
002400                 MOVE ZERO TO WS-TO-RETURNED-AMOUNT (WS-SIDE-SUB)
002410                 MOVE ZERO TO WS-TO-LEDGER-AMOUNT (WS-SIDE-SUB)
002420             END-PERFORM

002430             OPEN INPUT GL-POST-FILE
002432             IF WS-GLPOST-STATUS = "35"
002434                 PERFORM 1050-NO-FEED-TO-RECONCILE
002436             END-IF
002440             IF WS-GLPOST-STATUS NOT = "00"
002450                 DISPLAY "ERROR OPENING GL-POST-FILE STATUS="
002460                     WS-GLPOST-STATUS
002470                 GO TO 9999-ABEND
002480             END-IF
002490             PERFORM 2050-READ-POSTING
002500             IF WS-POST-END-OF-FILE OR NOT GP-IS-HEADER
002510                 DISPLAY "ERROR: GL-POST-FILE HAS NO HEADER "
002520                     "RECORD"
002530                 GO TO 9999-ABEND
002540             END-IF
002550             MOVE GC-EXTRACT-DATE TO WS-EXTRACT-DATE
002560             PERFORM 2050-READ-POSTING

002570             OPEN INPUT GL-ACK-FILE
002580             IF WS-GLACK-STATUS = "35"
002590                 SET WS-ACK-END-OF-FILE TO TRUE
002600                 DISPLAY "WARNING: NO GL-ACK-FILE - EVERY FEED "
002610                     "LINE REPORTED AS NOT RETURNED"
002620             ELSE
002630                 IF WS-GLACK-STATUS NOT = "00"
002640                     DISPLAY "ERROR OPENING GL-ACK-FILE STATUS="
002650                         WS-GLACK-STATUS
002660                     GO TO 9999-ABEND
002670                 END-IF
002680                 SET WS-ACK-AVAILABLE TO TRUE
002690                 PERFORM 3050-READ-ACK
002700                 IF WS-ACK-END-OF-FILE OR NOT GA-IS-HEADER
002710                     DISPLAY "ERROR: GL-ACK-FILE HAS NO HEADER "
002720                         "RECORD"
002730                     GO TO 9999-ABEND
002740                 END-IF
002750*        A RETURN FILE FOR ANY OTHER FEED MUST NOT BE RECONCILED
002760*        AGAINST THIS ONE - IT WOULD REPORT EVERY LINE AS MISSING
002770*        AND EMPTY THE HOLD FILE.
002780                 IF GK-EXTRACT-DATE NOT = WS-EXTRACT-DATE
002790                     DISPLAY "ERROR: GL-ACK-FILE IS FOR EXTRACT "
002800                         GK-EXTRACT-DATE
002810                         " BUT GL-POST-FILE IS FOR EXTRACT "
002820                         WS-EXTRACT-DATE
002830                     GO TO 9999-ABEND
002840                 END-IF
002850                 PERFORM 3050-READ-ACK
002860             END-IF

002870             OPEN OUTPUT GL-HOLD-FILE
002880             IF WS-GLHOLD-STATUS NOT = "00"
002890                 DISPLAY "ERROR OPENING GL-HOLD-FILE STATUS="
002900                     WS-GLHOLD-STATUS
002910                 GO TO 9999-ABEND
002920             END-IF

002930             OPEN OUTPUT RECON-RPT-FILE
002940             IF WS-GLRCRPT-STATUS NOT = "00"
002950                 DISPLAY "ERROR OPENING RECON-RPT-FILE STATUS="
002960                     WS-GLRCRPT-STATUS
002970                 GO TO 9999-ABEND
002980             END-IF

002990             MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
003000             MOVE WS-EXTRACT-DATE TO WS-HDG-EXTRACT-DATE
003010             WRITE RECON-RPT-LINE FROM WS-RPT-HEADING.

003011         1050-NO-FEED-TO-RECONCILE.
003012*        NO FEED HAS GONE OUT YET (THE FIRST NIGHT ON THIS
003013*        SYSTEM), SO THERE IS NOTHING TO RECONCILE.  THE HOLD
003014*        FILE IS STILL EMPTIED AND THE STEP COMPLETED, AS
003015*        GLEXTRCT WAITS ON THIS STEP BEFORE IT WILL RUN.
003016             DISPLAY "WARNING: NO GL-POST-FILE - NO FEED TO "
003017                 "RECONCILE, GL-HOLD-FILE LEFT EMPTY"
003018             OPEN OUTPUT GL-HOLD-FILE
003019             IF WS-GLHOLD-STATUS NOT = "00"
003020                 DISPLAY "ERROR OPENING GL-HOLD-FILE STATUS="
003021                     WS-GLHOLD-STATUS
003022                 GO TO 9999-ABEND
003023             END-IF
003024             CLOSE GL-HOLD-FILE
003025             PERFORM 8950-COMPLETE-PROCESS-STEP
003026             STOP RUN.

003028         2050-READ-POSTING.
003030             READ GL-POST-FILE
003040                 AT END
003050                     SET WS-POST-END-OF-FILE TO TRUE
003060             END-READ.

003070         2000-LOAD-POSTING.
003080             EVALUATE TRUE
003090                 WHEN GP-IS-DETAIL
003100                     PERFORM 2100-ADD-POSTING-LINE
003110                 WHEN GP-IS-TRAILER
003120                     SET WS-POST-TRAILER-SEEN TO TRUE
003130                     MOVE GC-RECORD-COUNT TO WS-CTL-RECORD-COUNT
003140                     MOVE GC-TOTAL-DEBITS
003150                         TO WS-TO-CONTROL-AMOUNT (1)
003160                     MOVE GC-TOTAL-CREDITS
003170                         TO WS-TO-CONTROL-AMOUNT (2)
003180                 WHEN OTHER
003190                     DISPLAY "WARNING: UNEXPECTED GL-POST-FILE "
003200                         "RECORD TYPE " GP-REC-TYPE " IGNORED"
003210             END-EVALUATE
003220             PERFORM 2050-READ-POSTING.

003230         2100-ADD-POSTING-LINE.
003240             IF WS-PL-TAB-COUNT >= WS-PL-TAB-MAX
003250                 DISPLAY "ERROR: MORE THAN " WS-PL-TAB-MAX
003260                     " GLPOST LINES - INCREASE WS-PL-ENTRY"
003270                     " OCCURS IN GLRECON AND RECOMPILE"
003280                 GO TO 9999-ABEND
003290             END-IF
003300             ADD 1 TO WS-PL-TAB-COUNT
003310             ADD 1 TO WS-FEED-RECORD-COUNT
003320             SET WS-PL-IDX TO WS-PL-TAB-COUNT
003330             MOVE GP-ACCOUNT-NUMBER
003340                 TO WS-PL-ACCOUNT-NUMBER (WS-PL-IDX)
003350             MOVE GP-DR-CR-CODE TO WS-PL-DR-CR-CODE (WS-PL-IDX)
003360             MOVE GP-AMOUNT TO WS-PL-AMOUNT (WS-PL-IDX)
003370             MOVE GP-CURRENCY-CODE
003380                 TO WS-PL-CURRENCY-CODE (WS-PL-IDX)
003390             MOVE GP-TRAN-TYPE-CODE
003400                 TO WS-PL-TRAN-TYPE-CODE (WS-PL-IDX)
003410             MOVE GP-SOURCE-CODE TO WS-PL-SOURCE-CODE (WS-PL-IDX)
003420             MOVE GP-TRAN-DATE TO WS-PL-TRAN-DATE (WS-PL-IDX)
003430             MOVE GP-TRAN-COUNT TO WS-PL-TRAN-COUNT (WS-PL-IDX)
003440*        A LINE CARRIED IN FROM AN EARLIER FEED KEEPS THE DATE IT
003450*        FIRST WENT OUT ON AND HOW OFTEN IT HAS BEEN REJECTED.
003460             IF GP-CARRIED-FORWARD
003470                 MOVE GP-ORIG-EXTRACT-DATE
003480                     TO WS-PL-ORIG-EXTRACT-DATE (WS-PL-IDX)
003490                 MOVE GP-CARRY-COUNT
003500                     TO WS-PL-CARRY-COUNT (WS-PL-IDX)
003510             ELSE
003520                 MOVE WS-EXTRACT-DATE
003530                     TO WS-PL-ORIG-EXTRACT-DATE (WS-PL-IDX)
003540                 MOVE ZERO TO WS-PL-CARRY-COUNT (WS-PL-IDX)
003550             END-IF
003560             MOVE SPACE TO WS-PL-ACK-STATUS (WS-PL-IDX)
003570             MOVE SPACES TO WS-PL-REJECT-CODE (WS-PL-IDX)
003580             MOVE SPACES TO WS-PL-REJECT-TEXT (WS-PL-IDX)
003590             MOVE SPACES TO WS-PL-LEDGER-REF (WS-PL-IDX)
003600             IF GP-DEBIT
003610                 MOVE 1 TO WS-SIDE-SUB
003620             ELSE
003630                 MOVE 2 TO WS-SIDE-SUB
003640             END-IF
003650             ADD 1 TO WS-TO-FEED-COUNT (WS-SIDE-SUB)
003660             ADD GP-AMOUNT TO WS-TO-FEED-AMOUNT (WS-SIDE-SUB).

003670         2900-CHECK-FEED-CONTROLS.
003680*        THE TIE-OUT IS AGAINST THE TRAILER.  A FEED WITH NO
003690*        TRAILER WAS CUT SHORT AND IS TIED OUT AGAINST ITS OWN
003700*        LINES; A FEED WHOSE LINES DISAGREE WITH ITS TRAILER IS
003710*        FLAGGED.
003720             IF NOT WS-POST-TRAILER-SEEN
003730                 SET WS-OUT-OF-BALANCE TO TRUE
003740                 MOVE WS-TO-FEED-AMOUNT (1)
003750                     TO WS-TO-CONTROL-AMOUNT (1)
003760                 MOVE WS-TO-FEED-AMOUNT (2)
003770                     TO WS-TO-CONTROL-AMOUNT (2)
003780                 MOVE WS-FEED-RECORD-COUNT TO WS-CTL-RECORD-COUNT
003790                 MOVE SPACES TO RECON-RPT-LINE
003800                 STRING "*** GLPOST HAS NO TRAILER RECORD - "
003810                         "FEED TRUNCATED, TIED OUT AGAINST ITS "
003820                         "OWN LINES ***"
003830                     DELIMITED BY SIZE INTO RECON-RPT-LINE
003840                 WRITE RECON-RPT-LINE
003850                 DISPLAY "GLRECON: GLPOST HAS NO TRAILER RECORD"
003860             ELSE
003870                 IF WS-FEED-RECORD-COUNT NOT = WS-CTL-RECORD-COUNT
003880                     OR WS-TO-FEED-AMOUNT (1)
003890                         NOT = WS-TO-CONTROL-AMOUNT (1)
003900                     OR WS-TO-FEED-AMOUNT (2)
003910                         NOT = WS-TO-CONTROL-AMOUNT (2)
003920                     SET WS-OUT-OF-BALANCE TO TRUE
003930                     MOVE SPACES TO RECON-RPT-LINE
003940                     STRING "*** GLPOST LINES "
003950                             WS-FEED-RECORD-COUNT
003960                             " DO NOT AGREE WITH ITS TRAILER "
003970                             "COUNT " WS-CTL-RECORD-COUNT
003980                             " OR TOTALS ***"
003990                         DELIMITED BY SIZE INTO RECON-RPT-LINE
004000                     WRITE RECON-RPT-LINE
004010                     DISPLAY "GLRECON: GLPOST DOES NOT AGREE "
004020                         "WITH ITS TRAILER"
004030                 END-IF
004040             END-IF.

004050         3050-READ-ACK.
004060             READ GL-ACK-FILE
004070                 AT END
004080                     SET WS-ACK-END-OF-FILE TO TRUE
004090             END-READ.

004100         3000-MATCH-ACK.
004110             EVALUATE TRUE
004120                 WHEN GA-IS-DETAIL
004130                     PERFORM 3100-MATCH-ACK-LINE
004140                 WHEN GA-IS-TRAILER
004150                     SET WS-ACK-TRAILER-SEEN TO TRUE
004160                     MOVE GK-RECORD-COUNT TO WS-ACK-RECORD-COUNT
004170                     MOVE GK-TOTAL-DEBITS
004180                         TO WS-TO-LEDGER-AMOUNT (1)
004190                     MOVE GK-TOTAL-CREDITS
004200                         TO WS-TO-LEDGER-AMOUNT (2)
004210                 WHEN OTHER
004220                     DISPLAY "WARNING: UNEXPECTED GL-ACK-FILE "
004230                         "RECORD TYPE " GA-REC-TYPE " IGNORED"
004240             END-EVALUATE
004250             PERFORM 3050-READ-ACK.

004260         3100-MATCH-ACK-LINE.
004270             IF GA-DEBIT
004280                 MOVE 1 TO WS-SIDE-SUB
004290             ELSE
004300                 MOVE 2 TO WS-SIDE-SUB
004310             END-IF
004320             ADD GA-AMOUNT TO WS-TO-RETURNED-AMOUNT (WS-SIDE-SUB)
004330             MOVE "N" TO WS-MATCH-FOUND-SWITCH
004340             IF GA-EXTRACT-DATE = WS-EXTRACT-DATE
004350                 AND (GA-POSTED OR GA-REJECTED)
004360                 AND WS-PL-TAB-COUNT > ZERO
004370                 PERFORM 3110-FIND-EXACT-LINE
004380                 IF NOT WS-MATCH-FOUND
004390                     PERFORM 3120-FIND-LINE-BY-AMOUNT
004400                 END-IF
004410             END-IF
004420             IF WS-MATCH-FOUND
004430                 MOVE GA-ACK-STATUS
004440                     TO WS-PL-ACK-STATUS (WS-PL-IDX)
004450                 MOVE GA-REJECT-CODE
004460                     TO WS-PL-REJECT-CODE (WS-PL-IDX)
004470                 MOVE GA-REJECT-TEXT
004480                     TO WS-PL-REJECT-TEXT (WS-PL-IDX)
004490                 MOVE GA-LEDGER-REF
004500                     TO WS-PL-LEDGER-REF (WS-PL-IDX)
004510             ELSE
004520                 PERFORM 3200-REPORT-STRAY-ACK
004530             END-IF.

004540         3110-FIND-EXACT-LINE.
004550*        THE RETURNED LINE ECHOES THE WHOLE POSTING, SO THE FIRST
004560*        UNANSWERED FEED LINE IT MATCHES IN FULL IS THE ONE.
004570             SET WS-PL-IDX TO 1
004580             SEARCH WS-PL-ENTRY
004590                 AT END
004600                     CONTINUE
004610                 WHEN WS-PL-ACK-STATUS (WS-PL-IDX) = SPACE
004620                     AND WS-PL-ACCOUNT-NUMBER (WS-PL-IDX)
004630                         = GA-ACCOUNT-NUMBER
004640                     AND WS-PL-DR-CR-CODE (WS-PL-IDX)
004650                         = GA-DR-CR-CODE
004660                     AND WS-PL-CURRENCY-CODE (WS-PL-IDX)
004670                         = GA-CURRENCY-CODE
004680                     AND WS-PL-TRAN-TYPE-CODE (WS-PL-IDX)
004690                         = GA-TRAN-TYPE-CODE
004700                     AND WS-PL-SOURCE-CODE (WS-PL-IDX)
004710                         = GA-SOURCE-CODE
004720                     AND WS-PL-TRAN-DATE (WS-PL-IDX)
004730                         = GA-TRAN-DATE
004740                     AND WS-PL-AMOUNT (WS-PL-IDX) = GA-AMOUNT
004750                     SET WS-MATCH-FOUND TO TRUE
004760             END-SEARCH.

004770         3120-FIND-LINE-BY-AMOUNT.
004780*        A LEDGER THAT DOES NOT ECHO THE TYPE, SOURCE OR DATES IS
004790*        MATCHED ON ACCOUNT, SIDE AND AMOUNT ALONE.
004800             SET WS-PL-IDX TO 1
004810             SEARCH WS-PL-ENTRY
004820                 AT END
004830                     CONTINUE
004840                 WHEN WS-PL-ACK-STATUS (WS-PL-IDX) = SPACE
004850                     AND WS-PL-ACCOUNT-NUMBER (WS-PL-IDX)
004860                         = GA-ACCOUNT-NUMBER
004870                     AND WS-PL-DR-CR-CODE (WS-PL-IDX)
004880                         = GA-DR-CR-CODE
004890                     AND WS-PL-AMOUNT (WS-PL-IDX) = GA-AMOUNT
004900                     SET WS-MATCH-FOUND TO TRUE
004910             END-SEARCH.

004920         3200-REPORT-STRAY-ACK.
004930*        A RETURNED LINE FOR ANOTHER EXTRACT, WITH AN UNKNOWN
004940*        OUTCOME, OR ANSWERING A LINE ALREADY ANSWERED.
004950             ADD 1 TO WS-STRAY-COUNT
004960             ADD GA-AMOUNT TO WS-STRAY-AMOUNT
004970             MOVE SPACES TO RECON-RPT-LINE
004980             STRING "*** RETURNED LINE MATCHES NO FEED LINE - "
004990                     "EXTRACT " GA-EXTRACT-DATE " ACCOUNT "
005000                     GA-ACCOUNT-NUMBER
005010                     " " GA-DR-CR-CODE " AMOUNT " GA-AMOUNT
005020                     " STATUS " GA-ACK-STATUS
005030                     " REF " GA-LEDGER-REF " ***"
005040                 DELIMITED BY SIZE INTO RECON-RPT-LINE
005050             WRITE RECON-RPT-LINE
005060             DISPLAY "GLRECON: UNMATCHED RETURN LINE ACCOUNT "
005070                 GA-ACCOUNT-NUMBER " " GA-DR-CR-CODE
005080                 " AMOUNT " GA-AMOUNT.

005090         4000-REPORT-POSTING-LINES.
005100             MOVE SPACES TO RECON-RPT-LINE
005110             WRITE RECON-RPT-LINE
005120             WRITE RECON-RPT-LINE FROM WS-RPT-COLUMNS
005130             PERFORM 4100-REPORT-ONE-LINE
005140                 VARYING WS-PL-IDX FROM 1 BY 1
005150                 UNTIL WS-PL-IDX > WS-PL-TAB-COUNT.

005160         4100-REPORT-ONE-LINE.
005170             IF WS-PL-DR-CR-CODE (WS-PL-IDX) = "D"
005180                 MOVE 1 TO WS-SIDE-SUB
005190             ELSE
005200                 MOVE 2 TO WS-SIDE-SUB
005210             END-IF
005220             EVALUATE WS-PL-ACK-STATUS (WS-PL-IDX)
005230                 WHEN "P"
005240                     MOVE "POSTED" TO WS-OUTCOME-TEXT
005250                     ADD 1 TO WS-TO-POSTED-COUNT (WS-SIDE-SUB)
005260                     ADD WS-PL-AMOUNT (WS-PL-IDX)
005270                         TO WS-TO-POSTED-AMOUNT (WS-SIDE-SUB)
005280                 WHEN "R"
005290                     MOVE "REJECTED" TO WS-OUTCOME-TEXT
005300                     ADD 1 TO WS-TO-REJECTED-COUNT (WS-SIDE-SUB)
005310                     ADD WS-PL-AMOUNT (WS-PL-IDX)
005320                         TO WS-TO-REJECTED-AMOUNT (WS-SIDE-SUB)
005330                     PERFORM 4200-HOLD-REJECTED-LINE
005340                 WHEN OTHER
005350                     MOVE "NOT RETURNED" TO WS-OUTCOME-TEXT
005360                     ADD 1 TO WS-TO-UNRET-COUNT (WS-SIDE-SUB)
005370                     ADD WS-PL-AMOUNT (WS-PL-IDX)
005380                         TO WS-TO-UNRET-AMOUNT (WS-SIDE-SUB)
005390             END-EVALUATE
005400             MOVE WS-OUTCOME-TEXT TO WS-DTL-OUTCOME
005410             MOVE WS-PL-ACCOUNT-NUMBER (WS-PL-IDX)
005420                 TO WS-DTL-ACCOUNT-NUMBER
005430             MOVE WS-PL-DR-CR-CODE (WS-PL-IDX)
005440                 TO WS-DTL-DR-CR-CODE
005450             MOVE WS-PL-AMOUNT (WS-PL-IDX) TO WS-DTL-AMOUNT
005460             MOVE WS-PL-CURRENCY-CODE (WS-PL-IDX)
005470                 TO WS-DTL-CURRENCY-CODE
005480             MOVE WS-PL-TRAN-TYPE-CODE (WS-PL-IDX)
005490                 TO WS-DTL-TRAN-TYPE-CODE
005500             MOVE WS-PL-SOURCE-CODE (WS-PL-IDX)
005510                 TO WS-DTL-SOURCE-CODE
005520             MOVE WS-PL-TRAN-DATE (WS-PL-IDX) TO WS-DTL-TRAN-DATE
005530             MOVE WS-PL-LEDGER-REF (WS-PL-IDX)
005540                 TO WS-DTL-LEDGER-REF
005550             MOVE WS-PL-REJECT-CODE (WS-PL-IDX)
005560                 TO WS-DTL-REJECT-CODE
005570             MOVE WS-PL-REJECT-TEXT (WS-PL-IDX)
005580                 TO WS-DTL-REJECT-TEXT
005590             WRITE RECON-RPT-LINE FROM WS-RPT-DETAIL.

005600         4200-HOLD-REJECTED-LINE.
005610             MOVE SPACES TO GL-HOLD-RECORD
005620             MOVE WS-PL-ORIG-EXTRACT-DATE (WS-PL-IDX)
005630                 TO GH-ORIG-EXTRACT-DATE
005640             MOVE WS-EXTRACT-DATE TO GH-REJECT-EXTRACT-DATE
005650             COMPUTE GH-CARRY-COUNT =
005660                 WS-PL-CARRY-COUNT (WS-PL-IDX) + 1
005670                 ON SIZE ERROR
005680                     MOVE 999 TO GH-CARRY-COUNT
005690             END-COMPUTE
005700             MOVE WS-PL-REJECT-CODE (WS-PL-IDX) TO GH-REJECT-CODE
005710             MOVE WS-PL-REJECT-TEXT (WS-PL-IDX) TO GH-REJECT-TEXT
005720             MOVE WS-PL-ACCOUNT-NUMBER (WS-PL-IDX)
005730                 TO GH-ACCOUNT-NUMBER
005740             MOVE WS-PL-DR-CR-CODE (WS-PL-IDX) TO GH-DR-CR-CODE
005750             MOVE WS-PL-AMOUNT (WS-PL-IDX) TO GH-AMOUNT
005760             MOVE WS-PL-CURRENCY-CODE (WS-PL-IDX)
005770                 TO GH-CURRENCY-CODE
005780             MOVE WS-PL-TRAN-TYPE-CODE (WS-PL-IDX)
005790                 TO GH-TRAN-TYPE-CODE
005800             MOVE WS-PL-SOURCE-CODE (WS-PL-IDX) TO GH-SOURCE-CODE
005810             MOVE WS-PL-TRAN-DATE (WS-PL-IDX) TO GH-TRAN-DATE
005820             MOVE WS-PL-TRAN-COUNT (WS-PL-IDX) TO GH-TRAN-COUNT
005830             WRITE GL-HOLD-RECORD
005840             IF WS-GLHOLD-STATUS NOT = "00"
005850                 DISPLAY "ERROR WRITING GL-HOLD-FILE STATUS="
005860                     WS-GLHOLD-STATUS
005870                 GO TO 9999-ABEND
005880             END-IF
005890             ADD 1 TO WS-HELD-COUNT.

005900         5000-TIE-OUT.
005910             MOVE SPACES TO RECON-RPT-LINE
005920             WRITE RECON-RPT-LINE
005930             MOVE SPACES TO RECON-RPT-LINE
005940             STRING "CONTROL-TOTAL TIE-OUT AGAINST GLPOST "
005950                     "TRAILER (POSTED + REJECTED + NOT RETURNED "
005960                     "= CONTROL)"
005970                 DELIMITED BY SIZE INTO RECON-RPT-LINE
005980             WRITE RECON-RPT-LINE
005990             PERFORM 5100-TIE-OUT-ONE-SIDE
006000                 VARYING WS-SIDE-SUB FROM 1 BY 1
006010                 UNTIL WS-SIDE-SUB > 2
006020             IF WS-ACK-AVAILABLE
006030                 PERFORM 5200-CHECK-LEDGER-TRAILER
006040             END-IF
006050             IF WS-STRAY-COUNT > ZERO
006060                 MOVE SPACES TO RECON-RPT-LINE
006070                 STRING "RETURNED LINES MATCHING NO FEED LINE "
006080                         WS-STRAY-COUNT " AMOUNT " WS-STRAY-AMOUNT
006090                     DELIMITED BY SIZE INTO RECON-RPT-LINE
006100                 WRITE RECON-RPT-LINE
006110             END-IF
006120             MOVE SPACES TO RECON-RPT-LINE
006130             STRING "REJECTED LINES HELD FOR THE NEXT FEED "
006140                     WS-HELD-COUNT
006150                 DELIMITED BY SIZE INTO RECON-RPT-LINE
006160             WRITE RECON-RPT-LINE.

006170         5100-TIE-OUT-ONE-SIDE.
006180             COMPUTE WS-TIE-DIFFERENCE =
006190                 WS-TO-CONTROL-AMOUNT (WS-SIDE-SUB)
006200                     - WS-TO-POSTED-AMOUNT (WS-SIDE-SUB)
006210                     - WS-TO-REJECTED-AMOUNT (WS-SIDE-SUB)
006220                     - WS-TO-UNRET-AMOUNT (WS-SIDE-SUB)
006230             MOVE WS-TO-SIDE-NAME (WS-SIDE-SUB)
006240                 TO WS-TIE-SIDE-NAME
006250             MOVE WS-TO-CONTROL-AMOUNT (WS-SIDE-SUB)
006260                 TO WS-TIE-CONTROL
006270             MOVE WS-TO-POSTED-AMOUNT (WS-SIDE-SUB)
006280                 TO WS-TIE-POSTED
006290             MOVE WS-TO-REJECTED-AMOUNT (WS-SIDE-SUB)
006300                 TO WS-TIE-REJECTED
006310             MOVE WS-TO-UNRET-AMOUNT (WS-SIDE-SUB)
006320                 TO WS-TIE-UNRETURNED
006330             WRITE RECON-RPT-LINE FROM WS-RPT-TIE-LINE
006340             MOVE SPACES TO RECON-RPT-LINE
006350             STRING "        LINES POSTED "
006360                     WS-TO-POSTED-COUNT (WS-SIDE-SUB)
006370                     " REJECTED "
006380                     WS-TO-REJECTED-COUNT (WS-SIDE-SUB)
006390                     " NOT RETURNED "
006400                     WS-TO-UNRET-COUNT (WS-SIDE-SUB)
006410                 DELIMITED BY SIZE INTO RECON-RPT-LINE
006420             WRITE RECON-RPT-LINE
006430             IF WS-TIE-DIFFERENCE NOT = ZERO
006440                 SET WS-OUT-OF-BALANCE TO TRUE
006450                 MOVE SPACES TO RECON-RPT-LINE
006460                 STRING "*** " WS-TO-SIDE-NAME (WS-SIDE-SUB)
006470                         " DO NOT TIE TO THE GLPOST TRAILER - "
006480                         "DIFFERENCE " WS-TIE-DIFFERENCE " ***"
006490                     DELIMITED BY SIZE INTO RECON-RPT-LINE
006500                 WRITE RECON-RPT-LINE
006510             END-IF.

006520         5200-CHECK-LEDGER-TRAILER.
006530*        THE LEDGER'S OWN TRAILER MUST AGREE WITH THE LINES IT
006540*        RETURNED, OR THE RETURN FILE ITSELF IS INCOMPLETE.
006550             IF NOT WS-ACK-TRAILER-SEEN
006560                 SET WS-OUT-OF-BALANCE TO TRUE
006570                 MOVE SPACES TO RECON-RPT-LINE
006580                 STRING "*** GLACK HAS NO TRAILER RECORD - "
006590                         "RETURN FILE MAY BE INCOMPLETE ***"
006600                     DELIMITED BY SIZE INTO RECON-RPT-LINE
006610                 WRITE RECON-RPT-LINE
006620             ELSE
006630                 IF WS-TO-LEDGER-AMOUNT (1)
006640                         NOT = WS-TO-RETURNED-AMOUNT (1)
006650                     OR WS-TO-LEDGER-AMOUNT (2)
006660                         NOT = WS-TO-RETURNED-AMOUNT (2)
006670                     SET WS-OUT-OF-BALANCE TO TRUE
006680                     MOVE SPACES TO RECON-RPT-LINE
006690                     STRING "*** GLACK TRAILER DEBITS "
006700                             WS-TO-LEDGER-AMOUNT (1)
006710                             " CREDITS " WS-TO-LEDGER-AMOUNT (2)
006720                             " DO NOT AGREE WITH LINES "
006730                             "RETURNED ***"
006740                         DELIMITED BY SIZE INTO RECON-RPT-LINE
006750                     WRITE RECON-RPT-LINE
006760                 ELSE
006770                     MOVE SPACES TO RECON-RPT-LINE
006780                     STRING "GLACK TRAILER AGREES WITH LINES "
006790                             "RETURNED - RECORDS "
006800                             WS-ACK-RECORD-COUNT
006810                         DELIMITED BY SIZE INTO RECON-RPT-LINE
006820                     WRITE RECON-RPT-LINE
006830                 END-IF
006840             END-IF.

006850         6000-FINALIZE.
006860             IF WS-OUT-OF-BALANCE
006870                 DISPLAY "GLRECON OUT OF BALANCE - SEE GLRCRPT"
006880             END-IF
006890             DISPLAY "GLRECON: EXTRACT " WS-EXTRACT-DATE
006900                 " LINES " WS-FEED-RECORD-COUNT
006910                 " POSTED " WS-TO-POSTED-COUNT (1)
006920                 "/" WS-TO-POSTED-COUNT (2)
006930                 " REJECTED " WS-TO-REJECTED-COUNT (1)
006940                 "/" WS-TO-REJECTED-COUNT (2)
006950                 " NOT RETURNED " WS-TO-UNRET-COUNT (1)
006960                 "/" WS-TO-UNRET-COUNT (2)
006970                 " UNMATCHED " WS-STRAY-COUNT
006980                 " HELD " WS-HELD-COUNT
006990             CLOSE GL-POST-FILE
007000             IF WS-ACK-AVAILABLE
007010                 CLOSE GL-ACK-FILE
007020             END-IF
007030             CLOSE GL-HOLD-FILE
007040             CLOSE RECON-RPT-FILE.

007041         8900-START-PROCESS-STEP.
007042*        OPENS THE CONTROL FILE FOR THE RUN, TAKES THE BUSINESS
007043*        DATE FROM IT AND RECORDS THIS STEP AS STARTED FOR THAT
007044*        DATE.  THE STEP IS REFUSED IF ANY STEP IT WAITS ON (THE
007045*        PROCDTWS SCHEDULE) HAS NOT COMPLETED FOR THE DATE, OR IF
007046*        THIS STEP ALREADY HAS.  A STEP LEFT STARTED BY A FAILED
007047*        RUN MAY BE RERUN - ITS RUN COUNT IS STEPPED AND ITS
007048*        START STAMP REPLACED.
007049             OPEN I-O PROCESS-DATE-FILE
007050             IF WS-PROCDATE-STATUS NOT = "00"
007051                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
007052                     WS-PROCDATE-STATUS
007053                 GO TO 9999-ABEND
007054             END-IF
007055             PERFORM 8810-READ-DATE-ROW

007056             MOVE "N" TO WS-STEP-REFUSED-SWITCH
007057             PERFORM 8910-CHECK-STEP-SCHEDULE
007058                 VARYING WS-SCHED-SUB FROM 1 BY 1
007059                 UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
007060             IF WS-STEP-REFUSED
007061                 DISPLAY "STEP " WS-STEP-NAME " REFUSED FOR "
007062                     "BUSINESS DATE " WS-BUSINESS-DATE
007063                 GO TO 9999-ABEND
007064             END-IF

007065             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
007066             MOVE WS-STEP-NAME TO PD-KEY-STEP
007067             READ PROCESS-DATE-FILE
007068                 INVALID KEY
007069                     MOVE "N" TO WS-STEP-ROW-SWITCH
007070                 NOT INVALID KEY
007071                     SET WS-STEP-ROW-EXISTS TO TRUE
007072             END-READ
007073             IF WS-STEP-ROW-EXISTS
007074                 IF PD-STEP-COMPLETED
007075                     DISPLAY "ERROR: STEP " WS-STEP-NAME
007076                         " ALREADY COMPLETED FOR BUSINESS DATE "
007077                         WS-BUSINESS-DATE
007078                     GO TO 9999-ABEND
007079                 END-IF
007080                 DISPLAY "STEP " WS-STEP-NAME " RERUN - LAST "
007081                     "STARTED " PD-STEP-START-TS
007082             ELSE
007083                 MOVE SPACES TO PD-STEP-DATA
007084                 MOVE ZERO TO PD-STEP-END-TS
007085                 MOVE ZERO TO PD-STEP-RUN-COUNT
007086             END-IF
007087             SET PD-STEP-STARTED TO TRUE
007088             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-START-TS
007089             ADD 1 TO PD-STEP-RUN-COUNT
007090             IF WS-STEP-ROW-EXISTS
007091                 REWRITE PROCESS-DATE-RECORD
007092             ELSE
007093                 WRITE PROCESS-DATE-RECORD
007094             END-IF
007095             IF WS-PROCDATE-STATUS NOT = "00"
007096                 DISPLAY "ERROR RECORDING STEP " WS-STEP-NAME
007097                     " STATUS=" WS-PROCDATE-STATUS
007098                 GO TO 9999-ABEND
007099             END-IF
007100             DISPLAY "STEP " WS-STEP-NAME " STARTED FOR BUSINESS "
007101                 "DATE " WS-BUSINESS-DATE.

007102         8810-READ-DATE-ROW.
007103             MOVE ZERO TO PD-KEY-DATE
007104             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
007105             READ PROCESS-DATE-FILE
007106                 INVALID KEY
007107                     DISPLAY "ERROR: NO BUSINESS DATE ON "
007108                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
007109                     GO TO 9999-ABEND
007110             END-READ
007111             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
007112             MOVE PD-PRIOR-BUSINESS-DATE
007113                 TO WS-PRIOR-BUSINESS-DATE.

007114         8910-CHECK-STEP-SCHEDULE.
007115             IF WS-SCHED-STEP (WS-SCHED-SUB)
007116                     = WS-STEP-SCHEDULE-NAME
007117                 PERFORM 8920-CHECK-SCHEDULED-PREREQ
007118                     VARYING WS-PREREQ-SUB FROM 1 BY 1
007119                     UNTIL WS-PREREQ-SUB > WS-SCHED-PREREQ-MAX
007120             END-IF.

007121         8920-CHECK-SCHEDULED-PREREQ.
007122             MOVE WS-SCHED-PREREQ (WS-SCHED-SUB WS-PREREQ-SUB)
007123                 TO WS-PREREQ-STEP
007124             IF WS-PREREQ-STEP NOT = SPACES
007125                 PERFORM 8930-TEST-PREREQ-STEP
007126             END-IF.

007127         8930-TEST-PREREQ-STEP.
007128             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
007129             MOVE WS-PREREQ-STEP TO PD-KEY-STEP
007130             READ PROCESS-DATE-FILE
007131                 INVALID KEY
007132                     DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
007133                         WS-PREREQ-STEP " - NOT RUN FOR "
007134                         "BUSINESS DATE " WS-BUSINESS-DATE
007135                     SET WS-STEP-REFUSED TO TRUE
007136                 NOT INVALID KEY
007137                     IF NOT PD-STEP-COMPLETED
007138                         DISPLAY "ERROR: " WS-STEP-NAME " NEEDS "
007139                             WS-PREREQ-STEP " - NOT COMPLETED "
007140                             "FOR BUSINESS DATE " WS-BUSINESS-DATE
007141                         SET WS-STEP-REFUSED TO TRUE
007142                     END-IF
007143             END-READ.

007144         8950-COMPLETE-PROCESS-STEP.
007145*        THE STEP IS MARKED COMPLETED ONLY ONCE ALL ITS WORK IS
007146*        DONE, SO AN ABEND ANYWHERE BEFORE HERE LEAVES IT STARTED
007147*        AND THE STEPS WAITING ON IT STAY HELD.
007148             MOVE WS-BUSINESS-DATE TO PD-KEY-DATE
007149             MOVE WS-STEP-NAME TO PD-KEY-STEP
007150             READ PROCESS-DATE-FILE
007151                 INVALID KEY
007152                     DISPLAY "ERROR: STEP " WS-STEP-NAME
007153                         " MISSING FROM PROCESS-DATE-FILE"
007154                     GO TO 9999-ABEND
007155             END-READ
007156             SET PD-STEP-COMPLETED TO TRUE
007157             MOVE FUNCTION CURRENT-DATE (1:14) TO PD-STEP-END-TS
007158             REWRITE PROCESS-DATE-RECORD
007159             IF WS-PROCDATE-STATUS NOT = "00"
007160                 DISPLAY "ERROR COMPLETING STEP " WS-STEP-NAME
007161                     " STATUS=" WS-PROCDATE-STATUS
007162                 GO TO 9999-ABEND
007163             END-IF
007164             CLOSE PROCESS-DATE-FILE.

007170         9999-ABEND.
007180             DISPLAY "GLRECON ABENDING"
007190             CLOSE GL-POST-FILE
007200             CLOSE GL-ACK-FILE
007210             CLOSE GL-HOLD-FILE
007220             CLOSE RECON-RPT-FILE
007230             CLOSE PROCESS-DATE-FILE
007240             STOP RUN.
