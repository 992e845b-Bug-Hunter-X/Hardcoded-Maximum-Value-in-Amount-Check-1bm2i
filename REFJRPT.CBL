000010*****************************************************************
000020* PROGRAM-ID. REFJRPT
000030* REFERENCE-DATA CHANGE JOURNAL REPORT.
000040* LISTS EVERY CONFIRMED, REJECTED OR FAILED CHANGE TO THE LIMIT,
000050* TRANSACTION TYPE, ACCOUNT STATUS, APPROVER, FRAUD RULE, FEE
000052* SCHEDULE AND STANDING-INSTRUCTION MASTERS JOURNALED BY
000055* LIMMAINT, TYPMAINT, ACTMAINT, APVMAINT, FRLMAINT, FEEMAINT AND
000057* SINMAINT OVER THE REPORTING PERIOD - WHO RAISED IT, WHO
000070* CONFIRMED OR REJECTED IT, AND THE RECORD BEFORE AND AFTER -
000080* WITH COUNTS BY MASTER AND OUTCOME, FOR THE AUDIT COMMITTEE.
000090* THE PERIOD IN DAYS ARRIVES AS A PARM; BLANK OR NON-NUMERIC
000100* FALLS BACK TO THE 92-DAY (QUARTER) DEFAULT.
000110*****************************************************************
000120 IDENTIFICATION DIVISION.
000130         PROGRAM-ID. REFJRPT.
000140         AUTHOR. BATCH-SYSTEMS.

000150         ENVIRONMENT DIVISION.
000160         CONFIGURATION SECTION.
000170         SOURCE-COMPUTER. IBM-370.
000180         OBJECT-COMPUTER. IBM-370.

000190         INPUT-OUTPUT SECTION.
000200         FILE-CONTROL.
000210             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000220                 ORGANIZATION IS SEQUENTIAL
000230                 FILE STATUS IS WS-REFJRNL-STATUS.

000240             SELECT JOURNAL-RPT-FILE ASSIGN TO REFJLST
000250                 ORGANIZATION IS SEQUENTIAL
000260                 FILE STATUS IS WS-REFJLST-STATUS.

000261             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000262                 ORGANIZATION IS INDEXED
000263                 ACCESS MODE IS DYNAMIC
000264                 RECORD KEY IS PD-CONTROL-KEY
000265                 FILE STATUS IS WS-PROCDATE-STATUS.

000270         DATA DIVISION.
000280         FILE SECTION.
000290         FD  REF-JOURNAL-FILE
000300             RECORDING MODE IS F.
000310         COPY REFJRNL.

000320         FD  JOURNAL-RPT-FILE
000330             RECORDING MODE IS F.
000340         01  JOURNAL-RPT-LINE                PIC X(132).

000342         FD  PROCESS-DATE-FILE
000344             RECORDING MODE IS F.
000346         COPY PROCDATE.

000350         WORKING-STORAGE SECTION.
000360         01  WS-FILE-STATUSES.
000370             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
000380             05  WS-REFJLST-STATUS           PIC X(02) VALUE "00".
000384             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

000386         COPY PROCDTWS.

000390         01  WS-SWITCHES.
000400             05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000410                 88  WS-END-OF-FILE              VALUE "Y".

000420         01  WS-PERIOD-FIELDS.
000430             05  WS-REPORT-DAYS              PIC 9(05) VALUE 92.
000440             05  WS-DEFAULT-REPORT-DAYS      PIC 9(05) VALUE 92.
000450             05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
000460             05  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000470             05  WS-DATE-INTEGER             PIC 9(08) VALUE ZERO.

000480         01  WS-RUN-COUNTERS.
000490             05  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
000500             05  WS-LISTED-COUNT             PIC 9(09) VALUE ZERO.

000510*        COUNTS BY MASTER FILE (ROW) AND OUTCOME (APPLIED,
000520*        REJECTED, FAILED).  ROW 8 CATCHES ANY FILE CODE NOT
000530*        KNOWN HERE.
000540         01  WS-OUTCOME-TABLE.
000550             05  WS-OUTCOME-ROW OCCURS 8 TIMES
000560                         INDEXED BY WS-ROW-IDX.
000570                 10  WS-OT-FILE-CODE         PIC X(04).
000580                 10  WS-OT-FILE-NAME         PIC X(10).
000590                 10  WS-OT-APPLIED           PIC 9(07).
000600                 10  WS-OT-REJECTED          PIC 9(07).
000610                 10  WS-OT-FAILED            PIC 9(07).

000620         01  WS-RPT-HEADING.
000630             05  FILLER                      PIC X(42)
000640                 VALUE "REFERENCE-DATA CHANGE JOURNAL".
000650             05  FILLER                      PIC X(10)
000660                 VALUE "RUN DATE ".
000670             05  WS-HDG-RUN-DATE             PIC 9(08).
000680             05  FILLER                      PIC X(08)
000690                 VALUE "  FROM ".
000700             05  WS-HDG-FROM-DATE            PIC 9(08).

000710         01  WS-RPT-COLUMNS.
000720             05  FILLER                      PIC X(10)
000730                 VALUE "JRNL DATE".
000740             05  FILLER                      PIC X(08)
000750                 VALUE "TIME".
000760             05  FILLER                      PIC X(10)
000770                 VALUE "MASTER".
000780             05  FILLER                      PIC X(12)
000790                 VALUE "RECORD KEY".
000800             05  FILLER                      PIC X(08)
000810                 VALUE "ACTION".
000820             05  FILLER                      PIC X(10)
000830                 VALUE "OUTCOME".
000840             05  FILLER                      PIC X(10)
000850                 VALUE "MAKER".
000860             05  FILLER                      PIC X(10)
000870                 VALUE "RAISED".
000880             05  FILLER                      PIC X(10)
000890                 VALUE "CHECKER".

000900         01  WS-RPT-DETAIL.
000910             05  WS-DTL-JOURNAL-DATE         PIC 9(08).
000920             05  FILLER                      PIC X(02)
000930                 VALUE SPACES.
000940             05  WS-DTL-JOURNAL-TIME         PIC 9(06).
000950             05  FILLER                      PIC X(02)
000960                 VALUE SPACES.
000970             05  WS-DTL-FILE-NAME            PIC X(10).
000980             05  WS-DTL-RECORD-KEY           PIC X(12).
000990             05  WS-DTL-ACTION               PIC X(08).
001000             05  WS-DTL-OUTCOME              PIC X(10).
001010             05  WS-DTL-MAKER-ID             PIC X(10).
001020             05  WS-DTL-REQUEST-DATE         PIC 9(08).
001030             05  FILLER                      PIC X(02)
001040                 VALUE SPACES.
001050             05  WS-DTL-CHECKER-ID           PIC X(08).

001060         01  WS-RPT-IMAGE-LINE.
001070             05  FILLER                      PIC X(04)
001080                 VALUE SPACES.
001090             05  WS-IMG-LABEL                PIC X(10).
001100             05  WS-IMG-DATA                 PIC X(100).

001110         01  WS-RPT-SUMMARY.
001120             05  WS-SUM-FILE-NAME            PIC X(12).
001130             05  FILLER                      PIC X(10)
001140                 VALUE "APPLIED".
001150             05  WS-SUM-APPLIED              PIC Z,ZZZ,ZZ9.
001160             05  FILLER                      PIC X(12)
001170                 VALUE "  REJECTED".
001180             05  WS-SUM-REJECTED             PIC Z,ZZZ,ZZ9.
001190             05  FILLER                      PIC X(10)
001200                 VALUE "  FAILED".
001210             05  WS-SUM-FAILED               PIC Z,ZZZ,ZZ9.

001220         LINKAGE SECTION.
001230         01  LS-PARM-REPORT-DAYS             PIC X(03).

001240         PROCEDURE DIVISION USING LS-PARM-REPORT-DAYS.
001250         0000-MAIN-CONTROL.
001260             PERFORM 1000-INITIALIZE
001270             PERFORM 2000-LIST-JOURNAL-ENTRY
001280                 UNTIL WS-END-OF-FILE
001290             PERFORM 3000-FINALIZE
001300             STOP RUN.

001310         1000-INITIALIZE.
001314             PERFORM 8800-GET-BUSINESS-DATE
001320             IF LS-PARM-REPORT-DAYS = SPACES
001330                 OR LS-PARM-REPORT-DAYS = LOW-VALUES
001340                 MOVE WS-DEFAULT-REPORT-DAYS TO WS-REPORT-DAYS
001350             ELSE
001360                 IF LS-PARM-REPORT-DAYS IS NUMERIC
001370                     MOVE LS-PARM-REPORT-DAYS TO WS-REPORT-DAYS
001380                 ELSE
001390                     DISPLAY "WARNING: PERIOD PARM '"
001400                         LS-PARM-REPORT-DAYS
001410                         "' NOT NUMERIC - USING "
001420                         WS-DEFAULT-REPORT-DAYS " DAYS"
001430                     MOVE WS-DEFAULT-REPORT-DAYS TO WS-REPORT-DAYS
001440                 END-IF
001450             END-IF
001460             IF WS-REPORT-DAYS = ZERO
001470                 MOVE WS-DEFAULT-REPORT-DAYS TO WS-REPORT-DAYS
001480             END-IF

001490             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
001500             COMPUTE WS-DATE-INTEGER =
001510                 FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
001520                     - WS-REPORT-DAYS
001530             COMPUTE WS-FROM-DATE =
001540                 FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)

001550             MOVE "LIMT" TO WS-OT-FILE-CODE (1)
001560             MOVE "LIMITPRM" TO WS-OT-FILE-NAME (1)
001570             MOVE "TYPE" TO WS-OT-FILE-CODE (2)
001580             MOVE "TYPEPRM" TO WS-OT-FILE-NAME (2)
001590             MOVE "ACCT" TO WS-OT-FILE-CODE (3)
001600             MOVE "ACCTMST" TO WS-OT-FILE-NAME (3)
001610             MOVE "APPR" TO WS-OT-FILE-CODE (4)
001620             MOVE "APPRMST" TO WS-OT-FILE-NAME (4)
001621             MOVE "FRUL" TO WS-OT-FILE-CODE (5)
001622             MOVE "FRDRULE" TO WS-OT-FILE-NAME (5)
001623             MOVE "FEES" TO WS-OT-FILE-CODE (6)
001624             MOVE "FEESCHED" TO WS-OT-FILE-NAME (6)
001625             MOVE "SINS" TO WS-OT-FILE-CODE (7)
001626             MOVE "STDINST" TO WS-OT-FILE-NAME (7)
001630             MOVE SPACES TO WS-OT-FILE-CODE (8)
001640             MOVE "OTHER" TO WS-OT-FILE-NAME (8)
001650             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
001660                     UNTIL WS-ROW-IDX > 8
001670                 MOVE ZERO TO WS-OT-APPLIED (WS-ROW-IDX)
001680                 MOVE ZERO TO WS-OT-REJECTED (WS-ROW-IDX)
001690                 MOVE ZERO TO WS-OT-FAILED (WS-ROW-IDX)
001700             END-PERFORM

001710             OPEN OUTPUT JOURNAL-RPT-FILE
001720             IF WS-REFJLST-STATUS NOT = "00"
001730                 DISPLAY "ERROR OPENING JOURNAL-RPT-FILE STATUS="
001740                     WS-REFJLST-STATUS
001750                 GO TO 9999-ABEND
001760             END-IF
001770             MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
001780             MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
001790             WRITE JOURNAL-RPT-LINE FROM WS-RPT-HEADING
001800             WRITE JOURNAL-RPT-LINE FROM WS-RPT-COLUMNS

001810             OPEN INPUT REF-JOURNAL-FILE
001820             IF WS-REFJRNL-STATUS = "35"
001830                 DISPLAY "WARNING: NO REF-JOURNAL-FILE - "
001840                     "NO CHANGES TO REPORT"
001850                 SET WS-END-OF-FILE TO TRUE
001860             ELSE
001870                 IF WS-REFJRNL-STATUS NOT = "00"
001880                     DISPLAY "ERROR OPENING REF-JOURNAL-FILE "
001890                         "STATUS="
001900                         WS-REFJRNL-STATUS
001910                     GO TO 9999-ABEND
001920                 END-IF
001930                 PERFORM 2050-READ-JOURNAL
001940             END-IF.

001950         2050-READ-JOURNAL.
001960             READ REF-JOURNAL-FILE
001970                 AT END
001980                     SET WS-END-OF-FILE TO TRUE
001990                 NOT AT END
002000                     ADD 1 TO WS-READ-COUNT
002010             END-READ.

002020         2000-LIST-JOURNAL-ENTRY.
002030             IF RJ-JOURNAL-DATE >= WS-FROM-DATE
002040                 PERFORM 2100-WRITE-ENTRY
002050                 PERFORM 2200-COUNT-OUTCOME
002060             END-IF
002070             PERFORM 2050-READ-JOURNAL.

002080         2100-WRITE-ENTRY.
002090             ADD 1 TO WS-LISTED-COUNT
002100             MOVE RJ-JOURNAL-DATE TO WS-DTL-JOURNAL-DATE
002110             MOVE RJ-JOURNAL-TIME (1:6) TO WS-DTL-JOURNAL-TIME
002120             SET WS-ROW-IDX TO 1
002130             SEARCH WS-OUTCOME-ROW
002140                 AT END
002150                     SET WS-ROW-IDX TO 8
002160                 WHEN WS-OT-FILE-CODE (WS-ROW-IDX) = RJ-FILE-CODE
002170                     CONTINUE
002180             END-SEARCH
002190             MOVE WS-OT-FILE-NAME (WS-ROW-IDX) TO WS-DTL-FILE-NAME
002200             MOVE RJ-RECORD-KEY TO WS-DTL-RECORD-KEY
002210             EVALUATE RJ-ACTION-CODE
002220                 WHEN "A"
002230                     MOVE "ADD" TO WS-DTL-ACTION
002240                 WHEN "C"
002250                     MOVE "CHANGE" TO WS-DTL-ACTION
002260                 WHEN "D"
002270                     MOVE "DELETE" TO WS-DTL-ACTION
002280                 WHEN OTHER
002290                     MOVE RJ-ACTION-CODE TO WS-DTL-ACTION
002300             END-EVALUATE
002310             EVALUATE TRUE
002320                 WHEN RJ-OUTCOME-APPLIED
002330                     MOVE "APPLIED" TO WS-DTL-OUTCOME
002340                 WHEN RJ-OUTCOME-REJECTED
002350                     MOVE "REJECTED" TO WS-DTL-OUTCOME
002360                 WHEN RJ-OUTCOME-FAILED
002370                     MOVE "FAILED" TO WS-DTL-OUTCOME
002380                 WHEN OTHER
002390                     MOVE RJ-OUTCOME TO WS-DTL-OUTCOME
002400             END-EVALUATE
002410             MOVE RJ-MAKER-ID TO WS-DTL-MAKER-ID
002420             MOVE RJ-REQUEST-DATE TO WS-DTL-REQUEST-DATE
002430             MOVE RJ-CHECKER-ID TO WS-DTL-CHECKER-ID
002440             WRITE JOURNAL-RPT-LINE FROM WS-RPT-DETAIL
002450             MOVE "BEFORE" TO WS-IMG-LABEL
002460             MOVE RJ-BEFORE-IMAGE TO WS-IMG-DATA
002470             WRITE JOURNAL-RPT-LINE FROM WS-RPT-IMAGE-LINE
002480             MOVE "AFTER" TO WS-IMG-LABEL
002490             MOVE RJ-AFTER-IMAGE TO WS-IMG-DATA
002500             WRITE JOURNAL-RPT-LINE FROM WS-RPT-IMAGE-LINE
002510             MOVE "REQUESTED" TO WS-IMG-LABEL
002520             MOVE RJ-TXN-IMAGE TO WS-IMG-DATA
002530             WRITE JOURNAL-RPT-LINE FROM WS-RPT-IMAGE-LINE.

002540         2200-COUNT-OUTCOME.
002550*        WS-ROW-IDX IS LEFT ON THE ENTRY'S MASTER BY 2100.
002560             EVALUATE TRUE
002570                 WHEN RJ-OUTCOME-APPLIED
002580                     ADD 1 TO WS-OT-APPLIED (WS-ROW-IDX)
002590                 WHEN RJ-OUTCOME-REJECTED
002600                     ADD 1 TO WS-OT-REJECTED (WS-ROW-IDX)
002610                 WHEN OTHER
002620                     ADD 1 TO WS-OT-FAILED (WS-ROW-IDX)
002630             END-EVALUATE.

002640         3000-FINALIZE.
002650             MOVE SPACES TO JOURNAL-RPT-LINE
002660             WRITE JOURNAL-RPT-LINE
002670             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
002680                     UNTIL WS-ROW-IDX > 8
002690                 MOVE WS-OT-FILE-NAME (WS-ROW-IDX)
002700                     TO WS-SUM-FILE-NAME
002710                 MOVE WS-OT-APPLIED (WS-ROW-IDX) TO WS-SUM-APPLIED
002720                 MOVE WS-OT-REJECTED (WS-ROW-IDX)
002730                     TO WS-SUM-REJECTED
002740                 MOVE WS-OT-FAILED (WS-ROW-IDX) TO WS-SUM-FAILED
002750                 WRITE JOURNAL-RPT-LINE FROM WS-RPT-SUMMARY
002760             END-PERFORM
002770             DISPLAY "REFJRPT: JOURNAL ROWS READ " WS-READ-COUNT
002780                 " LISTED " WS-LISTED-COUNT " SINCE " WS-FROM-DATE
002790             CLOSE REF-JOURNAL-FILE
002800             CLOSE JOURNAL-RPT-FILE.

002801         8800-GET-BUSINESS-DATE.
002802*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
002803*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
002804*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
002805*        BUSINESS DAY.
002806             OPEN INPUT PROCESS-DATE-FILE
002807             IF WS-PROCDATE-STATUS NOT = "00"
002808                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
002809                     WS-PROCDATE-STATUS
002810                 GO TO 9999-ABEND
002811             END-IF
002812             PERFORM 8810-READ-DATE-ROW
002813             CLOSE PROCESS-DATE-FILE.

002814         8810-READ-DATE-ROW.
002815             MOVE ZERO TO PD-KEY-DATE
002816             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
002817             READ PROCESS-DATE-FILE
002818                 INVALID KEY
002819                     DISPLAY "ERROR: NO BUSINESS DATE ON "
002820                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
002821                     GO TO 9999-ABEND
002822             END-READ
002823             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
002824             MOVE PD-PRIOR-BUSINESS-DATE
002825                 TO WS-PRIOR-BUSINESS-DATE.

002826         9999-ABEND.
002828             DISPLAY "REFJRPT ABENDING"
002830             CLOSE REF-JOURNAL-FILE
002840             CLOSE JOURNAL-RPT-FILE
002850             STOP RUN.
