000010*****************************************************************
000020* PROGRAM-ID. OVRDSURV
000030* APPROVER AND OVERRIDE SURVEILLANCE REPORT.
000040* PERIODIC INTERNAL-AUDIT REVIEW OF WHO IS SIGNING FOR WHAT.
000050* READS THE OVRDAUD MANUAL-OVERRIDE AUDIT TRAIL TXNVAL WRITES AND
000060* THE APPRVQ DUAL-APPROVAL RECORDS, AGAINST THE AUTHORITY LIMITS
000070* ON APPRMST, AND REPORTS OVER THE PERIOD:
000080*   - EVERY OVERRIDE THAT CAME WITHIN THE MARGIN OF ITS APPROVER'S
000090*     AM-AUTHORITY-LIMIT (OR WENT OVER IT), OR THAT WAS SIGNED ON
000100*     AN ACCOUNT FROZEN OR NEWLY OPENED AT THE TIME;
000110*   - APPROVER PAIRS WHO SIGN EACH OTHER'S DUAL-APPROVAL ITEMS IN
000120*     BOTH DIRECTIONS;
000130*   - PER APPROVER, OVERRIDE COUNTS AND BASE VALUES, THE FLAGGED
000140*     COUNTS, AND FIRST/SECOND DUAL-APPROVAL SIGN-OFFS.
000150* THE OVERRIDE'S ACCOUNT COMES OFF THE TRANARCH ARCHIVE.  THE
000160* ACCOUNT'S STANDING AT THE TIME IS THE CURRENT ACCTMST ROW UNLESS
000170* THE REFJRNL CHANGE JOURNAL SHOWS IT WAS CHANGED SINCE, IN WHICH
000180* CASE THE BEFORE IMAGE OF THE FIRST LATER CHANGE IS USED.  THE
000190* OVERRIDE IS VALUED IN BASE CURRENCY AT THE RATEHIST RATE IN
000200* EFFECT ON ITS DATE, FALLING BACK TO THE CURRENT CURRPRM RATE.
000210* PARM: PERIOD DAYS (3), NEAR-LIMIT MARGIN PERCENT (2),
000220* NEW-ACCOUNT DAYS (3), MINIMUM RECIPROCAL SIGN-OFFS (2).  BLANK
000230* OR NON-NUMERIC VALUES FALL BACK TO 92, 10, 30 AND 2.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260         PROGRAM-ID. OVRDSURV.
000270         AUTHOR. BATCH-SYSTEMS.

000280         ENVIRONMENT DIVISION.
000290         CONFIGURATION SECTION.
000300         SOURCE-COMPUTER. IBM-370.
000310         OBJECT-COMPUTER. IBM-370.

000320         INPUT-OUTPUT SECTION.
000330         FILE-CONTROL.
000340             SELECT AUDIT-FILE ASSIGN TO OVRDAUD
000350                 ORGANIZATION IS SEQUENTIAL
000360                 FILE STATUS IS WS-OVRDAUD-STATUS.

000370             SELECT APPROVAL-FILE ASSIGN TO APPRVQ
000380                 ORGANIZATION IS INDEXED
000390                 ACCESS MODE IS DYNAMIC
000400                 RECORD KEY IS PA-TRAN-ID
000410                 FILE STATUS IS WS-APPRVQ-STATUS.

000420             SELECT APPROVER-MASTER-FILE ASSIGN TO APPRMST
000430                 ORGANIZATION IS INDEXED
000440                 ACCESS MODE IS DYNAMIC
000450                 RECORD KEY IS AM-APPROVER-ID
000460                 FILE STATUS IS WS-APPRMST-STATUS.

000470             SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMST
000480                 ORGANIZATION IS INDEXED
000490                 ACCESS MODE IS DYNAMIC
000500                 RECORD KEY IS AC-ACCOUNT-ID
000510                 FILE STATUS IS WS-ACCTMST-STATUS.

000520             SELECT TRAN-ARCHIVE-FILE ASSIGN TO TRANARCH
000530                 ORGANIZATION IS INDEXED
000540                 ACCESS MODE IS DYNAMIC
000550                 RECORD KEY IS TA-TRAN-ID
000560                 FILE STATUS IS WS-TRANARCH-STATUS.

000570             SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000580                 ORGANIZATION IS SEQUENTIAL
000590                 FILE STATUS IS WS-REFJRNL-STATUS.

000600             SELECT CURRENCY-PARM-FILE ASSIGN TO CURRPRM
000610                 ORGANIZATION IS INDEXED
000620                 ACCESS MODE IS DYNAMIC
000630                 RECORD KEY IS CP-CURRENCY-CODE
000640                 FILE STATUS IS WS-CURRPRM-STATUS.

000650             SELECT RATE-HISTORY-FILE ASSIGN TO RATEHIST
000660                 ORGANIZATION IS INDEXED
000670                 ACCESS MODE IS DYNAMIC
000680                 RECORD KEY IS RH-RATE-KEY
000690                 FILE STATUS IS WS-RATEHIST-STATUS.

000700             SELECT SURVEILLANCE-RPT-FILE ASSIGN TO OVRDSRPT
000710                 ORGANIZATION IS SEQUENTIAL
000720                 FILE STATUS IS WS-OVRDSRPT-STATUS.

000721             SELECT PROCESS-DATE-FILE ASSIGN TO PROCDATE
000722                 ORGANIZATION IS INDEXED
000723                 ACCESS MODE IS DYNAMIC
000724                 RECORD KEY IS PD-CONTROL-KEY
000725                 FILE STATUS IS WS-PROCDATE-STATUS.

000730         DATA DIVISION.
000740         FILE SECTION.
000750         FD  AUDIT-FILE
000760             RECORDING MODE IS F.
000770         COPY AUDREC.

000780         FD  APPROVAL-FILE
000790             RECORDING MODE IS F.
000800         COPY APPRREC.

000810         FD  APPROVER-MASTER-FILE
000820             RECORDING MODE IS F.
000830         COPY APPRMST.

000840         FD  ACCOUNT-MASTER-FILE
000850             RECORDING MODE IS F.
000860         COPY ACCTMST.

000870         FD  TRAN-ARCHIVE-FILE
000880             RECORDING MODE IS F.
000890         COPY ARCHREC.

000900         FD  REF-JOURNAL-FILE
000910             RECORDING MODE IS F.
000920         COPY REFJRNL.

000930         FD  CURRENCY-PARM-FILE
000940             RECORDING MODE IS F.
000950         COPY CURRTAB.

000960         FD  RATE-HISTORY-FILE
000970             RECORDING MODE IS F.
000980         COPY RATEHST.

000990         FD  SURVEILLANCE-RPT-FILE
001000             RECORDING MODE IS F.
001010         01  SURVEILLANCE-RPT-LINE           PIC X(132).

001012         FD  PROCESS-DATE-FILE
001014             RECORDING MODE IS F.
001016         COPY PROCDATE.

001020         WORKING-STORAGE SECTION.
001030         01  WS-FILE-STATUSES.
001040             05  WS-OVRDAUD-STATUS           PIC X(02) VALUE "00".
001050             05  WS-APPRVQ-STATUS            PIC X(02) VALUE "00".
001060             05  WS-APPRMST-STATUS           PIC X(02) VALUE "00".
001070             05  WS-ACCTMST-STATUS           PIC X(02) VALUE "00".
001080             05  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
001090             05  WS-REFJRNL-STATUS           PIC X(02) VALUE "00".
001100             05  WS-CURRPRM-STATUS           PIC X(02) VALUE "00".
001110             05  WS-RATEHIST-STATUS          PIC X(02) VALUE "00".
001120             05  WS-OVRDSRPT-STATUS          PIC X(02) VALUE "00".
001124             05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".

001126         COPY PROCDTWS.

001130         01  WS-SWITCHES.
001140             05  WS-OVRD-EOF-SWITCH          PIC X(01) VALUE "N".
001150                 88  WS-OVRD-END-OF-FILE         VALUE "Y".
001160             05  WS-APPR-EOF-SWITCH          PIC X(01) VALUE "N".
001170                 88  WS-APPR-END-OF-FILE         VALUE "Y".
001180             05  WS-ACCT-AVAIL-SWITCH        PIC X(01) VALUE "N".
001190                 88  WS-ACCT-AVAILABLE           VALUE "Y".
001200             05  WS-ARCH-AVAIL-SWITCH        PIC X(01) VALUE "N".
001210                 88  WS-ARCH-AVAILABLE           VALUE "Y".
001220             05  WS-RATEHIST-AVAIL-SWITCH    PIC X(01) VALUE "N".
001230                 88  WS-RATEHIST-AVAILABLE       VALUE "Y".
001240             05  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
001250                 88  WS-RATE-FOUND               VALUE "Y".
001260             05  WS-RATE-SCAN-SWITCH         PIC X(01) VALUE "N".
001270                 88  WS-RATE-SCAN-DONE           VALUE "Y".
001280             05  WS-ACCT-KNOWN-SWITCH        PIC X(01) VALUE "N".
001290                 88  WS-ACCT-KNOWN               VALUE "Y".
001300             05  WS-FLAGGED-SWITCH           PIC X(01) VALUE "N".
001310                 88  WS-OVERRIDE-FLAGGED         VALUE "Y".
001320             05  WS-PAIR-FOUND-SWITCH        PIC X(01) VALUE "N".
001330                 88  WS-PAIR-FOUND               VALUE "Y".

001340         01  WS-PARM-FIELDS.
001350             05  WS-REPORT-DAYS              PIC 9(03) VALUE 92.
001360             05  WS-DEFAULT-REPORT-DAYS      PIC 9(03) VALUE 92.
001370             05  WS-MARGIN-PCT               PIC 9(02) VALUE 10.
001380             05  WS-DEFAULT-MARGIN-PCT       PIC 9(02) VALUE 10.
001390             05  WS-NEW-ACCT-DAYS            PIC 9(03) VALUE 30.
001400             05  WS-DEFAULT-NEW-ACCT-DAYS    PIC 9(03) VALUE 30.
001410             05  WS-MIN-PAIR-COUNT           PIC 9(02) VALUE 2.
001420             05  WS-DEFAULT-MIN-PAIR-COUNT   PIC 9(02) VALUE 2.

001430         01  WS-WORK-FIELDS.
001440             05  WS-BASE-CURRENCY            PIC X(03)
001450                 VALUE "USD".
001460             05  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001470             05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001480             05  WS-DATE-INTEGER             PIC 9(08) VALUE ZERO.
001490             05  WS-BASE-AMOUNT              PIC 9(13)V99
001500                 VALUE ZERO.
001510             05  WS-EFFECTIVE-RATE           PIC 9(04)V9(6)
001520                 VALUE ZERO.
001530             05  WS-NEAR-LIMIT-FLOOR         PIC 9(13)V99
001540                 VALUE ZERO.
001550             05  WS-PCT-OF-LIMIT             PIC 9(05)V99
001560                 VALUE ZERO.
001570             05  WS-ACCOUNT-ID               PIC X(10)
001580                 VALUE SPACES.
001590             05  WS-ACCT-STATUS-AT-TIME      PIC X(01)
001600                 VALUE SPACE.
001610                 88  WS-ACCT-WAS-FROZEN          VALUE "F".
001620             05  WS-ACCT-OPEN-AT-TIME        PIC 9(08) VALUE ZERO.
001630             05  WS-ACCT-AGE-DAYS            PIC S9(08)
001640                 VALUE ZERO.
001650             05  WS-OVERRIDE-TS              PIC 9(16) VALUE ZERO.
001660             05  WS-FIND-APPROVER-ID         PIC X(08)
001670                 VALUE SPACES.
001680             05  WS-FLAG-TEXT                PIC X(40)
001690                 VALUE SPACES.
001700             05  WS-FLAG-PTR                 PIC 9(03) VALUE ZERO.
001710             05  WS-PAIR-FIRST-ID            PIC X(08)
001720                 VALUE SPACES.
001730             05  WS-PAIR-SECOND-ID           PIC X(08)
001740                 VALUE SPACES.
001750             05  WS-PAIR-SUB                 PIC 9(05) VALUE ZERO.
001760             05  WS-MATCH-SUB                PIC 9(05) VALUE ZERO.

001770*        THE ACCOUNT-MASTER VIEW OF A REFJRNL BEFORE IMAGE.
001780         01  WS-JOURNAL-ACCT-IMAGE.
001790             05  WS-JAI-ACCOUNT-ID           PIC X(10).
001800             05  WS-JAI-STATUS               PIC X(01).
001810             05  WS-JAI-OPEN-DATE            PIC X(08).
001820             05  FILLER                      PIC X(81).

001830         01  WS-RUN-COUNTERS.
001840             05  WS-OVRD-READ-COUNT          PIC 9(09) VALUE ZERO.
001850             05  WS-OVRD-IN-PERIOD-COUNT     PIC 9(09) VALUE ZERO.
001860             05  WS-OVRD-FLAGGED-COUNT       PIC 9(09) VALUE ZERO.
001870             05  WS-OVRD-UNTRACED-COUNT      PIC 9(09) VALUE ZERO.
001880             05  WS-NO-RATE-COUNT            PIC 9(09) VALUE ZERO.
001890             05  WS-APPR-READ-COUNT          PIC 9(09) VALUE ZERO.
001900             05  WS-SIGNOFF-COUNT            PIC 9(09) VALUE ZERO.
001910             05  WS-RECIPROCAL-COUNT         PIC 9(07) VALUE ZERO.

001920         COPY CURRTABWS.

001930*        ONE ROW PER APPROVER - LOADED FROM APPRMST, WITH ANY
001940*        ID FOUND ON THE AUDIT TRAIL BUT NO LONGER ON THE MASTER
001950*        ADDED AS IT IS MET.
001960         01  WS-APPROVER-TABLE.
001970             05  WS-APV-TAB-COUNT            PIC 9(04) VALUE ZERO.
001980             05  WS-APV-TAB-MAX              PIC 9(04) VALUE 500.
001990             05  WS-APV-ENTRY OCCURS 1 TO 500 TIMES
002000                         DEPENDING ON WS-APV-TAB-COUNT
002010                         INDEXED BY WS-APV-IDX.
002020                 10  WS-AT-APPROVER-ID       PIC X(08).
002030                 10  WS-AT-APPROVER-NAME     PIC X(30).
002040                 10  WS-AT-STATUS            PIC X(01).
002050                 10  WS-AT-AUTHORITY-LIMIT   PIC 9(13)V99.
002060                 10  WS-AT-OVRD-COUNT        PIC 9(07).
002070                 10  WS-AT-OVRD-BASE-VALUE   PIC 9(13)V99.
002080                 10  WS-AT-NEAR-LIMIT-COUNT  PIC 9(07).
002090                 10  WS-AT-OVER-AUTH-COUNT   PIC 9(07).
002100                 10  WS-AT-FROZEN-COUNT      PIC 9(07).
002110                 10  WS-AT-NEW-ACCT-COUNT    PIC 9(07).
002120                 10  WS-AT-FIRST-SIGN-COUNT  PIC 9(07).
002130                 10  WS-AT-SECOND-SIGN-COUNT PIC 9(07).
002140                 10  WS-AT-DUAL-BASE-VALUE   PIC 9(13)V99.

002150*        FIRST/SECOND SIGN-OFF PAIRS SEEN ON APPRVQ IN THE PERIOD.
002160         01  WS-PAIR-TABLE.
002170             05  WS-PAIR-TAB-COUNT           PIC 9(05) VALUE ZERO.
002180             05  WS-PAIR-TAB-MAX             PIC 9(05) VALUE 2000.
002190             05  WS-PAIR-ENTRY OCCURS 1 TO 2000 TIMES
002200                         DEPENDING ON WS-PAIR-TAB-COUNT
002210                         INDEXED BY WS-PAIR-IDX.
002220                 10  WS-PT-FIRST-ID          PIC X(08).
002230                 10  WS-PT-SECOND-ID         PIC X(08).
002240                 10  WS-PT-COUNT             PIC 9(07).
002250                 10  WS-PT-BASE-VALUE        PIC 9(13)V99.

002260*        APPLIED ACCOUNT-MASTER CHANGES FROM REFJRNL, IN JOURNAL
002270*        (TIME) ORDER, WITH THE ACCOUNT'S STANDING BEFORE EACH.
002280         01  WS-ACCT-CHANGE-TABLE.
002290             05  WS-ACH-TAB-COUNT            PIC 9(05) VALUE ZERO.
002300             05  WS-ACH-TAB-MAX              PIC 9(05) VALUE 5000.
002310             05  WS-ACH-ENTRY OCCURS 1 TO 5000 TIMES
002320                         DEPENDING ON WS-ACH-TAB-COUNT
002330                         INDEXED BY WS-ACH-IDX.
002340                 10  WS-AH-ACCOUNT-ID        PIC X(10).
002350                 10  WS-AH-CHANGE-TS         PIC 9(16).
002360                 10  WS-AH-BEFORE-STATUS     PIC X(01).
002370                 10  WS-AH-BEFORE-OPEN-DATE  PIC X(08).

002380         01  WS-RPT-HEADING.
002390             05  FILLER                      PIC X(22)
002400                 VALUE "APPROVER AND OVERRIDE ".
002405             05  FILLER                      PIC X(22)
002410                 VALUE "SURVEILLANCE REPORT".
002420             05  FILLER                      PIC X(10)
002430                 VALUE "RUN DATE ".
002440             05  WS-HDG-RUN-DATE             PIC 9(08).
002450             05  FILLER                      PIC X(08)
002460                 VALUE "  FROM ".
002470             05  WS-HDG-FROM-DATE            PIC 9(08).
002480             05  FILLER                      PIC X(10)
002490                 VALUE "  MARGIN ".
002500             05  WS-HDG-MARGIN-PCT           PIC Z9.
002510             05  FILLER                      PIC X(16)
002520                 VALUE "%  NEW-ACCT DAYS".
002530             05  WS-HDG-NEW-ACCT-DAYS        PIC ZZ9.

002540         01  WS-RPT-SECTION-LINE.
002550             05  FILLER                      PIC X(04)
002560                 VALUE "*** ".
002570             05  WS-SEC-TITLE                PIC X(60).

002580         01  WS-FLAG-COLUMNS.
002590             05  FILLER                      PIC X(10)
002600                 VALUE "DATE".
002610             05  FILLER                      PIC X(11)
002620                 VALUE "TRAN ID".
002630             05  FILLER                      PIC X(09)
002640                 VALUE "APPROVER".
002650             05  FILLER                      PIC X(04)
002660                 VALUE "CCY".
002670             05  FILLER                      PIC X(17)
002680                 VALUE "   BASE AMOUNT".
002690             05  FILLER                      PIC X(20)
002700                 VALUE "    AUTHORITY LIMIT".
002710             05  FILLER                      PIC X(10)
002720                 VALUE " % LIMIT".
002730             05  FILLER                      PIC X(11)
002740                 VALUE "ACCOUNT".
002750             05  FILLER                      PIC X(40)
002760                 VALUE "FLAGS".

002770         01  WS-FLAG-DETAIL.
002780             05  WS-FLG-DATE                 PIC 9(08).
002790             05  FILLER                      PIC X(02)
002800                 VALUE SPACES.
002810             05  WS-FLG-TRAN-ID              PIC X(10).
002820             05  FILLER                      PIC X(01)
002830                 VALUE SPACE.
002840             05  WS-FLG-APPROVER-ID          PIC X(08).
002850             05  FILLER                      PIC X(01)
002860                 VALUE SPACE.
002870             05  WS-FLG-CURRENCY             PIC X(03).
002880             05  FILLER                      PIC X(01)
002890                 VALUE SPACE.
002900             05  WS-FLG-BASE-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
002910             05  FILLER                      PIC X(01)
002920                 VALUE SPACE.
002930             05  WS-FLG-AUTHORITY-LIMIT
002940                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002950             05  FILLER                      PIC X(01)
002960                 VALUE SPACE.
002970             05  WS-FLG-PCT-OF-LIMIT         PIC ZZZZ9.99.
002980             05  FILLER                      PIC X(01)
002990                 VALUE SPACE.
003000             05  WS-FLG-ACCOUNT-ID           PIC X(10).
003010             05  FILLER                      PIC X(01)
003020                 VALUE SPACE.
003030             05  WS-FLG-FLAGS                PIC X(40).

003040         01  WS-PAIR-COLUMNS.
003050             05  FILLER                      PIC X(10)
003060                 VALUE "APPROVER".
003070             05  FILLER                      PIC X(10)
003080                 VALUE "APPROVER".
003090             05  FILLER                      PIC X(12)
003100                 VALUE "  A THEN B".
003110             05  FILLER                      PIC X(12)
003120                 VALUE "  B THEN A".
003130             05  FILLER                      PIC X(12)
003140                 VALUE "   TOTAL".
003150             05  FILLER                      PIC X(22)
003160                 VALUE "        BASE VALUE".

003170         01  WS-PAIR-DETAIL.
003180             05  WS-PRD-APPROVER-A           PIC X(08).
003190             05  FILLER                      PIC X(02)
003200                 VALUE SPACES.
003210             05  WS-PRD-APPROVER-B           PIC X(08).
003220             05  FILLER                      PIC X(02)
003230                 VALUE SPACES.
003240             05  WS-PRD-A-THEN-B             PIC ZZZ,ZZZ,ZZ9.
003250             05  FILLER                      PIC X(01)
003260                 VALUE SPACE.
003270             05  WS-PRD-B-THEN-A             PIC ZZZ,ZZZ,ZZ9.
003280             05  FILLER                      PIC X(01)
003290                 VALUE SPACE.
003300             05  WS-PRD-TOTAL                PIC ZZZ,ZZZ,ZZ9.
003310             05  FILLER                      PIC X(01)
003320                 VALUE SPACE.
003330             05  WS-PRD-BASE-VALUE
003340                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

003350         01  WS-APV-COLUMNS.
003360             05  FILLER                      PIC X(09)
003370                 VALUE "APPROVER".
003380             05  FILLER                      PIC X(21)
003390                 VALUE "NAME".
003400             05  FILLER                      PIC X(02) VALUE "S".
003410             05  FILLER                      PIC X(20)
003420                 VALUE "    AUTHORITY LIMIT".
003430             05  FILLER                      PIC X(08)
003440                 VALUE "  OVRDS".
003450             05  FILLER                      PIC X(21)
003460                 VALUE "      OVERRIDE VALUE".
003470             05  FILLER                      PIC X(07)
003480                 VALUE "  NEAR".
003490             05  FILLER                      PIC X(07)
003500                 VALUE "  OVER".
003510             05  FILLER                      PIC X(07)
003520                 VALUE " FROZN".
003530             05  FILLER                      PIC X(07)
003540                 VALUE "  NEWA".
003550             05  FILLER                      PIC X(07)
003560                 VALUE "  1ST".
003570             05  FILLER                      PIC X(07)
003580                 VALUE "  2ND".

003590         01  WS-APV-DETAIL.
003600             05  WS-APD-APPROVER-ID          PIC X(08).
003610             05  FILLER                      PIC X(01)
003620                 VALUE SPACE.
003630             05  WS-APD-APPROVER-NAME        PIC X(20).
003640             05  FILLER                      PIC X(01)
003650                 VALUE SPACE.
003660             05  WS-APD-STATUS               PIC X(01).
003670             05  FILLER                      PIC X(01)
003680                 VALUE SPACE.
003690             05  WS-APD-AUTHORITY-LIMIT
003700                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003710             05  FILLER                      PIC X(01)
003720                 VALUE SPACE.
003730             05  WS-APD-OVRD-COUNT           PIC ZZZ,ZZ9.
003740             05  FILLER                      PIC X(01)
003750                 VALUE SPACE.
003760             05  WS-APD-OVRD-BASE-VALUE
003770                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003780             05  WS-APD-NEAR-LIMIT-COUNT     PIC ZZZ,ZZ9.
003790             05  WS-APD-OVER-AUTH-COUNT      PIC ZZZ,ZZ9.
003800             05  WS-APD-FROZEN-COUNT         PIC ZZZ,ZZ9.
003810             05  WS-APD-NEW-ACCT-COUNT       PIC ZZZ,ZZ9.
003820             05  WS-APD-FIRST-SIGN-COUNT     PIC ZZZ,ZZ9.
003830             05  WS-APD-SECOND-SIGN-COUNT    PIC ZZZ,ZZ9.

003840         01  WS-RPT-TOTAL-LINE.
003850             05  WS-TOT-LABEL                PIC X(40).
003860             05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.

003870         LINKAGE SECTION.
003880         01  LS-PARM-SURVEILLANCE.
003890             05  LS-PARM-REPORT-DAYS         PIC X(03).
003900             05  LS-PARM-MARGIN-PCT          PIC X(02).
003910             05  LS-PARM-NEW-ACCT-DAYS       PIC X(03).
003920             05  LS-PARM-MIN-PAIR-COUNT      PIC X(02).

003930         PROCEDURE DIVISION USING LS-PARM-SURVEILLANCE.
003940         0000-MAIN-CONTROL.
003950             PERFORM 1000-INITIALIZE
003960             PERFORM 2000-SCAN-OVERRIDE
003970                 UNTIL WS-OVRD-END-OF-FILE
003980             PERFORM 3000-SCAN-DUAL-APPROVAL
003990                 UNTIL WS-APPR-END-OF-FILE
004000             PERFORM 4000-REPORT-RECIPROCAL-PAIRS
004010             PERFORM 5000-REPORT-APPROVERS
004020             PERFORM 6000-FINALIZE
004030             STOP RUN.

004040         1000-INITIALIZE.
004044             PERFORM 8800-GET-BUSINESS-DATE
004050             IF LS-PARM-REPORT-DAYS IS NUMERIC
004060                 AND LS-PARM-REPORT-DAYS NOT = SPACES
004070                 AND LS-PARM-REPORT-DAYS NOT = ZERO
004080                 MOVE LS-PARM-REPORT-DAYS TO WS-REPORT-DAYS
004090             ELSE
004100                 MOVE WS-DEFAULT-REPORT-DAYS TO WS-REPORT-DAYS
004110             END-IF
004120             IF LS-PARM-MARGIN-PCT IS NUMERIC
004130                 AND LS-PARM-MARGIN-PCT NOT = SPACES
004140                 MOVE LS-PARM-MARGIN-PCT TO WS-MARGIN-PCT
004150             ELSE
004160                 MOVE WS-DEFAULT-MARGIN-PCT TO WS-MARGIN-PCT
004170             END-IF
004180             IF LS-PARM-NEW-ACCT-DAYS IS NUMERIC
004190                 AND LS-PARM-NEW-ACCT-DAYS NOT = SPACES
004200                 MOVE LS-PARM-NEW-ACCT-DAYS TO WS-NEW-ACCT-DAYS
004210             ELSE
004220                 MOVE WS-DEFAULT-NEW-ACCT-DAYS TO WS-NEW-ACCT-DAYS
004230             END-IF
004240             IF LS-PARM-MIN-PAIR-COUNT IS NUMERIC
004250                 AND LS-PARM-MIN-PAIR-COUNT NOT = SPACES
004260                 AND LS-PARM-MIN-PAIR-COUNT NOT = ZERO
004270                 MOVE LS-PARM-MIN-PAIR-COUNT TO WS-MIN-PAIR-COUNT
004280             ELSE
004290                 MOVE WS-DEFAULT-MIN-PAIR-COUNT
004300                     TO WS-MIN-PAIR-COUNT
004310             END-IF

004320             MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
004330             COMPUTE WS-DATE-INTEGER =
004340                 FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
004350                     - WS-REPORT-DAYS
004360             COMPUTE WS-FROM-DATE =
004370                 FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)

004380             OPEN OUTPUT SURVEILLANCE-RPT-FILE
004390             IF WS-OVRDSRPT-STATUS NOT = "00"
004400                 DISPLAY "ERROR OPENING SURVEILLANCE-RPT-FILE "
004410                     "STATUS="
004420                     WS-OVRDSRPT-STATUS
004430                 GO TO 9999-ABEND
004440             END-IF

004450             PERFORM 1100-LOAD-APPROVER-TABLE
004460             PERFORM 1200-LOAD-CURRENCY-TABLE
004470             PERFORM 1300-LOAD-ACCOUNT-CHANGES

004480             OPEN INPUT ACCOUNT-MASTER-FILE
004490             IF WS-ACCTMST-STATUS = "00"
004500                 SET WS-ACCT-AVAILABLE TO TRUE
004510             ELSE
004520                 DISPLAY "WARNING: ACCOUNT-MASTER-FILE NOT "
004530                     "AVAILABLE STATUS=" WS-ACCTMST-STATUS
004540                     " - NO FROZEN/NEW ACCOUNT FLAGS"
004550             END-IF
004560             OPEN INPUT TRAN-ARCHIVE-FILE
004570             IF WS-TRANARCH-STATUS = "00"
004580                 SET WS-ARCH-AVAILABLE TO TRUE
004590             ELSE
004600                 DISPLAY "WARNING: TRAN-ARCHIVE-FILE NOT "
004610                     "AVAILABLE STATUS=" WS-TRANARCH-STATUS
004620                     " - OVERRIDE ACCOUNTS NOT TRACED"
004630             END-IF
004640             OPEN INPUT RATE-HISTORY-FILE
004650             IF WS-RATEHIST-STATUS = "00"
004660                 SET WS-RATEHIST-AVAILABLE TO TRUE
004670             ELSE
004680                 DISPLAY "WARNING: RATE-HISTORY-FILE NOT "
004690                     "AVAILABLE STATUS=" WS-RATEHIST-STATUS
004700                     " - CURRENT CURRPRM RATES USED"
004710             END-IF

004720             MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
004730             MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
004740             MOVE WS-MARGIN-PCT TO WS-HDG-MARGIN-PCT
004750             MOVE WS-NEW-ACCT-DAYS TO WS-HDG-NEW-ACCT-DAYS
004760             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-HEADING
004770             MOVE SPACES TO SURVEILLANCE-RPT-LINE
004780             WRITE SURVEILLANCE-RPT-LINE
004790             MOVE "FLAGGED OVERRIDES" TO WS-SEC-TITLE
004800             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-SECTION-LINE
004810             WRITE SURVEILLANCE-RPT-LINE FROM WS-FLAG-COLUMNS

004820             OPEN INPUT AUDIT-FILE
004830             IF WS-OVRDAUD-STATUS = "35"
004840                 DISPLAY "WARNING: NO AUDIT-FILE - NO OVERRIDES "
004850                     "TO REVIEW"
004860                 SET WS-OVRD-END-OF-FILE TO TRUE
004870             ELSE
004880                 IF WS-OVRDAUD-STATUS NOT = "00"
004890                     DISPLAY "ERROR OPENING AUDIT-FILE STATUS="
004900                         WS-OVRDAUD-STATUS
004910                     GO TO 9999-ABEND
004920                 END-IF
004930                 PERFORM 2050-READ-OVERRIDE
004940             END-IF

004950             OPEN INPUT APPROVAL-FILE
004960             IF WS-APPRVQ-STATUS = "35"
004970                 DISPLAY "WARNING: NO APPROVAL-FILE - NO DUAL "
004980                     "SIGN-OFFS TO REVIEW"
004990                 SET WS-APPR-END-OF-FILE TO TRUE
005000             ELSE
005010                 IF WS-APPRVQ-STATUS NOT = "00"
005020                     DISPLAY "ERROR OPENING APPROVAL-FILE STATUS="
005030                         WS-APPRVQ-STATUS
005040                     GO TO 9999-ABEND
005050                 END-IF
005060                 PERFORM 3050-READ-APPROVAL
005070             END-IF.

005080         1100-LOAD-APPROVER-TABLE.
005090             OPEN INPUT APPROVER-MASTER-FILE
005100             IF WS-APPRMST-STATUS NOT = "00"
005110                 DISPLAY "ERROR OPENING APPROVER-MASTER-FILE "
005120                     "STATUS="
005130                     WS-APPRMST-STATUS
005140                 GO TO 9999-ABEND
005150             END-IF
005160             MOVE ZERO TO WS-APV-TAB-COUNT
005170             PERFORM UNTIL WS-APPRMST-STATUS = "10"
005180                 READ APPROVER-MASTER-FILE NEXT RECORD
005190                     AT END
005200                         MOVE "10" TO WS-APPRMST-STATUS
005210                     NOT AT END
005220                         MOVE AM-APPROVER-ID
005230                             TO WS-FIND-APPROVER-ID
005240                         PERFORM 2900-ADD-APPROVER-ROW
005250                         MOVE AM-APPROVER-NAME
005260                             TO WS-AT-APPROVER-NAME (WS-APV-IDX)
005270                         MOVE AM-STATUS
005280                             TO WS-AT-STATUS (WS-APV-IDX)
005290                         MOVE AM-AUTHORITY-LIMIT
005300                             TO WS-AT-AUTHORITY-LIMIT (WS-APV-IDX)
005310                 END-READ
005320             END-PERFORM
005330             CLOSE APPROVER-MASTER-FILE.

005340         1200-LOAD-CURRENCY-TABLE.
005350             OPEN INPUT CURRENCY-PARM-FILE
005360             IF WS-CURRPRM-STATUS NOT = "00"
005370                 DISPLAY "ERROR OPENING CURRENCY-PARM-FILE "
005380                     "STATUS=" WS-CURRPRM-STATUS
005390                 GO TO 9999-ABEND
005400             END-IF
005410             MOVE ZERO TO WS-CURR-TAB-COUNT
005420             PERFORM UNTIL WS-CURRPRM-STATUS = "10"
005430                 READ CURRENCY-PARM-FILE NEXT RECORD
005440                     AT END
005450                         MOVE "10" TO WS-CURRPRM-STATUS
005460                     NOT AT END
005470                         IF WS-CURR-TAB-COUNT >= WS-CURR-TAB-MAX
005480                             DISPLAY "ERROR: CURRENCY-PARM-FILE "
005490                                 "HAS MORE THAN " WS-CURR-TAB-MAX
005500                                 " ENTRIES - INCREASE "
005510                                 "WS-CURR-ENTRY OCCURS IN "
005520                                 "CURRTABWS AND RECOMPILE"
005530                             GO TO 9999-ABEND
005540                         END-IF
005550                         ADD 1 TO WS-CURR-TAB-COUNT
005560                         SET WS-CURR-IDX TO WS-CURR-TAB-COUNT
005570                         MOVE CP-CURRENCY-CODE
005580                             TO WS-CT-CURRENCY-CODE (WS-CURR-IDX)
005590                         MOVE CP-CONVERSION-RATE
005600                             TO WS-CT-CONV-RATE (WS-CURR-IDX)
005610                         MOVE CP-RATE-DATE
005620                             TO WS-CT-RATE-DATE (WS-CURR-IDX)
005630                 END-READ
005640             END-PERFORM
005650             CLOSE CURRENCY-PARM-FILE.

005660         1300-LOAD-ACCOUNT-CHANGES.
005670*        ONLY APPLIED ACCOUNT-MASTER CHANGES MOVE AN ACCOUNT'S
005680*        STANDING.  WITHOUT THE JOURNAL THE CURRENT MASTER ROW IS
005690*        TAKEN AS THE STANDING AT THE TIME OF EVERY OVERRIDE.
005700             MOVE ZERO TO WS-ACH-TAB-COUNT
005710             OPEN INPUT REF-JOURNAL-FILE
005720             IF WS-REFJRNL-STATUS NOT = "00"
005730                 DISPLAY "WARNING: REF-JOURNAL-FILE NOT "
005740                     "AVAILABLE STATUS=" WS-REFJRNL-STATUS
005750                     " - CURRENT ACCOUNT STANDING USED"
005760             ELSE
005770                 PERFORM UNTIL WS-REFJRNL-STATUS = "10"
005780                     READ REF-JOURNAL-FILE
005790                         AT END
005800                             MOVE "10" TO WS-REFJRNL-STATUS
005810                         NOT AT END
005820                             IF RJ-FILE-ACCOUNTS
005830                                 AND RJ-OUTCOME-APPLIED
005840                                 PERFORM 1310-ADD-ACCOUNT-CHANGE
005850                             END-IF
005860                     END-READ
005870                 END-PERFORM
005880                 CLOSE REF-JOURNAL-FILE
005890             END-IF.

005900         1310-ADD-ACCOUNT-CHANGE.
005910             IF WS-ACH-TAB-COUNT >= WS-ACH-TAB-MAX
005920                 DISPLAY "ERROR: REF-JOURNAL-FILE HAS MORE THAN "
005930                     WS-ACH-TAB-MAX " ACCOUNT CHANGES - "
005940                     "INCREASE WS-ACH-ENTRY OCCURS IN OVRDSURV "
005950                     "AND RECOMPILE"
005960                 GO TO 9999-ABEND
005970             END-IF
005980             MOVE RJ-BEFORE-IMAGE TO WS-JOURNAL-ACCT-IMAGE
005990             ADD 1 TO WS-ACH-TAB-COUNT
006000             SET WS-ACH-IDX TO WS-ACH-TAB-COUNT
006010             MOVE RJ-RECORD-KEY TO WS-AH-ACCOUNT-ID (WS-ACH-IDX)
006020             COMPUTE WS-AH-CHANGE-TS (WS-ACH-IDX) =
006030                 RJ-JOURNAL-DATE * 100000000 + RJ-JOURNAL-TIME
006040             MOVE WS-JAI-STATUS
006050                 TO WS-AH-BEFORE-STATUS (WS-ACH-IDX)
006060             MOVE WS-JAI-OPEN-DATE
006070                 TO WS-AH-BEFORE-OPEN-DATE (WS-ACH-IDX).

006080         2050-READ-OVERRIDE.
006090             READ AUDIT-FILE
006100                 AT END
006110                     SET WS-OVRD-END-OF-FILE TO TRUE
006120                 NOT AT END
006130                     ADD 1 TO WS-OVRD-READ-COUNT
006140             END-READ.

006150         2000-SCAN-OVERRIDE.
006160             IF OA-OVERRIDE-DATE >= WS-FROM-DATE
006170                 ADD 1 TO WS-OVRD-IN-PERIOD-COUNT
006180                 MOVE OA-APPROVER-ID TO WS-FIND-APPROVER-ID
006190                 PERFORM 2910-FIND-APPROVER-ROW
006200                 PERFORM 2100-VALUE-OVERRIDE
006210                 ADD 1 TO WS-AT-OVRD-COUNT (WS-APV-IDX)
006220                 ADD WS-BASE-AMOUNT
006230                     TO WS-AT-OVRD-BASE-VALUE (WS-APV-IDX)
006240                 PERFORM 2200-TRACE-ACCOUNT
006250                 PERFORM 2300-CHECK-OVERRIDE-FLAGS
006260             END-IF
006270             PERFORM 2050-READ-OVERRIDE.

006280         2100-VALUE-OVERRIDE.
006290*        THE BASE VALUE THE APPROVER'S AUTHORITY WAS TESTED
006300*        AGAINST - THE RATE IN EFFECT ON THE OVERRIDE DATE.
006310             IF OA-CURRENCY-CODE = WS-BASE-CURRENCY
006320                 MOVE OA-ORIGINAL-AMOUNT TO WS-BASE-AMOUNT
006330             ELSE
006340                 MOVE "N" TO WS-RATE-FOUND-SWITCH
006350                 IF WS-RATEHIST-AVAILABLE
006360                     PERFORM 2110-FIND-EFFECTIVE-RATE
006370                 END-IF
006380                 IF NOT WS-RATE-FOUND
006390                     SET WS-CURR-IDX TO 1
006400                     SEARCH WS-CURR-ENTRY
006410                         AT END
006420                             MOVE "N" TO WS-RATE-FOUND-SWITCH
006430                         WHEN WS-CT-CURRENCY-CODE (WS-CURR-IDX)
006440                                 = OA-CURRENCY-CODE
006450                             SET WS-RATE-FOUND TO TRUE
006460                             MOVE WS-CT-CONV-RATE (WS-CURR-IDX)
006470                                 TO WS-EFFECTIVE-RATE
006480                     END-SEARCH
006490                 END-IF
006500                 IF WS-RATE-FOUND
006510                     COMPUTE WS-BASE-AMOUNT ROUNDED =
006520                         OA-ORIGINAL-AMOUNT * WS-EFFECTIVE-RATE
006530                         ON SIZE ERROR
006540                             MOVE OA-ORIGINAL-AMOUNT
006550                                 TO WS-BASE-AMOUNT
006560                     END-COMPUTE
006570                 ELSE
006580                     ADD 1 TO WS-NO-RATE-COUNT
006590                     MOVE OA-ORIGINAL-AMOUNT TO WS-BASE-AMOUNT
006600                     DISPLAY "WARNING: NO CONVERSION RATE FOR "
006610                         OA-CURRENCY-CODE " TRAN " OA-TRAN-ID
006620                         " - NATIVE AMOUNT USED"
006630                 END-IF
006640             END-IF.

006650         2110-FIND-EFFECTIVE-RATE.
006660*        LATEST RATEHIST ROW FOR THE CURRENCY DATED ON OR BEFORE
006670*        THE OVERRIDE.
006680             MOVE OA-CURRENCY-CODE TO RH-CURRENCY-CODE
006690             MOVE ZERO TO RH-RATE-DATE
006700             MOVE "N" TO WS-RATE-SCAN-SWITCH
006710             START RATE-HISTORY-FILE
006720                 KEY IS NOT LESS THAN RH-RATE-KEY
006730                 INVALID KEY
006740                     SET WS-RATE-SCAN-DONE TO TRUE
006750             END-START
006760             PERFORM UNTIL WS-RATE-SCAN-DONE
006770                 READ RATE-HISTORY-FILE NEXT RECORD
006780                     AT END
006790                         SET WS-RATE-SCAN-DONE TO TRUE
006800                     NOT AT END
006810                         IF RH-CURRENCY-CODE NOT
006820                             = OA-CURRENCY-CODE
006830                             OR RH-RATE-DATE > OA-OVERRIDE-DATE
006840                             SET WS-RATE-SCAN-DONE TO TRUE
006850                         ELSE
006860                             SET WS-RATE-FOUND TO TRUE
006870                             MOVE RH-CONVERSION-RATE
006880                                 TO WS-EFFECTIVE-RATE
006890                         END-IF
006900                 END-READ
006910             END-PERFORM.

006920         2200-TRACE-ACCOUNT.
006930*        ACCOUNT FROM THE ARCHIVE ROW THE OVERRIDE POSTED,
006940*        STANDING FROM THE MASTER, WOUND BACK THROUGH ANY LATER
006950*        JOURNALED CHANGE.
006960             MOVE "N" TO WS-ACCT-KNOWN-SWITCH
006970             MOVE SPACES TO WS-ACCOUNT-ID
006980             MOVE SPACE TO WS-ACCT-STATUS-AT-TIME
006990             MOVE ZERO TO WS-ACCT-OPEN-AT-TIME
007000             IF WS-ARCH-AVAILABLE
007010                 MOVE OA-TRAN-ID TO TA-TRAN-ID
007020                 READ TRAN-ARCHIVE-FILE
007030                     INVALID KEY
007040                         CONTINUE
007050                     NOT INVALID KEY
007060                         MOVE TA-ACCOUNT-ID TO WS-ACCOUNT-ID
007070                 END-READ
007080             END-IF
007090             IF WS-ACCOUNT-ID = SPACES
007100                 ADD 1 TO WS-OVRD-UNTRACED-COUNT
007110             ELSE
007120                 IF WS-ACCT-AVAILABLE
007130                     MOVE WS-ACCOUNT-ID TO AC-ACCOUNT-ID
007140                     READ ACCOUNT-MASTER-FILE
007150                         INVALID KEY
007160                             CONTINUE
007170                         NOT INVALID KEY
007180                             SET WS-ACCT-KNOWN TO TRUE
007190                             MOVE AC-STATUS
007200                                 TO WS-ACCT-STATUS-AT-TIME
007210                             MOVE AC-OPEN-DATE
007220                                 TO WS-ACCT-OPEN-AT-TIME
007230                     END-READ
007240                     PERFORM 2210-WIND-BACK-ACCOUNT
007250                 END-IF
007260             END-IF.

007270         2210-WIND-BACK-ACCOUNT.
007280             COMPUTE WS-OVERRIDE-TS =
007290                 OA-OVERRIDE-DATE * 100000000 + OA-OVERRIDE-TIME
007300             SET WS-ACH-IDX TO 1
007310             SEARCH WS-ACH-ENTRY
007320                 AT END
007330                     CONTINUE
007340                 WHEN WS-AH-ACCOUNT-ID (WS-ACH-IDX)
007350                     = WS-ACCOUNT-ID
007360                     AND WS-AH-CHANGE-TS (WS-ACH-IDX)
007370                         > WS-OVERRIDE-TS
007380                     IF WS-AH-BEFORE-STATUS (WS-ACH-IDX) = SPACE
007390                         MOVE "N" TO WS-ACCT-KNOWN-SWITCH
007400                     ELSE
007410                         SET WS-ACCT-KNOWN TO TRUE
007420                         MOVE WS-AH-BEFORE-STATUS (WS-ACH-IDX)
007430                             TO WS-ACCT-STATUS-AT-TIME
007440                         IF WS-AH-BEFORE-OPEN-DATE (WS-ACH-IDX)
007450                                 IS NUMERIC
007460                             MOVE WS-AH-BEFORE-OPEN-DATE
007470                                     (WS-ACH-IDX)
007480                                 TO WS-ACCT-OPEN-AT-TIME
007490                         END-IF
007500                     END-IF
007510             END-SEARCH.

007520         2300-CHECK-OVERRIDE-FLAGS.
007522*        THE FLAG WORDS ARE KEPT SHORT ENOUGH THAT ALL THAT CAN
007524*        APPLY TOGETHER (OVER-AUTH OR NEAR-LIMIT, FROZEN-ACCT,
007526*        NEW-ACCT) FIT IN WS-FLAG-TEXT.
007530             MOVE "N" TO WS-FLAGGED-SWITCH
007540             MOVE SPACES TO WS-FLAG-TEXT
007550             MOVE 1 TO WS-FLAG-PTR
007560             MOVE ZERO TO WS-PCT-OF-LIMIT
007570             IF WS-AT-AUTHORITY-LIMIT (WS-APV-IDX) > ZERO
007580                 COMPUTE WS-PCT-OF-LIMIT ROUNDED =
007590                     WS-BASE-AMOUNT * 100
007600                         / WS-AT-AUTHORITY-LIMIT (WS-APV-IDX)
007610                     ON SIZE ERROR
007620                         MOVE 99999.99 TO WS-PCT-OF-LIMIT
007630                 END-COMPUTE
007640             END-IF
007650             COMPUTE WS-NEAR-LIMIT-FLOOR ROUNDED =
007660                 WS-AT-AUTHORITY-LIMIT (WS-APV-IDX)
007670                     * (100 - WS-MARGIN-PCT) / 100
007680             EVALUATE TRUE
007690                 WHEN WS-BASE-AMOUNT
007700                     > WS-AT-AUTHORITY-LIMIT (WS-APV-IDX)
007710                     ADD 1 TO WS-AT-OVER-AUTH-COUNT (WS-APV-IDX)
007720                     SET WS-OVERRIDE-FLAGGED TO TRUE
007730                     STRING "OVER-AUTH " DELIMITED BY SIZE
007740                         INTO WS-FLAG-TEXT
007750                         WITH POINTER WS-FLAG-PTR
007760                 WHEN WS-BASE-AMOUNT >= WS-NEAR-LIMIT-FLOOR
007770                     ADD 1 TO WS-AT-NEAR-LIMIT-COUNT (WS-APV-IDX)
007780                     SET WS-OVERRIDE-FLAGGED TO TRUE
007790                     STRING "NEAR-LIMIT " DELIMITED BY SIZE
007800                         INTO WS-FLAG-TEXT
007810                         WITH POINTER WS-FLAG-PTR
007820             END-EVALUATE
007830             IF WS-ACCT-KNOWN
007840                 IF WS-ACCT-WAS-FROZEN
007850                     ADD 1 TO WS-AT-FROZEN-COUNT (WS-APV-IDX)
007860                     SET WS-OVERRIDE-FLAGGED TO TRUE
007870                     STRING "FROZEN-ACCT " DELIMITED BY SIZE
007880                         INTO WS-FLAG-TEXT
007890                         WITH POINTER WS-FLAG-PTR
007900                 END-IF
007910                 IF WS-ACCT-OPEN-AT-TIME > ZERO
007920                     AND WS-ACCT-OPEN-AT-TIME NOT
007930                         > OA-OVERRIDE-DATE
007940                     COMPUTE WS-ACCT-AGE-DAYS =
007950                         FUNCTION INTEGER-OF-DATE
007960                             (OA-OVERRIDE-DATE)
007970                       - FUNCTION INTEGER-OF-DATE
007980                             (WS-ACCT-OPEN-AT-TIME)
007990                     IF WS-ACCT-AGE-DAYS NOT > WS-NEW-ACCT-DAYS
008000                         ADD 1
008010                             TO WS-AT-NEW-ACCT-COUNT (WS-APV-IDX)
008020                         SET WS-OVERRIDE-FLAGGED TO TRUE
008030                         STRING "NEW-ACCT " DELIMITED BY SIZE
008040                             INTO WS-FLAG-TEXT
008050                             WITH POINTER WS-FLAG-PTR
008060                     END-IF
008070                 END-IF
008080             END-IF
008090             IF WS-OVERRIDE-FLAGGED
008100                 PERFORM 2310-WRITE-FLAGGED-OVERRIDE
008110             END-IF.

008120         2310-WRITE-FLAGGED-OVERRIDE.
008130             ADD 1 TO WS-OVRD-FLAGGED-COUNT
008140             MOVE OA-OVERRIDE-DATE TO WS-FLG-DATE
008150             MOVE OA-TRAN-ID TO WS-FLG-TRAN-ID
008160             MOVE OA-APPROVER-ID TO WS-FLG-APPROVER-ID
008170             MOVE OA-CURRENCY-CODE TO WS-FLG-CURRENCY
008180             MOVE WS-BASE-AMOUNT TO WS-FLG-BASE-AMOUNT
008190             MOVE WS-AT-AUTHORITY-LIMIT (WS-APV-IDX)
008200                 TO WS-FLG-AUTHORITY-LIMIT
008210             MOVE WS-PCT-OF-LIMIT TO WS-FLG-PCT-OF-LIMIT
008220             MOVE WS-ACCOUNT-ID TO WS-FLG-ACCOUNT-ID
008230             MOVE WS-FLAG-TEXT TO WS-FLG-FLAGS
008240             WRITE SURVEILLANCE-RPT-LINE FROM WS-FLAG-DETAIL.

008250         2900-ADD-APPROVER-ROW.
008260             IF WS-APV-TAB-COUNT >= WS-APV-TAB-MAX
008270                 DISPLAY "ERROR: MORE THAN " WS-APV-TAB-MAX
008280                     " APPROVERS - INCREASE WS-APV-ENTRY "
008290                     "OCCURS IN "
008300                     "OVRDSURV AND RECOMPILE"
008310                 GO TO 9999-ABEND
008320             END-IF
008330             ADD 1 TO WS-APV-TAB-COUNT
008340             SET WS-APV-IDX TO WS-APV-TAB-COUNT
008350             INITIALIZE WS-APV-ENTRY (WS-APV-IDX)
008360             MOVE WS-FIND-APPROVER-ID
008370                 TO WS-AT-APPROVER-ID (WS-APV-IDX)
008380             MOVE "NOT ON APPROVER MASTER"
008390                 TO WS-AT-APPROVER-NAME (WS-APV-IDX)
008400             MOVE "?" TO WS-AT-STATUS (WS-APV-IDX).

008410         2910-FIND-APPROVER-ROW.
008420*        AN ID NO LONGER ON APPRMST GETS A ZERO-AUTHORITY ROW, SO
008430*        EVERY OVERRIDE IT SIGNED SHOWS AS OVER AUTHORITY.
008440             SET WS-APV-IDX TO 1
008450             SEARCH WS-APV-ENTRY
008460                 AT END
008470                     PERFORM 2900-ADD-APPROVER-ROW
008480                 WHEN WS-AT-APPROVER-ID (WS-APV-IDX)
008490                         = WS-FIND-APPROVER-ID
008500                     CONTINUE
008510             END-SEARCH.

008520         3050-READ-APPROVAL.
008530             READ APPROVAL-FILE NEXT RECORD
008540                 AT END
008550                     SET WS-APPR-END-OF-FILE TO TRUE
008560                 NOT AT END
008570                     ADD 1 TO WS-APPR-READ-COUNT
008580             END-READ.

008590         3000-SCAN-DUAL-APPROVAL.
008600             IF PA-FIRST-APPROVER-ID NOT = SPACES
008610                 AND PA-FIRST-APPROVAL-TS (1:8) >= WS-FROM-DATE
008620                 ADD 1 TO WS-SIGNOFF-COUNT
008630                 MOVE PA-FIRST-APPROVER-ID TO WS-FIND-APPROVER-ID
008640                 PERFORM 2910-FIND-APPROVER-ROW
008650                 ADD 1 TO WS-AT-FIRST-SIGN-COUNT (WS-APV-IDX)
008660                 ADD PA-BASE-AMOUNT
008670                     TO WS-AT-DUAL-BASE-VALUE (WS-APV-IDX)
008680             END-IF
008690             IF PA-SECOND-APPROVER-ID NOT = SPACES
008700                 AND PA-SECOND-APPROVAL-TS (1:8) >= WS-FROM-DATE
008710                 ADD 1 TO WS-SIGNOFF-COUNT
008720                 MOVE PA-SECOND-APPROVER-ID TO WS-FIND-APPROVER-ID
008730                 PERFORM 2910-FIND-APPROVER-ROW
008740                 ADD 1 TO WS-AT-SECOND-SIGN-COUNT (WS-APV-IDX)
008750                 ADD PA-BASE-AMOUNT
008760                     TO WS-AT-DUAL-BASE-VALUE (WS-APV-IDX)
008770                 PERFORM 3100-COUNT-PAIR
008780             END-IF
008790             PERFORM 3050-READ-APPROVAL.

008800         3100-COUNT-PAIR.
008810             SET WS-PAIR-IDX TO 1
008820             SEARCH WS-PAIR-ENTRY
008830                 AT END
008840                     IF WS-PAIR-TAB-COUNT >= WS-PAIR-TAB-MAX
008850                         DISPLAY "ERROR: MORE THAN "
008860                             WS-PAIR-TAB-MAX
008870                             " APPROVER PAIRS - INCREASE "
008880                             "WS-PAIR-ENTRY "
008890                             "OCCURS IN OVRDSURV AND RECOMPILE"
008900                         GO TO 9999-ABEND
008910                     END-IF
008920                     ADD 1 TO WS-PAIR-TAB-COUNT
008930                     SET WS-PAIR-IDX TO WS-PAIR-TAB-COUNT
008940                     MOVE PA-FIRST-APPROVER-ID
008950                         TO WS-PT-FIRST-ID (WS-PAIR-IDX)
008960                     MOVE PA-SECOND-APPROVER-ID
008970                         TO WS-PT-SECOND-ID (WS-PAIR-IDX)
008980                     MOVE ZERO TO WS-PT-COUNT (WS-PAIR-IDX)
008990                     MOVE ZERO TO WS-PT-BASE-VALUE (WS-PAIR-IDX)
009000                 WHEN WS-PT-FIRST-ID (WS-PAIR-IDX)
009010                         = PA-FIRST-APPROVER-ID
009020                     AND WS-PT-SECOND-ID (WS-PAIR-IDX)
009030                         = PA-SECOND-APPROVER-ID
009040                     CONTINUE
009050             END-SEARCH
009060             ADD 1 TO WS-PT-COUNT (WS-PAIR-IDX)
009070             ADD PA-BASE-AMOUNT TO WS-PT-BASE-VALUE (WS-PAIR-IDX).

009080         4000-REPORT-RECIPROCAL-PAIRS.
009090*        A PAIR IS REPORTED ONCE, FROM THE ROW WHOSE FIRST
009100*        APPROVER SORTS LOW, WHEN EACH HAS SIGNED SECOND BEHIND
009110*        THE OTHER AND THE TWO DIRECTIONS TOGETHER REACH THE
009120*        MINIMUM.
009130             MOVE SPACES TO SURVEILLANCE-RPT-LINE
009140             WRITE SURVEILLANCE-RPT-LINE
009150             MOVE "RECIPROCAL DUAL-APPROVAL PAIRS" TO WS-SEC-TITLE
009160             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-SECTION-LINE
009170             WRITE SURVEILLANCE-RPT-LINE FROM WS-PAIR-COLUMNS
009180             PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
009190                     UNTIL WS-PAIR-SUB > WS-PAIR-TAB-COUNT
009200                 IF WS-PT-FIRST-ID (WS-PAIR-SUB)
009210                         < WS-PT-SECOND-ID (WS-PAIR-SUB)
009220                     PERFORM 4100-FIND-REVERSE-PAIR
009230                 END-IF
009240             END-PERFORM.

009250         4100-FIND-REVERSE-PAIR.
009260             MOVE WS-PT-FIRST-ID (WS-PAIR-SUB) TO WS-PAIR-FIRST-ID
009270             MOVE WS-PT-SECOND-ID (WS-PAIR-SUB)
009280                 TO WS-PAIR-SECOND-ID
009290             MOVE "N" TO WS-PAIR-FOUND-SWITCH
009300             SET WS-PAIR-IDX TO 1
009310             SEARCH WS-PAIR-ENTRY
009320                 AT END
009330                     CONTINUE
009340                 WHEN WS-PT-FIRST-ID (WS-PAIR-IDX)
009350                     = WS-PAIR-SECOND-ID
009360                     AND WS-PT-SECOND-ID (WS-PAIR-IDX)
009370                         = WS-PAIR-FIRST-ID
009380                     SET WS-PAIR-FOUND TO TRUE
009390                     SET WS-MATCH-SUB TO WS-PAIR-IDX
009400             END-SEARCH
009410             IF WS-PAIR-FOUND
009420                 AND WS-PT-COUNT (WS-PAIR-SUB)
009430                     + WS-PT-COUNT (WS-MATCH-SUB)
009440                     >= WS-MIN-PAIR-COUNT
009450                 ADD 1 TO WS-RECIPROCAL-COUNT
009460                 MOVE WS-PAIR-FIRST-ID TO WS-PRD-APPROVER-A
009470                 MOVE WS-PAIR-SECOND-ID TO WS-PRD-APPROVER-B
009480                 MOVE WS-PT-COUNT (WS-PAIR-SUB) TO WS-PRD-A-THEN-B
009490                 MOVE WS-PT-COUNT (WS-MATCH-SUB)
009500                     TO WS-PRD-B-THEN-A
009510                 COMPUTE WS-PRD-TOTAL =
009520                     WS-PT-COUNT (WS-PAIR-SUB)
009530                         + WS-PT-COUNT (WS-MATCH-SUB)
009540                 COMPUTE WS-PRD-BASE-VALUE =
009550                     WS-PT-BASE-VALUE (WS-PAIR-SUB)
009560                         + WS-PT-BASE-VALUE (WS-MATCH-SUB)
009570                 WRITE SURVEILLANCE-RPT-LINE FROM WS-PAIR-DETAIL
009580             END-IF.

009590         5000-REPORT-APPROVERS.
009600             MOVE SPACES TO SURVEILLANCE-RPT-LINE
009610             WRITE SURVEILLANCE-RPT-LINE
009620             MOVE "ACTIVITY BY APPROVER" TO WS-SEC-TITLE
009630             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-SECTION-LINE
009640             WRITE SURVEILLANCE-RPT-LINE FROM WS-APV-COLUMNS
009650             PERFORM VARYING WS-APV-IDX FROM 1 BY 1
009660                     UNTIL WS-APV-IDX > WS-APV-TAB-COUNT
009670                 PERFORM 5100-WRITE-APPROVER-LINE
009680             END-PERFORM.

009690         5100-WRITE-APPROVER-LINE.
009700             MOVE WS-AT-APPROVER-ID (WS-APV-IDX)
009710                 TO WS-APD-APPROVER-ID
009720             MOVE WS-AT-APPROVER-NAME (WS-APV-IDX)
009730                 TO WS-APD-APPROVER-NAME
009740             MOVE WS-AT-STATUS (WS-APV-IDX) TO WS-APD-STATUS
009750             MOVE WS-AT-AUTHORITY-LIMIT (WS-APV-IDX)
009760                 TO WS-APD-AUTHORITY-LIMIT
009770             MOVE WS-AT-OVRD-COUNT (WS-APV-IDX)
009780                 TO WS-APD-OVRD-COUNT
009790             MOVE WS-AT-OVRD-BASE-VALUE (WS-APV-IDX)
009800                 TO WS-APD-OVRD-BASE-VALUE
009810             MOVE WS-AT-NEAR-LIMIT-COUNT (WS-APV-IDX)
009820                 TO WS-APD-NEAR-LIMIT-COUNT
009830             MOVE WS-AT-OVER-AUTH-COUNT (WS-APV-IDX)
009840                 TO WS-APD-OVER-AUTH-COUNT
009850             MOVE WS-AT-FROZEN-COUNT (WS-APV-IDX)
009860                 TO WS-APD-FROZEN-COUNT
009870             MOVE WS-AT-NEW-ACCT-COUNT (WS-APV-IDX)
009880                 TO WS-APD-NEW-ACCT-COUNT
009890             MOVE WS-AT-FIRST-SIGN-COUNT (WS-APV-IDX)
009900                 TO WS-APD-FIRST-SIGN-COUNT
009910             MOVE WS-AT-SECOND-SIGN-COUNT (WS-APV-IDX)
009920                 TO WS-APD-SECOND-SIGN-COUNT
009930             WRITE SURVEILLANCE-RPT-LINE FROM WS-APV-DETAIL.

009940         6000-FINALIZE.
009950             MOVE SPACES TO SURVEILLANCE-RPT-LINE
009960             WRITE SURVEILLANCE-RPT-LINE
009970             MOVE "OVERRIDES IN PERIOD" TO WS-TOT-LABEL
009980             MOVE WS-OVRD-IN-PERIOD-COUNT TO WS-TOT-COUNT
009990             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-TOTAL-LINE
010000             MOVE "OVERRIDES FLAGGED" TO WS-TOT-LABEL
010010             MOVE WS-OVRD-FLAGGED-COUNT TO WS-TOT-COUNT
010020             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-TOTAL-LINE
010030             MOVE "OVERRIDES WITH NO ARCHIVED ACCOUNT"
010040                 TO WS-TOT-LABEL
010050             MOVE WS-OVRD-UNTRACED-COUNT TO WS-TOT-COUNT
010060             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-TOTAL-LINE
010070             MOVE "OVERRIDES VALUED AT NATIVE AMOUNT"
010080                 TO WS-TOT-LABEL
010090             MOVE WS-NO-RATE-COUNT TO WS-TOT-COUNT
010100             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-TOTAL-LINE
010110             MOVE "DUAL-APPROVAL SIGN-OFFS IN PERIOD"
010120                 TO WS-TOT-LABEL
010130             MOVE WS-SIGNOFF-COUNT TO WS-TOT-COUNT
010140             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-TOTAL-LINE
010150             MOVE "RECIPROCAL APPROVER PAIRS" TO WS-TOT-LABEL
010160             MOVE WS-RECIPROCAL-COUNT TO WS-TOT-COUNT
010170             WRITE SURVEILLANCE-RPT-LINE FROM WS-RPT-TOTAL-LINE
010180             DISPLAY "OVRDSURV: OVERRIDES "
010190                 WS-OVRD-IN-PERIOD-COUNT
010200                 " FLAGGED " WS-OVRD-FLAGGED-COUNT
010210                 " RECIPROCAL PAIRS " WS-RECIPROCAL-COUNT
010220                 " SINCE " WS-FROM-DATE
010230             CLOSE AUDIT-FILE
010240             CLOSE APPROVAL-FILE
010250             CLOSE ACCOUNT-MASTER-FILE
010260             CLOSE TRAN-ARCHIVE-FILE
010270             CLOSE RATE-HISTORY-FILE
010280             CLOSE SURVEILLANCE-RPT-FILE.

010281         8800-GET-BUSINESS-DATE.
010282*        THE BUSINESS DATE COMES FROM THE PROCESSING-DATE
010283*        CONTROL FILE, NOT THE SYSTEM CLOCK, SO WORK DONE AFTER
010284*        MIDNIGHT OR ON A LATE START IS STILL DATED TO THE RIGHT
010285*        BUSINESS DAY.
010286             OPEN INPUT PROCESS-DATE-FILE
010287             IF WS-PROCDATE-STATUS NOT = "00"
010288                 DISPLAY "ERROR OPENING PROCESS-DATE-FILE STATUS="
010289                     WS-PROCDATE-STATUS
010290                 GO TO 9999-ABEND
010291             END-IF
010292             PERFORM 8810-READ-DATE-ROW
010293             CLOSE PROCESS-DATE-FILE.

010294         8810-READ-DATE-ROW.
010295             MOVE ZERO TO PD-KEY-DATE
010296             MOVE WS-DATE-ROW-KEY TO PD-KEY-STEP
010297             READ PROCESS-DATE-FILE
010298                 INVALID KEY
010299                     DISPLAY "ERROR: NO BUSINESS DATE ON "
010300                         "PROCESS-DATE-FILE - SET IT WITH PDROLL"
010301                     GO TO 9999-ABEND
010302             END-READ
010303             MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
010304             MOVE PD-PRIOR-BUSINESS-DATE
010305                 TO WS-PRIOR-BUSINESS-DATE.

010310         9999-ABEND.
010320             DISPLAY "OVRDSURV ABENDING"
010330             CLOSE AUDIT-FILE
010340             CLOSE APPROVAL-FILE
010350             CLOSE ACCOUNT-MASTER-FILE
010360             CLOSE TRAN-ARCHIVE-FILE
010370             CLOSE RATE-HISTORY-FILE
010380             CLOSE SURVEILLANCE-RPT-FILE
010390             STOP RUN.
