000010*****************************************************************
000020* TRSYPOS - TREASURY NET CURRENCY POSITION EXTRACT RECORD.
000030* OUTPUT OF NETPOSN, LOADED BY THE TREASURY SYSTEM.  ONE DETAIL
000040* PER CURRENCY, VALUE DATE AND LINE TYPE: THE NET POSTED
000050* POSITION FROM THE NIGHT'S CONSOLIDATED TRANOUT (ACCEPTED PLUS
000060* FEES, LESS REVERSALS AND FEE REVERSALS), OR A CONTINGENT LINE
000070* FOR ITEMS STILL WAREHOUSED OR PENDING ON THE FRAUD OR APPROVAL
000080* QUEUE.  EACH LINE CARRIES ITS NATIVE NET, THE RATEHIST RATE IN
000090* EFFECT FOR THE VALUE DATE AND THE BASE-CURRENCY EQUIVALENT.
000100* THE HEADER/TRAILER (TP-CONTROL) CARRY THE POSITION DATE, THE
000110* BASE CURRENCY AND, ON THE TRAILER, THE DETAIL COUNT AND THE
000120* POSTED AND CONTINGENT BASE-CURRENCY TOTALS.
000130*****************************************************************
000140        01  TREASURY-POSITION-RECORD.
000150            05  TP-REC-TYPE                 PIC X(01).
000160                88  TP-IS-HEADER                VALUE "H".
000170                88  TP-IS-DETAIL                VALUE "D".
000180                88  TP-IS-TRAILER               VALUE "T".
000190            05  TP-DETAIL.
000200                10  TP-POSITION-DATE        PIC 9(08).
000210                10  TP-LINE-TYPE            PIC X(01).
000220                    88  TP-LINE-POSTED          VALUE "P".
000230                    88  TP-LINE-WAREHOUSED      VALUE "W".
000240                    88  TP-LINE-FRAUD-PENDING   VALUE "F".
000250                    88  TP-LINE-APPR-PENDING    VALUE "A".
000260                10  TP-CURRENCY-CODE        PIC X(03).
000270                10  TP-VALUE-DATE           PIC 9(08).
000280                10  TP-ITEM-COUNT           PIC 9(07).
000290                10  TP-GROSS-AMOUNT         PIC 9(13)V99.
000300                10  TP-FEE-AMOUNT           PIC 9(13)V99.
000310                10  TP-REVERSED-AMOUNT      PIC 9(13)V99.
000320                10  TP-NET-AMOUNT           PIC S9(13)V99
000330                    SIGN LEADING SEPARATE.
000340                10  TP-CONVERSION-RATE      PIC 9(04)V9(6).
000350                10  TP-BASE-NET-AMOUNT      PIC S9(13)V99
000360                    SIGN LEADING SEPARATE.
000370                10  TP-RATE-SOURCE          PIC X(01).
000380                    88  TP-RATE-FROM-HISTORY    VALUE "H".
000390                    88  TP-RATE-FROM-CURRPRM    VALUE "C".
000400                    88  TP-RATE-IS-BASE         VALUE "B".
000410                    88  TP-RATE-NOT-FOUND       VALUE "N".
000420                10  FILLER                  PIC X(10).
000430            05  TP-CONTROL REDEFINES TP-DETAIL.
000440                10  TC-POSITION-DATE        PIC 9(08).
000450                10  TC-BASE-CURRENCY        PIC X(03).
000460                10  TC-RECORD-COUNT         PIC 9(09).
000470                10  TC-POSTED-BASE-TOTAL    PIC S9(15)V99
000480                    SIGN LEADING SEPARATE.
000490                10  TC-CONTINGENT-BASE-TOTAL PIC S9(15)V99
000500                    SIGN LEADING SEPARATE.
000510                10  FILLER                  PIC X(69).
