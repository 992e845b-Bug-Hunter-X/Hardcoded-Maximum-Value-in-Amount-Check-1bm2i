000010*****************************************************************
000020* STDINST - STANDING-INSTRUCTION MASTER RECORD (INDEXED MASTER).
000030* ONE ENTRY PER RECURRING PAYMENT.  SINGEN RAISES A TRANSACTION
000040* FOR THE ACCOUNT, TYPE, CURRENCY, AMOUNT AND APPROVER HELD HERE
000050* ON EVERY DATE THE INSTRUCTION FALLS DUE, FROM ITS START DATE
000060* AT ITS FREQUENCY UNTIL ITS END DATE (ZERO MEANS NO END DATE).
000070* A MONTHLY, QUARTERLY OR ANNUAL INSTRUCTION FALLS DUE ON THE
000080* START DATE'S DAY OF THE MONTH, OR ON THE LAST DAY OF A SHORTER
000090* MONTH.  SI-NEXT-DUE-DATE IS THE NEXT SCHEDULED DATE BEFORE ANY
000100* ROLL TO A BUSINESS DAY.  SI-LAST-GEN-DATE IS THE BUSINESS DATE
000110* OF THE LAST RUN THAT RAISED A TRANSACTION FOR THE INSTRUCTION,
000120* SO A RERUN FOR THE SAME DATE RAISES NOTHING MORE.  A SUSPENDED
000130* INSTRUCTION ("S") RAISES NOTHING - THE DATES IT MISSES ARE
000140* PASSED OVER, NOT MADE UP ON REACTIVATION.  SINGEN MARKS AN
000150* INSTRUCTION EXPIRED ("E") ONCE ITS NEXT DUE DATE PASSES ITS END
000160* DATE.  MAINTAINED BY SINMAINT UNDER MAKER-CHECKER CONTROL.
000170* THE ENTRY KEYED "**SINSEQ" IS NOT AN INSTRUCTION - IT HOLDS THE
000180* LAST SEQUENCE NUMBER SINGEN ISSUED IN A GENERATED TRAN-ID, AND
000182* WHILE SINGEN IS PART WAY THROUGH AN INSTRUCTION, THAT
000184* INSTRUCTION AND THE FIRST SEQUENCE NUMBER IT TOOK.  BOTH ARE
000186* SPACES BETWEEN INSTRUCTIONS.
000190*****************************************************************
000200        01  STANDING-INSTR-RECORD.
000210            05  SI-INSTR-ID                 PIC X(08).
000220                88  SI-IS-SEQUENCE-ROW          VALUE "**SINSEQ".
000230            05  SI-INSTR-DATA.
000240                10  SI-ACCOUNT-ID           PIC X(10).
000250                10  SI-TRAN-TYPE-CODE       PIC X(04).
000260                10  SI-CURRENCY-CODE        PIC X(03).
000270                10  SI-AMOUNT               PIC 9(10)V99.
000280                10  SI-FREQUENCY            PIC X(01).
000290                    88  SI-FREQ-DAILY           VALUE "D".
000300                    88  SI-FREQ-WEEKLY          VALUE "W".
000310                    88  SI-FREQ-FORTNIGHTLY     VALUE "F".
000320                    88  SI-FREQ-MONTHLY         VALUE "M".
000330                    88  SI-FREQ-QUARTERLY       VALUE "Q".
000340                    88  SI-FREQ-ANNUAL          VALUE "A".
000342                    88  SI-FREQ-VALID           VALUE "D" "W" "F"
000344                                                "M" "Q" "A".
000350                10  SI-START-DATE           PIC 9(08).
000360                10  SI-END-DATE             PIC 9(08).
000370                10  SI-APPROVER-ID          PIC X(08).
000380                10  SI-STATUS               PIC X(01).
000390                    88  SI-INSTR-ACTIVE         VALUE "A".
000400                    88  SI-INSTR-SUSPENDED      VALUE "S".
000410                    88  SI-INSTR-EXPIRED        VALUE "E".
000420                10  SI-NEXT-DUE-DATE        PIC 9(08).
000430                10  SI-LAST-GEN-DATE        PIC 9(08).
000440                10  SI-LAST-UPDATED-DATE    PIC 9(08).
000450                10  SI-LAST-UPDATED-BY      PIC X(08).
000460            05  SI-SEQUENCE-DATA REDEFINES SI-INSTR-DATA.
000470                10  SS-LAST-SEQUENCE        PIC 9(08).
000472                10  SS-OPEN-INSTR-ID        PIC X(08).
000474                10  SS-OPEN-FIRST-SEQUENCE  PIC 9(08).
000480                10  FILLER                  PIC X(63).
000490            05  FILLER                      PIC X(05).
