000010*****************************************************************
000020* PROCDATE - BUSINESS PROCESSING-DATE CONTROL RECORD (INDEXED).
000030* THE DATE ROW (KEY ZERO DATE PLUS "*BUSDATE") CARRIES THE
000040* BUSINESS DATE EVERY PROGRAM STAMPS ITS WORK WITH, IN PLACE OF
000050* THE SYSTEM CLOCK, SO A LATE START OR A RERUN AFTER MIDNIGHT
000060* STILL DATES THE WORK TO THE RIGHT BUSINESS DAY.  PDROLL MOVES
000070* IT ON TO THE NEXT BUSCAL BUSINESS DAY AT THE END OF THE NIGHT.
000080* ONE STEP ROW PER NIGHTLY STEP PER BUSINESS DATE (KEY BUSINESS
000090* DATE PLUS STEP NAME) RECORDS THE STEP AS STARTED OR COMPLETED,
000100* SO A STEP CAN REFUSE TO RUN AHEAD OF THE STEPS IT DEPENDS ON
000110* OR A SECOND TIME FOR THE SAME BUSINESS DATE.  THE SCHEDULE OF
000120* STEPS AND THEIR PREREQUISITES IS IN PROCDTWS.  A STEP THAT CAN
000122* BE RESTARTED PART WAY THROUGH KEEPS ITS OWN CHECKPOINT CODE AND
000124* COUNT ON ITS STEP ROW; THEY ARE SPACES FOR EVERY OTHER STEP.
000130*****************************************************************
000140        01  PROCESS-DATE-RECORD.
000150            05  PD-CONTROL-KEY.
000160                10  PD-KEY-DATE             PIC 9(08).
000170                10  PD-KEY-STEP             PIC X(08).
000180            05  PD-DATE-DATA.
000190                10  PD-BUSINESS-DATE        PIC 9(08).
000200                10  PD-PRIOR-BUSINESS-DATE  PIC 9(08).
000210                10  PD-ROLLED-TS            PIC 9(14).
000220                10  PD-DAYS-ROLLED          PIC 9(03).
000230                10  FILLER                  PIC X(17).
000240            05  PD-STEP-DATA REDEFINES PD-DATE-DATA.
000250                10  PD-STEP-STATUS          PIC X(01).
000260                    88  PD-STEP-STARTED         VALUE "S".
000270                    88  PD-STEP-COMPLETED       VALUE "C".
000280                10  PD-STEP-START-TS        PIC 9(14).
000290                10  PD-STEP-END-TS          PIC 9(14).
000300                10  PD-STEP-RUN-COUNT       PIC 9(03).
000302                10  PD-CHECKPOINT-CODE      PIC X(01).
000304                10  PD-CHECKPOINT-COUNT     PIC 9(09).
000310                10  FILLER                  PIC X(08).
