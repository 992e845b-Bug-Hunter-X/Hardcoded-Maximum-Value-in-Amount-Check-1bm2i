000010*****************************************************************
000020* PROCDTWS - BUSINESS DATE AND NIGHTLY STEP CONTROL FIELDS.
000030* WS-BUSINESS-DATE IS LOADED FROM THE PROCDATE DATE ROW AT THE
000040* START OF EVERY RUN.  THE STEP SCHEDULE BELOW LISTS, FOR EACH
000050* NIGHTLY STEP THAT WAITS ON OTHERS, THE STEPS THAT MUST HAVE
000060* COMPLETED FOR THE SAME BUSINESS DATE BEFORE IT MAY START.  A
000070* NIGHTLY STEP NOT LISTED HERE HAS NO PREREQUISITES BUT IS STILL
000080* REFUSED A SECOND RUN ONCE IT HAS COMPLETED FOR THE DATE.  THE
000090* NIGHTLY STEPS ARE RATELOAD, WHSRELSE, REJRECYC, SINGEN,
000100* BATSPLIT, THE TXNVAL STREAMS (TXNVAL01-04), RUNMERGE, ACCTAGG,
000110* GLEXTRCT, GLRECON, QUEMAINT, NETPOSN, ARCHPURG AND HISTPURG,
000115* WITH PDROLL LAST - IT CHECKS ITS ENTRY BUT RECORDS NO STEP ROW.
000120* RUNMERGE WAITS ON THE TXNVAL STREAMS IT IS TOLD TO CONSOLIDATE,
000130* SO IT CHECKS THEM ITSELF.  ADDING A STEP OR A PREREQUISITE
000140* MEANS ADDING OR CHANGING AN ENTRY HERE, RAISING WS-SCHED-COUNT
000145* AND THE OCCURS TO MATCH, AND RECOMPILING THE PROGRAMS THAT COPY
000150* THIS MEMBER.
000160*****************************************************************
000170        01  WS-PROCESS-CONTROL-FIELDS.
000180            05  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000190            05  WS-PRIOR-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
000200            05  WS-DATE-ROW-KEY             PIC X(08)
000210                VALUE "*BUSDATE".
000220            05  WS-STEP-NAME                PIC X(08)
000230                VALUE SPACES.
000240            05  WS-STEP-SCHEDULE-NAME       PIC X(08)
000250                VALUE SPACES.
000260            05  WS-PREREQ-STEP              PIC X(08)
000270                VALUE SPACES.
000280            05  WS-SCHED-SUB                PIC 9(02) VALUE ZERO.
000290            05  WS-PREREQ-SUB               PIC 9(02) VALUE ZERO.
000300            05  WS-STEP-ROW-SWITCH          PIC X(01) VALUE "N".
000310                88  WS-STEP-ROW-EXISTS          VALUE "Y".
000320            05  WS-STEP-REFUSED-SWITCH      PIC X(01) VALUE "N".
000330                88  WS-STEP-REFUSED             VALUE "Y".

000340        01  WS-STEP-SCHEDULE-VALUES.
000350            05  FILLER                      PIC X(45) VALUE
000360                "BATSPLIT WHSRELSE REJRECYC SINGEN".
000370            05  FILLER                      PIC X(45) VALUE
000380                "TXNVAL   BATSPLIT".
000390            05  FILLER                      PIC X(45) VALUE
000400                "ACCTAGG  RUNMERGE".
000410            05  FILLER                      PIC X(45) VALUE
000420                "GLEXTRCT RUNMERGE ACCTAGG  GLRECON".
000430            05  FILLER                      PIC X(45) VALUE
000440                "QUEMAINT RUNMERGE".
000442            05  FILLER                      PIC X(45) VALUE
000444                "NETPOSN  RUNMERGE ACCTAGG  QUEMAINT".
000446            05  FILLER                      PIC X(45) VALUE
000448                "PDROLL   GLEXTRCT NETPOSN".

000450        01  WS-STEP-SCHEDULE REDEFINES WS-STEP-SCHEDULE-VALUES.
000460            05  WS-SCHED-ENTRY OCCURS 7 TIMES.
000470                10  WS-SCHED-STEP           PIC X(08).
000480                10  FILLER                  PIC X(01).
000490                10  WS-SCHED-PREREQ-SLOT OCCURS 4 TIMES.
000500                    15  WS-SCHED-PREREQ     PIC X(08).
000510                    15  FILLER              PIC X(01).

000520        01  WS-STEP-SCHEDULE-LIMITS.
000530            05  WS-SCHED-COUNT              PIC 9(02) VALUE 7.
000540            05  WS-SCHED-PREREQ-MAX         PIC 9(02) VALUE 4.
