000010*****************************************************************
000020* BUSCAL - BUSINESS-DAY CALENDAR RECORD (INDEXED).
000030* ONE ROW PER CALENDAR DATE, CLASSING IT AS A BUSINESS DAY, A
000040* WEEKEND DAY OR A HOLIDAY.  READ BY WHSRELSE AND SINGEN TO ROLL
000050* A VALUE OR DUE DATE FALLING ON A NON-BUSINESS DAY FORWARD TO
000060* THE NEXT BUSINESS DAY.  A DATE WITH NO ROW IS TREATED AS A
000070* BUSINESS DAY SO A SHORT CALENDAR LOAD CANNOT STALL EITHER.
000080*****************************************************************
000090        01  BUSINESS-CALENDAR-RECORD.
000100            05  BC-CAL-DATE                 PIC 9(08).
