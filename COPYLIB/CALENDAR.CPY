000010******************************************************************
000020*  CALENDAR.CPY                                                  *
000030*  RECORD LAYOUT FOR THE PROCESSING CALENDAR.  MONDAY THROUGH    *
000040*  FRIDAY ARE BUSINESS DAYS AND SATURDAY AND SUNDAY ARE NOT,     *
000050*  UNLESS A CARD SAYS OTHERWISE: ONE CARD PER EXCEPTION DATE -   *
000060*  H = HOLIDAY (NO CYCLE, AND NO BATCH MAY CARRY IT AS ITS       *
000070*  BUSINESS DATE), B = BUSINESS DAY (A WEEKEND DATE WORKED AS A  *
000080*  NORMAL DAY) - WITH A DESCRIPTION FOR THE CONSOLE.  READ BY    *
000090*  PROGRAMADATACICLO TO SET THE LOGICAL CYCLE DATE AND BY THE    *
000100*  CLASSIFIER TO CHECK EACH BATCH'S BUSINESS DATE.  THE CARDS    *
000110*  NEED NOT BE IN DATE ORDER, BUT A DATE MAY APPEAR ONLY ONCE.   *
000120*  A CARD WITH * IN COLUMN 1 IS A COMMENT.                       *
000130******************************************************************
000140*  MODIFICATION HISTORY                                          *
000150*  DATE      INIT  DESCRIPTION                                   *
000160*  --------  ----  ------------------------------------------------
000170*  10/15/26  RA    ORIGINAL VERSION.
000180******************************************************************
000190 01  CALENDAR-RECORD.
000200     05  CAL-DATE                PIC 9(08).
000210     05  CAL-DATE-X REDEFINES CAL-DATE
000220                                 PIC X(08).
000230     05  FILLER                  PIC X(01).
000240     05  CAL-DAY-TYPE            PIC X(01).
000250         88  CAL-BUSINESS-DAY                VALUE "B".
000260         88  CAL-HOLIDAY                     VALUE "H".
000270     05  FILLER                  PIC X(01).
000280     05  CAL-DESCRIPTION         PIC X(30).
