000010******************************************************************
000020*  FEEDSCHD.CPY                                                  *
000030*  RECORD LAYOUT FOR THE EXPECTED-FEED SCHEDULE.  ONE CARD PER   *
000040*  SOURCE FEED: THE BATCH-ID PREFIX EVERY BATCH FROM THAT SOURCE *
000050*  STARTS WITH, THE DAYS OF THE WEEK A BATCH IS DUE (ONE BYTE    *
000060*  PER DAY, MONDAY THROUGH SUNDAY, Y = DUE) AND THE SOURCE'S     *
000070*  NAME FOR THE REPORT.  READ BY PROGRAMAAGENDALOTE TO SAY WHICH *
000080*  BATCHES SHOULD HAVE ARRIVED FOR THE CYCLE.  THE PREFIX IS     *
000090*  LEFT-JUSTIFIED AND ENDS AT ITS FIRST BLANK; WHERE TWO         *
000100*  PREFIXES BOTH MATCH A BATCH ID THE LONGER ONE OWNS IT.  A     *
000110*  CARD WITH * IN COLUMN 1 IS A COMMENT.                         *
000120******************************************************************
000130*  MODIFICATION HISTORY                                          *
000140*  DATE      INIT  DESCRIPTION                                   *
000150*  --------  ----  ------------------------------------------------
000160*  10/15/26  RA    ORIGINAL VERSION.
000170******************************************************************
000180 01  FEEDSCHD-RECORD.
000190     05  FS-BATCH-PREFIX         PIC X(08).
000200     05  FILLER                  PIC X(01).
000210     05  FS-DUE-DAYS.
000220         10  FS-DUE-DAY          PIC X(01) OCCURS 7 TIMES.
000230     05  FILLER                  PIC X(01).
000240     05  FS-SOURCE-NAME          PIC X(30).
