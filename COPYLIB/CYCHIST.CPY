000010******************************************************************
000020*  CYCHIST.CPY                                                   *
000030*  RECORD LAYOUT FOR THE CYCLE HISTORY FILE.  CYCFILE HOLDS ONLY *
000040*  THE LATEST STAMP FOR EACH SLOT, SO EVERY JOB THAT STAMPS ITS  *
000050*  SLOT COMPLETE ALSO APPENDS ONE RECORD HERE - THE CYCLE IT RAN *
000060*  FOR, WHEN IT STARTED AND ENDED BY THE SYSTEM CLOCK, HOW LONG  *
000070*  IT TOOK AND THE STEP CODE IT ENDED WITH.  THE FILE IS NEVER   *
000080*  REWRITTEN; PROGRAMAJANELACICLO READS IT FOR THE BATCH-WINDOW  *
000090*  REPORT.  A RUN THAT ABENDS OR IS HELD STAMPS NO COMPLETION    *
000100*  AND SO WRITES NO HISTORY - ITS CLEAN RERUN DOES.              *
000110*                                                                *
000120*  THE START AND END DATES ARE SYSTEM DATES, NOT THE LOGICAL     *
000130*  CYCLE DATE, SO A JOB RUN PAST MIDNIGHT SHOWS ITS TRUE CLOCK.  *
000140*  TIMES ARE HHMMSSCC AS ACCEPTED FROM TIME.  ELAPSED IS IN      *
000150*  WHOLE SECONDS.                                                *
000160******************************************************************
000170*  MODIFICATION HISTORY                                          *
000180*  DATE      INIT  DESCRIPTION                                   *
000190*  --------  ----  ------------------------------------------------
000200*  10/15/26  RA    ORIGINAL VERSION.
000210******************************************************************
000220 01  CYCHIST-RECORD.
000230     05  CH-CYCLE-DATE           PIC 9(08).
000240     05  CH-JOB-NAME             PIC X(08).
000250     05  CH-SLOT                 PIC 9(02).
000260     05  CH-START-DATE           PIC 9(08).
000270     05  CH-START-TIME           PIC 9(08).
000280     05  CH-END-DATE             PIC 9(08).
000290     05  CH-END-TIME             PIC 9(08).
000300     05  CH-ELAPSED-SECS         PIC 9(06).
000310     05  CH-RETURN-CODE          PIC 9(03).
