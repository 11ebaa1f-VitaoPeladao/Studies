000010******************************************************************
000020*  PARTCTL.CPY                                                   *
000030*  RECORD LAYOUT FOR THE PARTITION CONTROL FILE.  WHEN THE       *
000040*  CLASSIFIER RUNS RANGE-PARTITIONED, EACH PARTITION STEP WRITES *
000050*  ONE OF THESE FILES AT CLEAN END OF JOB AND THE CONSOLIDATION  *
000060*  STEP (PROGRAMACONSOLIDAPARTE) READS ALL OF THEM.  ONE B       *
000070*  RECORD PER SOURCE BATCH THE PARTITION SAW ON THE FEED, IN     *
000080*  FEED ORDER - BATCH ID, BUSINESS DATE AND THE TRAILER'S        *
000090*  DECLARED COUNT - THEN ONE T RECORD WITH THE PARTITION'S RUN   *
000100*  TOTALS.  EVERY PARTITION READS THE WHOLE FEED, SO EVERY       *
000110*  ACTIVE PARTITION'S B RECORDS MUST AGREE; A PARTITION NUMBERED *
000120*  ABOVE THE PARTITION COUNT IS IDLE AND WRITES ITS T RECORD     *
000130*  ONLY.                                                         *
000140******************************************************************
000150*  MODIFICATION HISTORY                                          *
000160*  DATE      INIT  DESCRIPTION                                   *
000170*  --------  ----  ------------------------------------------------
000180*  10/15/26  RA    ORIGINAL VERSION.
000190******************************************************************
000200 01  PARTCTL-RECORD.
000210     05  PC-RECORD-TYPE          PIC X(01).
000220         88  PC-BATCH-ENTRY                  VALUE "B".
000230         88  PC-TOTALS                       VALUE "T".
000240     05  PC-PARTITION-NO         PIC 9(02).
000250     05  PC-PARTITION-COUNT      PIC 9(02).
000260     05  PC-RUN-DATE             PIC 9(08).
000270     05  PC-BATCH-DATA.
000280         10  PC-BATCH-ID         PIC X(08).
000290         10  PC-BUSINESS-DATE    PIC 9(08).
000300         10  PC-DECLARED-COUNT   PIC 9(07).
000310         10  FILLER              PIC X(43).
000320     05  PC-TOTALS-DATA REDEFINES PC-BATCH-DATA.
000330         10  PC-RECORDS-READ     PIC 9(07).
000340         10  PC-CLASSIFIED-COUNT PIC 9(07).
000350         10  PC-REJECT-COUNT     PIC 9(07).
000360         10  PC-DUP-COUNT        PIC 9(07).
000370         10  PC-PAR-COUNT        PIC 9(07).
000380         10  PC-IMPAR-COUNT      PIC 9(07).
000390         10  PC-PAR-SUM          PIC 9(11).
000400         10  PC-IMPAR-SUM        PIC 9(11).
000410         10  PC-CHECK-SCHEME     PIC X(01).
000420         10  PC-PART-STATUS      PIC X(01).
000430             88  PC-ACTIVE                   VALUE "A".
000440             88  PC-IDLE                     VALUE "I".
