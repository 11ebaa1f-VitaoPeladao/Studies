000130*  DATE      INIT  DESCRIPTION                                   *
000140*  --------  ----  ------------------------------------------------
000150*  09/03/26  RA    ORIGINAL VERSION.
000152*  10/15/26  RA    ADDED DISPOSITION R (REVERSED), SET BY THE
000154*                  BATCH REVERSAL JOB WHEN A POSTED BATCH IS
000156*                  BACKED OUT.  THE CLASSIFIER ACCEPTS A RESEND
000158*                  OF A REVERSED BATCH ID AS THE CORRECTION.
000160******************************************************************
000170 01  BCHREG-RECORD.
000180     05  BR-BATCH-ID             PIC X(08).
000210     05  BR-DISPOSITION          PIC X(01).
000220         88  BR-IN-PROCESS                   VALUE "P".
000230         88  BR-COMPLETE                     VALUE "C".
000240         88  BR-REVERSED                     VALUE "R".
