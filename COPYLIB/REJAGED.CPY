000140*                  OUTSTANDING COUNTER.
000142*  09/03/26  RA    ADDED REASON CODE 03 (DUPLICATE) IN STEP WITH
000144*                  THE REJCLASS COPYBOOK.
000145*  10/15/26  RA    ADDED REASON CODE 04 (CHECK DIGIT) IN STEP
000146*                  WITH THE REJCLASS COPYBOOK.
000147*  10/15/26  RA    ADDED REASON CODE 05 (WATCH-LIST BLOCK) IN STEP
000148*                  WITH THE REJCLASS COPYBOOK.
000149*  10/15/26  RA    ADDED RJA-BATCH-ID, CARRIED FROM REJ-BATCH-ID,
000150*                  SO A REJECT CORRECTED CYCLES LATER CAN STILL BE
000151*                  REPORTED BACK TO ITS SOURCE.  RECORD GROWS FROM
000152*                  20 TO 28 BYTES.
000153******************************************************************
000160 01  REJAGED-RECORD.
000170     05  RJA-NUMERO              PIC X(07).
000180     05  RJA-REASON-CODE         PIC 9(02).
000190         88  RJA-NON-NUMERIC                 VALUE 01.
000200         88  RJA-NEGATIVE                    VALUE 02.
000205         88  RJA-DUPLICATE                   VALUE 03.
000206         88  RJA-CHECK-DIGIT                 VALUE 04.
000207         88  RJA-WATCH-BLOCK                 VALUE 05.
000210     05  RJA-FIRST-SEEN-DATE     PIC 9(08).
000220     05  RJA-CYCLES-OUTSTANDING  PIC 9(03).
000230     05  RJA-BATCH-ID            PIC X(08).
