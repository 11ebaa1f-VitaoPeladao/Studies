000107*  09/03/26  RA    ADDED REASON CODE 03 (DUPLICATE) FOR A NUMBER
000108*                  ALREADY SEEN EARLIER IN THE SAME CYCLE - THE
000109*                  SIGNATURE OF A DOUBLE-SPOOLED REGION.
000110*  10/15/26  RA    ADDED REASON CODE 04 (CHECK DIGIT) FOR A
000111*                  NUMBER WHOSE LAST DIGIT FAILS THE CHECK-DIGIT
000112*                  SCHEME THE CLASSIFIER RUNS UNDER.
000113*  10/15/26  RA    ADDED REASON CODE 05 (WATCH-LIST BLOCK) FOR A
000114*                  NUMBER ON THE COMPLIANCE WATCH LIST UNDER A
000115*                  BLOCK ENTRY IN FORCE ON THE RUN DATE.
000116*  10/15/26  RA    ADDED REJ-BATCH-ID, THE SOURCE BATCH THE VALUE
000117*                  ARRIVED IN, SO EACH REJECT CAN BE RETURNED TO
000118*                  THE REGION THAT SENT IT.  APPENDED AT THE END
000119*                  SO REJ-RUN-DATE STAYS IN COLUMNS 10-17; THE
000120*                  RECORD GROWS FROM 17 TO 25 BYTES.
000121******************************************************************
000122 01  REJCLASS-RECORD.
000130     05  REJ-NUMERO              PIC X(07).
000140     05  REJ-REASON-CODE         PIC 9(02).
000150         88  REJ-NON-NUMERIC                 VALUE 01.
000160         88  REJ-NEGATIVE                    VALUE 02.
000165         88  REJ-DUPLICATE                   VALUE 03.
000166         88  REJ-CHECK-DIGIT                 VALUE 04.
000167         88  REJ-WATCH-BLOCK                 VALUE 05.
000170     05  REJ-RUN-DATE            PIC 9(08).
000180     05  REJ-BATCH-ID            PIC X(08).
