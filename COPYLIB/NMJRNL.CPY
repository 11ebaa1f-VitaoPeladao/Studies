000140*  DATE      INIT  DESCRIPTION                                   *
000150*  --------  ----  ------------------------------------------------
000160*  09/03/26  RA    ORIGINAL VERSION.
000162*  10/15/26  RA    ADDED ACTIONS R (REVERSAL RESTORE - AFTER IMAGE
000164*                  IS THE RECORD AS IT STOOD BEFORE THE REVERSED
000166*                  BATCH) AND D (REVERSAL DELETE - AFTER IMAGE
000168*                  SPACES), WRITTEN BY THE BATCH REVERSAL JOB.
000170******************************************************************
000180 01  NMJRNL-RECORD.
000190     05  JRN-RUN-DATE            PIC 9(08).
000210     05  JRN-ACTION              PIC X(01).
000220         88  JRN-ADD                         VALUE "A".
000230         88  JRN-UPDATE                      VALUE "U".
000232         88  JRN-REVERSE-RESTORE             VALUE "R".
000234         88  JRN-REVERSE-DELETE              VALUE "D".
000240     05  JRN-NUMERO              PIC 9(07).
000250     05  JRN-BEFORE-IMAGE        PIC X(39).
000260     05  JRN-AFTER-IMAGE         PIC X(39).
