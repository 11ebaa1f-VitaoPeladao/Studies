000100*                                                                *
000110*  SLOT ASSIGNMENTS:                                             *
000120*    1 = PARIMPAR   2 = NUMLOAD    3 = REJREPAR   4 = RESDELTA   *
000130*    5 = EXTRACT    6 = AUDTREND   7 = HOUSEKP    8 = DATECTL    *
000131*                                                                *
000132*  SLOT 8 IS NOT A JOB'S PROGRESS BUT THE LOGICAL CYCLE DATE,    *
000133*  SET BY THE DATE-CONTROL STEP (PROGRAMADATACICLO) AT THE START *
000134*  OF THE CYCLE FROM THE PROCESSING CALENDAR.  EVERY PROGRAM     *
000135*  STAMPS THAT DATE ON ITS RECORDS AND ITS OWN SLOT INSTEAD OF   *
000136*  THE SYSTEM DATE, SO A CYCLE RUN PAST MIDNIGHT KEEPS ONE DATE. *
000140*                                                                *
000150*  A SLOT LEFT OPEN BY AN ABENDED RUN STAYS OPEN UNTIL THE       *
000160*  STEP IS RERUN CLEAN - THAT IS WHAT KEEPS HOUSEKP OUT OF AN    *
000200*  DATE      INIT  DESCRIPTION                                   *
000210*  --------  ----  ------------------------------------------------
000220*  09/03/26  RA    ORIGINAL VERSION.
000225*  10/15/26  RA    ADDED SLOT 8, THE LOGICAL CYCLE DATE.
000230******************************************************************
000240 01  CYCCTL-RECORD.
000250     05  CYC-CYCLE-DATE          PIC 9(08).
