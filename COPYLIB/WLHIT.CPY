000010******************************************************************
000020*  WLHIT.CPY                                                     *
000030*  RECORD LAYOUT FOR THE WATCH-LIST HIT FILE.  ONE RECORD PER    *
000040*  NUMBER THE CLASSIFIER FOUND ON THE WATCH LIST WITH ITS ENTRY  *
000050*  IN FORCE - THE NUMBER, THE LIST ACTION TAKEN (B BLOCKED AND   *
000060*  REJECTED, N CLASSIFIED AND NOTIFIED), THE SOURCE BATCH AND    *
000070*  ITS BUSINESS DATE, THE DATE OF THE RUN THAT FOUND IT AND THE  *
000080*  LIST REASON AS IT STOOD AT THE TIME.                          *
000090******************************************************************
000100*  MODIFICATION HISTORY                                          *
000110*  DATE      INIT  DESCRIPTION                                   *
000120*  --------  ----  ------------------------------------------------
000130*  10/15/26  RA    ORIGINAL VERSION.
000140******************************************************************
000150 01  WLHIT-RECORD.
000160     05  WH-NUMERO               PIC 9(07).
000170     05  WH-LIST-TYPE            PIC X(01).
000180         88  WH-BLOCK                        VALUE "B".
000190         88  WH-NOTIFY                       VALUE "N".
000200     05  WH-BATCH-ID             PIC X(08).
000210     05  WH-BUSINESS-DATE        PIC 9(08).
000220     05  WH-RUN-DATE             PIC 9(08).
000230     05  WH-REASON               PIC X(30).
