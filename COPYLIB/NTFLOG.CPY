000010******************************************************************
000020*  NTFLOG.CPY                                                    *
000030*  RECORD LAYOUT FOR THE RETURN-TO-SOURCE NOTIFICATION LOG.  ONE *
000040*  RECORD PER PART OF A NOTIFICATION ACTUALLY SENT TO A SOURCE   *
000050*  REGION - THE REJECTS OF ONE BATCH FROM ONE CYCLE (TYPE R), OR *
000060*  THE RESOLUTIONS OF ONE BATCH'S REJECTS FROM ONE REPAIR RUN    *
000070*  (TYPE S) - WITH THE DATE AND TIME IT WENT OUT AND THE NUMBER  *
000080*  OF ITEMS IT CARRIED.  APPENDED TO, NEVER OVERWRITTEN, AND     *
000090*  READ BACK BY PROGRAMANOTIFICAORIGEM SO NOTHING IS EVER SENT   *
000100*  TWICE.                                                        *
000110******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  DATE      INIT  DESCRIPTION                                   *
000140*  --------  ----  ------------------------------------------------
000150*  10/15/26  RA    ORIGINAL VERSION.
000160******************************************************************
000170 01  NTFLOG-RECORD.
000180     05  NTL-BATCH-ID            PIC X(08).
000190     05  NTL-TYPE                PIC X(01).
000200         88  NTL-REJECTS                     VALUE "R".
000210         88  NTL-RESOLUTIONS                 VALUE "S".
000220     05  NTL-ITEM-DATE           PIC 9(08).
000230     05  NTL-SENT-DATE           PIC 9(08).
000240     05  NTL-SENT-TIME           PIC 9(08).
000250     05  NTL-ITEM-COUNT          PIC 9(07).
