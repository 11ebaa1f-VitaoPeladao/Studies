000010******************************************************************
000020*  REJRSLV.CPY                                                   *
000030*  RECORD LAYOUT FOR THE REJECT-RESOLUTION FILE.  ONE RECORD PER *
000040*  REJECT THE REPAIR DESK DISPOSED OF THROUGH                    *
000050*  PROGRAMAREPARAREJEITO - CORRECTED TO A NEW VALUE OR           *
000060*  DELIBERATELY DROPPED - CARRYING THE SOURCE BATCH ID THE       *
000070*  REJECT CAME IN ON, SO THE RESOLUTION CAN BE REPORTED BACK TO  *
000080*  THE REGION THAT SENT IT.                                      *
000090******************************************************************
000100*  MODIFICATION HISTORY                                          *
000110*  DATE      INIT  DESCRIPTION                                   *
000120*  --------  ----  ------------------------------------------------
000130*  10/15/26  RA    ORIGINAL VERSION.
000140******************************************************************
000150 01  REJRSLV-RECORD.
000160     05  RSV-BATCH-ID            PIC X(08).
000170     05  RSV-NUMERO              PIC X(07).
000180     05  RSV-REASON-CODE         PIC 9(02).
000190     05  RSV-ACTION              PIC X(01).
000200         88  RSV-CORRECTED                   VALUE "C".
000210         88  RSV-DROPPED                     VALUE "D".
000220     05  RSV-NEW-VALUE           PIC X(07).
000230     05  RSV-FIRST-SEEN-DATE     PIC 9(08).
000240     05  RSV-REPAIR-DATE         PIC 9(08).
