000010******************************************************************
000020*  NTFREC.CPY                                                    *
000030*  RECORD LAYOUT FOR THE RETURN-TO-SOURCE REJECT NOTIFICATION    *
000040*  FILE - THE INTERFACE THE SOURCE REGIONS LOAD.  ONE            *
000050*  NOTIFICATION PER SOURCE BATCH, EACH A HEADER (HDR), ONE       *
000060*  DETAIL PER REJECTED VALUE (REJ) AND PER RESOLVED EARLIER      *
000070*  REJECT (RSV), AND A TRAILER (TRL) CARRYING THE DETAIL COUNTS  *
000080*  SO THE SOURCE CAN PROVE ITS NOTIFICATION ARRIVED COMPLETE.    *
000090*  EVERY RECORD CARRIES THE BATCH ID, SO THE FILE CAN BE SPLIT   *
000100*  FOR ROUTING ON THE HEADERS.                                   *
000110******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  DATE      INIT  DESCRIPTION                                   *
000140*  --------  ----  ------------------------------------------------
000150*  10/15/26  RA    ORIGINAL VERSION.
000160******************************************************************
000170 01  NTFREC-RECORD.
000180     05  NTF-RECORD-TYPE         PIC X(03).
000190         88  NTF-HEADER                      VALUE "HDR".
000200         88  NTF-REJECT                      VALUE "REJ".
000210         88  NTF-RESOLVED                    VALUE "RSV".
000220         88  NTF-TRAILER                     VALUE "TRL".
000230     05  NTF-BATCH-ID            PIC X(08).
000240     05  NTF-BODY                PIC X(69).
000250     05  NTF-HEADER-BODY REDEFINES NTF-BODY.
000260         10  NTF-H-BUSINESS-DATE PIC 9(08).
000270         10  NTF-H-CYCLE-DATE    PIC 9(08).
000280         10  NTF-H-SENT-DATE     PIC 9(08).
000290         10  NTF-H-SENT-TIME     PIC 9(08).
000300         10  FILLER              PIC X(37).
000310     05  NTF-DETAIL-BODY REDEFINES NTF-BODY.
000320         10  NTF-D-NUMERO        PIC X(07).
000330         10  NTF-D-REASON-CODE   PIC 9(02).
000340         10  NTF-D-REASON-TEXT   PIC X(30).
000350         10  NTF-D-REJECT-DATE   PIC 9(08).
000360         10  NTF-D-ACTION        PIC X(01).
000370         10  NTF-D-NEW-VALUE     PIC X(07).
000380         10  NTF-D-REPAIR-DATE   PIC 9(08).
000390         10  FILLER              PIC X(06).
000400     05  NTF-TRAILER-BODY REDEFINES NTF-BODY.
000410         10  NTF-T-REJECT-COUNT  PIC 9(07).
000420         10  NTF-T-RESOLVED-COUNT
000430                                 PIC 9(07).
000440         10  NTF-T-RECORD-COUNT  PIC 9(07).
000450         10  FILLER              PIC X(48).
