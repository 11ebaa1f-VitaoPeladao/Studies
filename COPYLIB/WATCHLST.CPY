000010******************************************************************
000020*  WATCHLST.CPY                                                  *
000030*  RECORD LAYOUT FOR THE WATCH LIST (VSAM KSDS, KEYED ON THE     *
000040*  NUMBER).  ONE RECORD PER ACCOUNT/DOCUMENT NUMBER COMPLIANCE   *
000050*  HAS FLAGGED - FRAUD HOLD, LITIGATION, CLOSED ACCOUNT - WITH   *
000060*  THE ACTION THE CLASSIFIER TAKES WHEN THE NUMBER TURNS UP IN A *
000070*  FEED: B (BLOCK) REJECTS IT, N (NOTIFY) CLASSIFIES IT AS USUAL *
000080*  BUT REPORTS THE HIT.  AN ENTRY IS ONLY IN FORCE FROM ITS      *
000090*  EFFECTIVE DATE THROUGH ITS EXPIRY DATE; 99999999 MEANS IT     *
000100*  NEVER EXPIRES.  MAINTAINED ONLY THROUGH PROGRAMAMANUTVIGIA,   *
000110*  WHICH STAMPS WHO ADDED AND LAST CHANGED EACH ENTRY.           *
000120******************************************************************
000130*  MODIFICATION HISTORY                                          *
000140*  DATE      INIT  DESCRIPTION                                   *
000150*  --------  ----  ------------------------------------------------
000160*  10/15/26  RA    ORIGINAL VERSION.
000170******************************************************************
000180 01  WATCHLST-RECORD.
000190     05  WL-NUMERO               PIC 9(07).
000200     05  WL-LIST-TYPE            PIC X(01).
000210         88  WL-BLOCK                        VALUE "B".
000220         88  WL-NOTIFY                       VALUE "N".
000230     05  WL-REASON               PIC X(30).
000240     05  WL-EFFECTIVE-DATE       PIC 9(08).
000250     05  WL-EXPIRY-DATE          PIC 9(08).
000260     05  WL-ADDED-BY             PIC X(08).
000270     05  WL-ADDED-DATE           PIC 9(08).
000280     05  WL-CHANGED-BY           PIC X(08).
000290     05  WL-CHANGED-DATE         PIC 9(08).
