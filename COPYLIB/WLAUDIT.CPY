000010******************************************************************
000020*  WLAUDIT.CPY                                                   *
000030*  RECORD LAYOUT FOR THE WATCH-LIST AUDIT TRAIL.  ONE RECORD PER *
000040*  ADD, CHANGE OR DELETE APPLIED BY PROGRAMAMANUTVIGIA - WHEN,   *
000050*  BY WHOM, AND THE ENTRY BEFORE AND AFTER IN THE WATCHLST       *
000060*  LAYOUT (SPACES FOR THE BEFORE IMAGE OF AN ADD AND THE AFTER   *
000070*  IMAGE OF A DELETE) - SO COMPLIANCE CAN SHOW WHO PUT A NUMBER  *
000080*  ON THE LIST OR TOOK IT OFF.  APPENDED TO, NEVER OVERWRITTEN.  *
000090******************************************************************
000100*  MODIFICATION HISTORY                                          *
000110*  DATE      INIT  DESCRIPTION                                   *
000120*  --------  ----  ------------------------------------------------
000130*  10/15/26  RA    ORIGINAL VERSION.
000140******************************************************************
000150 01  WLAUDIT-RECORD.
000160     05  WLA-MAINT-DATE          PIC 9(08).
000170     05  WLA-MAINT-TIME          PIC 9(08).
000180     05  WLA-ACTION              PIC X(01).
000190         88  WLA-ADD                         VALUE "A".
000200         88  WLA-CHANGE                      VALUE "C".
000210         88  WLA-DELETE                      VALUE "D".
000220     05  WLA-USER-ID             PIC X(08).
000230     05  WLA-NUMERO              PIC 9(07).
000240     05  WLA-BEFORE-IMAGE        PIC X(86).
000250     05  WLA-AFTER-IMAGE         PIC X(86).
