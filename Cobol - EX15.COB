000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMAMANUTVIGIA.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  MAINTAINS THE COMPLIANCE
000130*                  WATCH LIST THE CLASSIFIER CHECKS EVERY GOOD
000140*                  NUMBER AGAINST.  EACH CARD ON THE WLTRANS DECK
000150*                  ADDS (A), CHANGES (C) OR DELETES (D) ONE ENTRY
000160*                  - NUMBER, BLOCK/NOTIFY ACTION, REASON,
000170*                  EFFECTIVE AND EXPIRY DATES - AND CARRIES THE ID
000180*                  OF THE USER MAKING THE CHANGE.  EVERY CHANGE
000190*                  APPLIED IS APPENDED TO THE WLAUDIT TRAIL WITH
000200*                  THE ENTRY BEFORE AND AFTER, AND EVERY CARD IS
000210*                  LISTED ON THE MAINTENANCE REPORT WITH ITS
000220*                  OUTCOME.  A CARD THAT FAILS ITS EDITS, OR ASKS
000230*                  FOR AN ADD OF A NUMBER ALREADY ON THE LIST OR A
000240*                  CHANGE/DELETE OF ONE THAT IS NOT, IS REFUSED ON
000250*                  THE REPORT AND THE STEP ENDS RC=4; THE REST OF
000260*                  THE DECK IS STILL APPLIED.
000262*  10/15/26  RA    THE RUN DATE IS NOW THE LOGICAL CYCLE DATE SET
000264*                  ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP, NOT
000266*                  THE SYSTEM DATE - NEW CYCFILE DD.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MAINT-CARD-FILE ASSIGN TO WLTRANS
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-TRN-FILE-STATUS.
000340     SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS WL-NUMERO
000380         FILE STATUS IS WS-WL-FILE-STATUS.
000390     SELECT WATCH-AUDIT-FILE ASSIGN TO WLAUDIT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-WLA-FILE-STATUS.
000420     SELECT REPORT-FILE ASSIGN TO RPTFILE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-FILE-STATUS.
000441     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000442         ORGANIZATION IS RELATIVE
000443         ACCESS MODE IS RANDOM
000444         RELATIVE KEY IS WS-CYC-KEY
000445         FILE STATUS IS WS-CYC-FILE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470******************************************************************
000480*  MAINT-CARD-FILE - THE MAINTENANCE DECK, ONE CARD PER CHANGE:  *
000490*    - COL  1  ACTION - A ADD, C CHANGE, D DELETE                *
000500*    - COL  3-9  NUMBER                                          *
000510*    - COL 11  LIST ACTION - B BLOCK, N NOTIFY                   *
000520*    - COL 13-20  EFFECTIVE DATE YYYYMMDD                        *
000530*    - COL 22-29  EXPIRY DATE YYYYMMDD                           *
000540*    - COL 31-38  USER ID MAKING THE CHANGE                      *
000550*    - COL 40-69  REASON                                         *
000560*  ON AN ADD A BLANK EFFECTIVE DATE MEANS TODAY AND A BLANK      *
000570*  EXPIRY DATE MEANS NEVER; ON A CHANGE A BLANK FIELD IS LEFT AS *
000580*  IT IS.  A DELETE NEEDS ONLY THE NUMBER AND THE USER ID.       *
000590******************************************************************
000600 FD  MAINT-CARD-FILE
000610     RECORDING MODE IS F.
000620 01  MAINT-CARD.
000630     05  MNT-ACTION              PIC X(01).
000640         88  MNT-ADD                         VALUE "A".
000650         88  MNT-CHANGE                      VALUE "C".
000660         88  MNT-DELETE                      VALUE "D".
000670     05  FILLER                  PIC X(01).
000680     05  MNT-NUMERO              PIC X(07).
000690     05  MNT-NUMERO-N REDEFINES MNT-NUMERO
000700                                 PIC 9(07).
000710     05  FILLER                  PIC X(01).
000720     05  MNT-LIST-TYPE           PIC X(01).
000730     05  FILLER                  PIC X(01).
000740     05  MNT-EFFECTIVE-DATE      PIC X(08).
000750     05  MNT-EFFECTIVE-DATE-N REDEFINES MNT-EFFECTIVE-DATE
000760                                 PIC 9(08).
000770     05  FILLER                  PIC X(01).
000780     05  MNT-EXPIRY-DATE         PIC X(08).
000790     05  MNT-EXPIRY-DATE-N REDEFINES MNT-EXPIRY-DATE
000800                                 PIC 9(08).
000810     05  FILLER                  PIC X(01).
000820     05  MNT-USER-ID             PIC X(08).
000830     05  FILLER                  PIC X(01).
000840     05  MNT-REASON              PIC X(30).
000850
000860******************************************************************
000870*  WATCH-LIST-FILE - THE COMPLIANCE WATCH LIST (VSAM KSDS)       *
000880*  IN THE SHARED WATCHLST LAYOUT, UPDATED IN PLACE.              *
000890******************************************************************
000900 FD  WATCH-LIST-FILE.
000910     COPY WATCHLST.
000920
000930******************************************************************
000940*  WATCH-AUDIT-FILE - THE WATCH-LIST AUDIT TRAIL                 *
000950*  IN THE SHARED WLAUDIT LAYOUT.  APPENDED TO, NEVER             *
000960*  OVERWRITTEN.                                                  *
000970******************************************************************
000980 FD  WATCH-AUDIT-FILE
000990     RECORDING MODE IS F.
001000     COPY WLAUDIT.
001010
001020******************************************************************
001030*  REPORT-FILE - THE PRINTED MAINTENANCE REPORT.                 *
001040******************************************************************
001050 FD  REPORT-FILE
001060     RECORDING MODE IS F.
001070 01  REPORT-RECORD               PIC X(90).
001080
001081******************************************************************
001082*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS, READ      *
001083*  ONLY FOR THE LOGICAL CYCLE DATE ON SLOT 8.  THIS JOB OWNS NO  *
001084*  SLOT.                                                         *
001085******************************************************************
001086 FD  CYCLE-CONTROL-FILE.
001087     COPY CYCCTL.
001089
001090 WORKING-STORAGE SECTION.
001100******************************************************************
001110*  SWITCHES                                                      *
001120******************************************************************
001130 77  WS-TRN-EOF-SW           PIC X(01)      VALUE "N".
001140     88  WS-TRN-EOF                          VALUE "Y".
001150 77  WS-CARD-SW              PIC X(01)      VALUE "Y".
001160     88  WS-CARD-OK                          VALUE "Y".
001170     88  WS-CARD-BAD                         VALUE "N".
001180 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
001190     88  WS-FATAL                            VALUE "Y".
001200     88  WS-NOT-FATAL                        VALUE "N".
001210 77  WS-TRN-FILE-STATUS      PIC X(02)      VALUE SPACES.
001220 77  WS-WL-FILE-STATUS       PIC X(02)      VALUE SPACES.
001230 77  WS-WLA-FILE-STATUS      PIC X(02)      VALUE SPACES.
001240 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
001242 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
001244 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001246 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
001250
001260*****************************************************************
001270*  RUN DATE AND THE ENTRY AS IT STOOD BEFORE THE CHANGE          *
001280*****************************************************************
001290 77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
001300 77  WS-MAINT-TIME           PIC 9(08)      VALUE ZERO.
001310 77  WS-NO-EXPIRY            PIC 9(08)      VALUE 99999999.
001320 77  WS-OUTCOME              PIC X(32)      VALUE SPACES.
001330 01  WS-BEFORE-IMAGE         PIC X(86)      VALUE SPACES.
001340
001350*****************************************************************
001360*  COUNTERS FOR THE END-OF-JOB TOTALS                            *
001370*****************************************************************
001380 77  WS-CARD-COUNT           PIC 9(07)      VALUE ZERO.
001390 77  WS-ADD-COUNT            PIC 9(07)      VALUE ZERO.
001400 77  WS-CHANGE-COUNT         PIC 9(07)      VALUE ZERO.
001410 77  WS-DELETE-COUNT         PIC 9(07)      VALUE ZERO.
001420 77  WS-REFUSED-COUNT        PIC 9(07)      VALUE ZERO.
001430
001440*****************************************************************
001450*  REPORT LINES                                                  *
001460*****************************************************************
001470 01  RPT-HEADING-1.
001480     05  FILLER              PIC X(49)      VALUE
001490         "PROGRAMAMANUTVIGIA - WATCH-LIST MAINTENANCE FOR ".
001500     05  RPT-H1-DATE         PIC 9(08)      VALUE ZERO.
001510 01  RPT-HEADING-2.
001520     05  FILLER              PIC X(05)      VALUE " ACT".
001530     05  FILLER              PIC X(09)      VALUE "NUMBER".
001540     05  FILLER              PIC X(03)      VALUE "T".
001550     05  FILLER              PIC X(10)      VALUE "EFFECTIVE".
001560     05  FILLER              PIC X(10)      VALUE "EXPIRY".
001570     05  FILLER              PIC X(10)      VALUE "USER".
001580     05  FILLER              PIC X(32)      VALUE "OUTCOME".
001590 01  RPT-DETAIL-LINE.
001600     05  FILLER              PIC X(02)      VALUE SPACES.
001610     05  RPT-ACTION          PIC X(01)      VALUE SPACE.
001620     05  FILLER              PIC X(02)      VALUE SPACES.
001630     05  RPT-NUMERO          PIC X(07)      VALUE SPACES.
001640     05  FILLER              PIC X(02)      VALUE SPACES.
001650     05  RPT-LIST-TYPE       PIC X(01)      VALUE SPACE.
001660     05  FILLER              PIC X(02)      VALUE SPACES.
001670     05  RPT-EFFECTIVE       PIC X(08)      VALUE SPACES.
001680     05  FILLER              PIC X(02)      VALUE SPACES.
001690     05  RPT-EXPIRY          PIC X(08)      VALUE SPACES.
001700     05  FILLER              PIC X(02)      VALUE SPACES.
001710     05  RPT-USER-ID         PIC X(08)      VALUE SPACES.
001720     05  FILLER              PIC X(02)      VALUE SPACES.
001730     05  RPT-OUTCOME         PIC X(32)      VALUE SPACES.
001740 01  RPT-COUNT-LINE.
001750     05  FILLER              PIC X(03)      VALUE SPACES.
001760     05  RPT-CNT-TEXT        PIC X(32)      VALUE SPACES.
001770     05  RPT-CNT-VALUE       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
001780
001790 PROCEDURE DIVISION.
001800******************************************************************
001810*  0000-MAINLINE                                                 *
001820*  DRIVES INITIALISATION, ONE PASS OVER THE MAINTENANCE DECK AND *
001830*  END-OF-JOB TOTALS.  A FATAL FILE ERROR ROUTES TO              *
001840*  9500-ABORT-RUN INSTEAD OF NORMAL TERMINATION.                 *
001850******************************************************************
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE
001880         THRU 1000-INITIALIZE-EXIT.
001890     IF WS-NOT-FATAL
001900         PERFORM 2000-PROCESS-CARD
001910             THRU 2000-PROCESS-CARD-EXIT
001920             UNTIL WS-TRN-EOF OR WS-FATAL
001930     END-IF.
001940     IF WS-FATAL
001950         PERFORM 9500-ABORT-RUN
001960             THRU 9500-ABORT-RUN-EXIT
001970     ELSE
001980         PERFORM 9000-TERMINATE
001990             THRU 9000-TERMINATE-EXIT
002000     END-IF.
002010     STOP RUN.
002020 0000-MAINLINE-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060*  1000-INITIALIZE                                               *
002070*  OPENS THE REPORT AND THE MAINTENANCE DECK, OPENS THE WATCH    *
002080*  LIST FOR UPDATE (CREATING IT EMPTY THE FIRST TIME, THE SAME   *
002090*  IDIOM THE BATCH REGISTER USES) AND THE AUDIT TRAIL FOR        *
002100*  APPEND, PRINTS THE HEADINGS AND PRIMES THE FIRST CARD.  ANY   *
002110*  FAILED OPEN IS FATAL - IN PARTICULAR THE LIST IS NEVER        *
002120*  CHANGED WITHOUT ITS AUDIT TRAIL.                              *
002130******************************************************************
002140 1000-INITIALIZE.
002142     PERFORM 1050-READ-CYCLE-DATE
002144         THRU 1050-READ-CYCLE-DATE-EXIT.
002146     IF WS-FATAL
002148         GO TO 1000-INITIALIZE-EXIT
002150     END-IF.
002160     OPEN OUTPUT REPORT-FILE.
002170     IF WS-RPT-FILE-STATUS NOT = "00"
002180         DISPLAY "PROGRAMAMANUTVIGIA - UNABLE TO OPEN RPTFILE, "
002190             "FILE STATUS = " WS-RPT-FILE-STATUS
002200         SET WS-FATAL TO TRUE
002210         GO TO 1000-INITIALIZE-EXIT
002220     END-IF.
002230     MOVE WS-RUN-DATE TO RPT-H1-DATE.
002240     WRITE REPORT-RECORD FROM RPT-HEADING-1.
002250     OPEN INPUT MAINT-CARD-FILE.
002260     IF WS-TRN-FILE-STATUS NOT = "00"
002270         DISPLAY "PROGRAMAMANUTVIGIA - UNABLE TO OPEN WLTRANS, "
002280             "FILE STATUS = " WS-TRN-FILE-STATUS
002290         SET WS-FATAL TO TRUE
002300         GO TO 1000-INITIALIZE-EXIT
002310     END-IF.
002320     OPEN I-O WATCH-LIST-FILE.
002330     IF WS-WL-FILE-STATUS = "35"
002340         OPEN OUTPUT WATCH-LIST-FILE
002350         CLOSE WATCH-LIST-FILE
002360         OPEN I-O WATCH-LIST-FILE
002370     END-IF.
002380     IF WS-WL-FILE-STATUS NOT = "00"
002390         AND WS-WL-FILE-STATUS NOT = "05"
002400         AND WS-WL-FILE-STATUS NOT = "97"
002410         DISPLAY "PROGRAMAMANUTVIGIA - UNABLE TO OPEN WATCHLST, "
002420             "FILE STATUS = " WS-WL-FILE-STATUS
002430         SET WS-FATAL TO TRUE
002440         GO TO 1000-INITIALIZE-EXIT
002450     END-IF.
002460     OPEN EXTEND WATCH-AUDIT-FILE.
002470     IF WS-WLA-FILE-STATUS NOT = "00"
002480         OPEN OUTPUT WATCH-AUDIT-FILE
002490         IF WS-WLA-FILE-STATUS NOT = "00"
002500             DISPLAY "PROGRAMAMANUTVIGIA - UNABLE TO OPEN "
002510                 "WLAUDIT, FILE STATUS = " WS-WLA-FILE-STATUS
002520             SET WS-FATAL TO TRUE
002530             GO TO 1000-INITIALIZE-EXIT
002540         END-IF
002550     END-IF.
002560     MOVE SPACES TO REPORT-RECORD.
002570     WRITE REPORT-RECORD.
002580     WRITE REPORT-RECORD FROM RPT-HEADING-2.
002590     PERFORM 2050-READ-CARD
002600         THRU 2050-READ-CARD-EXIT.
002610 1000-INITIALIZE-EXIT.
002620     EXIT.
002630
002631******************************************************************
002632*  1050-READ-CYCLE-DATE                                          *
002633*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
002634*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE     *
002635*  STAMPED ON THE ENTRIES ADDED OR CHANGED AND ON THE REPORT, IN *
002636*  PLACE OF THE SYSTEM DATE, SO A RUN HELD UP PAST MIDNIGHT      *
002637*  STILL BELONGS TO ITS CYCLE.  NO DATE SET IS FATAL - THE CYCLE *
002638*  HAS NOT BEEN OPENED.                                          *
002639******************************************************************
002640 1050-READ-CYCLE-DATE.
002641     OPEN INPUT CYCLE-CONTROL-FILE.
002642     IF WS-CYC-FILE-STATUS NOT = "00"
002643         DISPLAY "PROGRAMAMANUTVIGIA - UNABLE TO OPEN "
002644             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
002645         SET WS-FATAL TO TRUE
002646         GO TO 1050-READ-CYCLE-DATE-EXIT
002647     END-IF.
002648     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
002649     READ CYCLE-CONTROL-FILE
002650         INVALID KEY
002651             CONTINUE
002652     END-READ.
002653     IF WS-CYC-FILE-STATUS = "00"
002654         AND CYC-COMPLETE
002655         AND CYC-CYCLE-DATE > ZERO
002656         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
002657     ELSE
002658         DISPLAY "PROGRAMAMANUTVIGIA - NO CYCLE DATE "
002659             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
002660         SET WS-FATAL TO TRUE
002661     END-IF.
002662     CLOSE CYCLE-CONTROL-FILE.
002663 1050-READ-CYCLE-DATE-EXIT.
002664     EXIT.
002665
002666******************************************************************
002667*  2000-PROCESS-CARD                                             *
002668*  EDITS ONE MAINTENANCE CARD, APPLIES IT WHEN IT IS GOOD, LISTS *
002670*  IT ON THE REPORT WITH ITS OUTCOME AND READS THE NEXT.         *
002680******************************************************************
002690 2000-PROCESS-CARD.
002700     ADD 1 TO WS-CARD-COUNT.
002710     MOVE SPACES TO WS-OUTCOME.
002720     SET WS-CARD-OK TO TRUE.
002730     PERFORM 2100-EDIT-CARD
002740         THRU 2100-EDIT-CARD-EXIT.
002750     IF WS-CARD-OK
002760         IF MNT-ADD
002770             PERFORM 3000-ADD-ENTRY
002780                 THRU 3000-ADD-ENTRY-EXIT
002790         ELSE
002800             IF MNT-CHANGE
002810                 PERFORM 3100-CHANGE-ENTRY
002820                     THRU 3100-CHANGE-ENTRY-EXIT
002830             ELSE
002840                 PERFORM 3200-DELETE-ENTRY
002850                     THRU 3200-DELETE-ENTRY-EXIT
002860             END-IF
002870         END-IF
002880     END-IF.
002890     IF WS-FATAL
002900         GO TO 2000-PROCESS-CARD-EXIT
002910     END-IF.
002920     IF WS-CARD-BAD
002930         ADD 1 TO WS-REFUSED-COUNT
002940     END-IF.
002950     PERFORM 2900-WRITE-DETAIL-LINE
002960         THRU 2900-WRITE-DETAIL-LINE-EXIT.
002970     PERFORM 2050-READ-CARD
002980         THRU 2050-READ-CARD-EXIT.
002990 2000-PROCESS-CARD-EXIT.
003000     EXIT.
003010
003020******************************************************************
003030*  2050-READ-CARD                                                *
003040*  READS THE NEXT MAINTENANCE CARD, SETTING THE EOF SWITCH WHEN  *
003050*  THE DECK IS EXHAUSTED.                                        *
003060******************************************************************
003070 2050-READ-CARD.
003080     READ MAINT-CARD-FILE
003090         AT END
003100             SET WS-TRN-EOF TO TRUE
003110     END-READ.
003120 2050-READ-CARD-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160*  2100-EDIT-CARD                                                *
003170*  EDITS THE CARD ON ITS OWN, BEFORE THE LIST IS TOUCHED.  EVERY *
003180*  CARD NEEDS A KNOWN ACTION, A NUMERIC NUMBER AND THE USER ID - *
003190*  A CHANGE NOBODY OWNS IS THE EXPOSURE THE AUDIT TRAIL EXISTS   *
003200*  TO CLOSE.  AN ADD ALSO NEEDS A B/N LIST ACTION AND A REASON;  *
003210*  A CHANGE MUST CHANGE SOMETHING, AND ANY LIST ACTION IT        *
003220*  CARRIES MUST BE B OR N.  A DATE, WHEN PRESENT, MUST BE        *
003230*  NUMERIC.  THE FIRST FAILURE REFUSES THE CARD.                 *
003240******************************************************************
003250 2100-EDIT-CARD.
003260     IF NOT MNT-ADD
003270         AND NOT MNT-CHANGE
003280         AND NOT MNT-DELETE
003290         MOVE "INVALID ACTION CODE" TO WS-OUTCOME
003300         SET WS-CARD-BAD TO TRUE
003310         GO TO 2100-EDIT-CARD-EXIT
003320     END-IF.
003330     IF MNT-NUMERO NOT NUMERIC
003340         MOVE "NUMBER NOT NUMERIC" TO WS-OUTCOME
003350         SET WS-CARD-BAD TO TRUE
003360         GO TO 2100-EDIT-CARD-EXIT
003370     END-IF.
003380     IF MNT-USER-ID = SPACES
003390         MOVE "NO USER ID ON CARD" TO WS-OUTCOME
003400         SET WS-CARD-BAD TO TRUE
003410         GO TO 2100-EDIT-CARD-EXIT
003420     END-IF.
003430     IF MNT-DELETE
003440         GO TO 2100-EDIT-CARD-EXIT
003450     END-IF.
003460     IF MNT-CHANGE
003470         AND MNT-LIST-TYPE = SPACE
003480         AND MNT-EFFECTIVE-DATE = SPACES
003490         AND MNT-EXPIRY-DATE = SPACES
003500         AND MNT-REASON = SPACES
003510         MOVE "NOTHING TO CHANGE ON CARD" TO WS-OUTCOME
003520         SET WS-CARD-BAD TO TRUE
003530         GO TO 2100-EDIT-CARD-EXIT
003540     END-IF.
003550     IF MNT-LIST-TYPE NOT = "B"
003560         AND MNT-LIST-TYPE NOT = "N"
003570         IF MNT-ADD
003580             OR MNT-LIST-TYPE NOT = SPACE
003590             MOVE "LIST ACTION NOT B OR N" TO WS-OUTCOME
003600             SET WS-CARD-BAD TO TRUE
003610             GO TO 2100-EDIT-CARD-EXIT
003620         END-IF
003630     END-IF.
003640     IF MNT-ADD
003650         AND MNT-REASON = SPACES
003660         MOVE "NO REASON ON ADD" TO WS-OUTCOME
003670         SET WS-CARD-BAD TO TRUE
003680         GO TO 2100-EDIT-CARD-EXIT
003690     END-IF.
003700     IF MNT-EFFECTIVE-DATE NOT = SPACES
003710         AND MNT-EFFECTIVE-DATE NOT NUMERIC
003720         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-OUTCOME
003730         SET WS-CARD-BAD TO TRUE
003740         GO TO 2100-EDIT-CARD-EXIT
003750     END-IF.
003760     IF MNT-EXPIRY-DATE NOT = SPACES
003770         AND MNT-EXPIRY-DATE NOT NUMERIC
003780         MOVE "EXPIRY DATE NOT NUMERIC" TO WS-OUTCOME
003790         SET WS-CARD-BAD TO TRUE
003800     END-IF.
003810 2100-EDIT-CARD-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*  2900-WRITE-DETAIL-LINE                                        *
003860*  LISTS THE CARD AS KEYED, WITH WHAT BECAME OF IT.              *
003870******************************************************************
003880 2900-WRITE-DETAIL-LINE.
003890     MOVE MNT-ACTION         TO RPT-ACTION.
003900     MOVE MNT-NUMERO         TO RPT-NUMERO.
003910     MOVE MNT-LIST-TYPE      TO RPT-LIST-TYPE.
003920     MOVE MNT-EFFECTIVE-DATE TO RPT-EFFECTIVE.
003930     MOVE MNT-EXPIRY-DATE    TO RPT-EXPIRY.
003940     MOVE MNT-USER-ID        TO RPT-USER-ID.
003950     MOVE WS-OUTCOME         TO RPT-OUTCOME.
003960     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
003970 2900-WRITE-DETAIL-LINE-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*  3000-ADD-ENTRY                                                *
004020*  PUTS A NEW NUMBER ON THE LIST.  A NUMBER ALREADY ON IT IS     *
004030*  REFUSED - AN ADD NEVER SILENTLY OVERLAYS SOMEONE ELSE'S       *
004040*  ENTRY; THE CARD SHOULD BE A CHANGE.  A BLANK EFFECTIVE DATE   *
004050*  MEANS TODAY, A BLANK EXPIRY DATE MEANS NEVER, AND AN EXPIRY   *
004060*  BEFORE THE EFFECTIVE DATE IS REFUSED.  THE ADDING USER IS     *
004070*  STAMPED AS BOTH ADDED-BY AND CHANGED-BY.                      *
004080******************************************************************
004090 3000-ADD-ENTRY.
004100     MOVE MNT-NUMERO-N TO WL-NUMERO.
004110     READ WATCH-LIST-FILE
004120         INVALID KEY
004130             CONTINUE
004140     END-READ.
004150     IF WS-WL-FILE-STATUS = "00"
004160         OR WS-WL-FILE-STATUS = "02"
004170         MOVE "ALREADY ON LIST - USE ACTION C" TO WS-OUTCOME
004180         SET WS-CARD-BAD TO TRUE
004190         GO TO 3000-ADD-ENTRY-EXIT
004200     END-IF.
004210     IF WS-WL-FILE-STATUS NOT = "23"
004220         PERFORM 3900-LIST-IO-FAILED
004230             THRU 3900-LIST-IO-FAILED-EXIT
004240         GO TO 3000-ADD-ENTRY-EXIT
004250     END-IF.
004260     MOVE SPACES TO WATCHLST-RECORD.
004270     MOVE MNT-NUMERO-N  TO WL-NUMERO.
004280     MOVE MNT-LIST-TYPE TO WL-LIST-TYPE.
004290     MOVE MNT-REASON    TO WL-REASON.
004300     IF MNT-EFFECTIVE-DATE = SPACES
004310         MOVE WS-RUN-DATE TO WL-EFFECTIVE-DATE
004320     ELSE
004330         MOVE MNT-EFFECTIVE-DATE-N TO WL-EFFECTIVE-DATE
004340     END-IF.
004350     IF MNT-EXPIRY-DATE = SPACES
004360         MOVE WS-NO-EXPIRY TO WL-EXPIRY-DATE
004370     ELSE
004380         MOVE MNT-EXPIRY-DATE-N TO WL-EXPIRY-DATE
004390     END-IF.
004400     IF WL-EXPIRY-DATE < WL-EFFECTIVE-DATE
004410         MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO WS-OUTCOME
004420         SET WS-CARD-BAD TO TRUE
004430         GO TO 3000-ADD-ENTRY-EXIT
004440     END-IF.
004450     MOVE MNT-USER-ID TO WL-ADDED-BY.
004460     MOVE WS-RUN-DATE TO WL-ADDED-DATE.
004470     MOVE MNT-USER-ID TO WL-CHANGED-BY.
004480     MOVE WS-RUN-DATE TO WL-CHANGED-DATE.
004490     WRITE WATCHLST-RECORD
004500         INVALID KEY
004510             CONTINUE
004520     END-WRITE.
004530     IF WS-WL-FILE-STATUS NOT = "00"
004540         PERFORM 3900-LIST-IO-FAILED
004550             THRU 3900-LIST-IO-FAILED-EXIT
004560         GO TO 3000-ADD-ENTRY-EXIT
004570     END-IF.
004580     MOVE SPACES TO WS-BEFORE-IMAGE.
004590     SET WLA-ADD TO TRUE.
004600     PERFORM 3500-WRITE-AUDIT
004610         THRU 3500-WRITE-AUDIT-EXIT.
004620     ADD 1 TO WS-ADD-COUNT.
004630     MOVE "ADDED" TO WS-OUTCOME.
004640 3000-ADD-ENTRY-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*  3100-CHANGE-ENTRY                                             *
004690*  CHANGES AN ENTRY ALREADY ON THE LIST.  ONLY THE FIELDS KEYED  *
004700*  ON THE CARD ARE CHANGED; THE REST STAND.  A NUMBER NOT ON THE *
004710*  LIST IS REFUSED, AS IS A CHANGE THAT WOULD LEAVE THE EXPIRY   *
004720*  BEFORE THE EFFECTIVE DATE.  THE ORIGINAL ADDED-BY STAMP IS    *
004730*  KEPT AND THE CHANGING USER IS STAMPED AS CHANGED-BY.          *
004740******************************************************************
004750 3100-CHANGE-ENTRY.
004760     MOVE MNT-NUMERO-N TO WL-NUMERO.
004770     READ WATCH-LIST-FILE
004780         INVALID KEY
004790             MOVE "NOT ON LIST" TO WS-OUTCOME
004800             SET WS-CARD-BAD TO TRUE
004810             GO TO 3100-CHANGE-ENTRY-EXIT
004820     END-READ.
004830     IF WS-WL-FILE-STATUS NOT = "00"
004840         AND WS-WL-FILE-STATUS NOT = "02"
004850         PERFORM 3900-LIST-IO-FAILED
004860             THRU 3900-LIST-IO-FAILED-EXIT
004870         GO TO 3100-CHANGE-ENTRY-EXIT
004880     END-IF.
004890     MOVE WATCHLST-RECORD TO WS-BEFORE-IMAGE.
004900     IF MNT-LIST-TYPE NOT = SPACE
004910         MOVE MNT-LIST-TYPE TO WL-LIST-TYPE
004920     END-IF.
004930     IF MNT-REASON NOT = SPACES
004940         MOVE MNT-REASON TO WL-REASON
004950     END-IF.
004960     IF MNT-EFFECTIVE-DATE NOT = SPACES
004970         MOVE MNT-EFFECTIVE-DATE-N TO WL-EFFECTIVE-DATE
004980     END-IF.
004990     IF MNT-EXPIRY-DATE NOT = SPACES
005000         MOVE MNT-EXPIRY-DATE-N TO WL-EXPIRY-DATE
005010     END-IF.
005020     IF WL-EXPIRY-DATE < WL-EFFECTIVE-DATE
005030         MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO WS-OUTCOME
005040         SET WS-CARD-BAD TO TRUE
005050         GO TO 3100-CHANGE-ENTRY-EXIT
005060     END-IF.
005070     MOVE MNT-USER-ID TO WL-CHANGED-BY.
005080     MOVE WS-RUN-DATE TO WL-CHANGED-DATE.
005090     REWRITE WATCHLST-RECORD
005100         INVALID KEY
005110             CONTINUE
005120     END-REWRITE.
005130     IF WS-WL-FILE-STATUS NOT = "00"
005140         PERFORM 3900-LIST-IO-FAILED
005150             THRU 3900-LIST-IO-FAILED-EXIT
005160         GO TO 3100-CHANGE-ENTRY-EXIT
005170     END-IF.
005180     SET WLA-CHANGE TO TRUE.
005190     PERFORM 3500-WRITE-AUDIT
005200         THRU 3500-WRITE-AUDIT-EXIT.
005210     ADD 1 TO WS-CHANGE-COUNT.
005220     MOVE "CHANGED" TO WS-OUTCOME.
005230 3100-CHANGE-ENTRY-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270*  3200-DELETE-ENTRY                                             *
005280*  TAKES A NUMBER OFF THE LIST.  THE ENTRY AS IT STOOD GOES TO   *
005290*  THE AUDIT TRAIL AS THE BEFORE IMAGE, SO A DELETE CAN ALWAYS   *
005300*  BE TRACED AND, IF NEED BE, KEYED BACK.  A NUMBER NOT ON THE   *
005310*  LIST IS REFUSED.                                              *
005320******************************************************************
005330 3200-DELETE-ENTRY.
005340     MOVE MNT-NUMERO-N TO WL-NUMERO.
005350     READ WATCH-LIST-FILE
005360         INVALID KEY
005370             MOVE "NOT ON LIST" TO WS-OUTCOME
005380             SET WS-CARD-BAD TO TRUE
005390             GO TO 3200-DELETE-ENTRY-EXIT
005400     END-READ.
005410     IF WS-WL-FILE-STATUS NOT = "00"
005420         AND WS-WL-FILE-STATUS NOT = "02"
005430         PERFORM 3900-LIST-IO-FAILED
005440             THRU 3900-LIST-IO-FAILED-EXIT
005450         GO TO 3200-DELETE-ENTRY-EXIT
005460     END-IF.
005470     MOVE WATCHLST-RECORD TO WS-BEFORE-IMAGE.
005480     DELETE WATCH-LIST-FILE
005490         INVALID KEY
005500             CONTINUE
005510     END-DELETE.
005520     IF WS-WL-FILE-STATUS NOT = "00"
005530         PERFORM 3900-LIST-IO-FAILED
005540             THRU 3900-LIST-IO-FAILED-EXIT
005550         GO TO 3200-DELETE-ENTRY-EXIT
005560     END-IF.
005570     SET WLA-DELETE TO TRUE.
005580     PERFORM 3500-WRITE-AUDIT
005590         THRU 3500-WRITE-AUDIT-EXIT.
005600     ADD 1 TO WS-DELETE-COUNT.
005610     MOVE "DELETED" TO WS-OUTCOME.
005620 3200-DELETE-ENTRY-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660*  3500-WRITE-AUDIT                                              *
005670*  APPENDS ONE AUDIT-TRAIL RECORD FOR THE CHANGE JUST APPLIED -  *
005680*  DATE AND TIME, ACTION, USER, NUMBER, AND THE ENTRY BEFORE AND *
005690*  AFTER (SPACES BEFORE AN ADD AND AFTER A DELETE).  THE CALLER  *
005700*  HAS ALREADY SET THE ACTION.  A FAILED WRITE IS FATAL - THE    *
005710*  CHANGE ITSELF STANDS, SO THE MESSAGE NAMES THE NUMBER WHOSE   *
005720*  TRAIL RECORD IS MISSING.                                      *
005730******************************************************************
005740 3500-WRITE-AUDIT.
005750     ACCEPT WS-MAINT-TIME FROM TIME.
005760     MOVE WS-RUN-DATE     TO WLA-MAINT-DATE.
005770     MOVE WS-MAINT-TIME   TO WLA-MAINT-TIME.
005780     MOVE MNT-USER-ID     TO WLA-USER-ID.
005790     MOVE MNT-NUMERO-N    TO WLA-NUMERO.
005800     MOVE WS-BEFORE-IMAGE TO WLA-BEFORE-IMAGE.
005810     IF WLA-DELETE
005820         MOVE SPACES TO WLA-AFTER-IMAGE
005830     ELSE
005840         MOVE WATCHLST-RECORD TO WLA-AFTER-IMAGE
005850     END-IF.
005860     WRITE WLAUDIT-RECORD.
005870     IF WS-WLA-FILE-STATUS NOT = "00"
005880         DISPLAY "PROGRAMAMANUTVIGIA - WLAUDIT WRITE FAILED, "
005890             "FILE STATUS = " WS-WLA-FILE-STATUS
005900         DISPLAY "PROGRAMAMANUTVIGIA - CHANGE TO " MNT-NUMERO
005910             " WAS APPLIED WITHOUT ITS AUDIT RECORD"
005920         SET WS-FATAL TO TRUE
005930     END-IF.
005940 3500-WRITE-AUDIT-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*  3900-LIST-IO-FAILED                                           *
005990*  A WATCH-LIST READ, WRITE, REWRITE OR DELETE ENDED WITH A      *
006000*  STATUS OTHER THAN THE ONES THE CALLER EXPECTS.  FATAL -       *
006010*  CARRYING ON COULD LEAVE THE LIST AND ITS AUDIT TRAIL OUT OF   *
006020*  STEP.                                                         *
006030******************************************************************
006040 3900-LIST-IO-FAILED.
006050     DISPLAY "PROGRAMAMANUTVIGIA - WATCHLST I/O FAILED FOR "
006060         MNT-NUMERO ", FILE STATUS = " WS-WL-FILE-STATUS.
006070     SET WS-FATAL TO TRUE.
006080 3900-LIST-IO-FAILED-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120*  9000-TERMINATE                                                *
006130*  PRINTS THE DECK TOTALS, CLOSES EVERYTHING AND SETS RC=4 WHEN  *
006140*  ANY CARD WAS REFUSED, SO THE REFUSED CARDS ARE CORRECTED AND  *
006150*  RESUBMITTED.                                                  *
006160******************************************************************
006170 9000-TERMINATE.
006180     MOVE SPACES TO REPORT-RECORD.
006190     WRITE REPORT-RECORD.
006200     MOVE "CARDS READ. . . . . . . . . . :" TO RPT-CNT-TEXT.
006210     MOVE WS-CARD-COUNT TO RPT-CNT-VALUE.
006220     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006230     MOVE "ENTRIES ADDED . . . . . . . . :" TO RPT-CNT-TEXT.
006240     MOVE WS-ADD-COUNT TO RPT-CNT-VALUE.
006250     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006260     MOVE "ENTRIES CHANGED . . . . . . . :" TO RPT-CNT-TEXT.
006270     MOVE WS-CHANGE-COUNT TO RPT-CNT-VALUE.
006280     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006290     MOVE "ENTRIES DELETED . . . . . . . :" TO RPT-CNT-TEXT.
006300     MOVE WS-DELETE-COUNT TO RPT-CNT-VALUE.
006310     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006320     MOVE "CARDS REFUSED . . . . . . . . :" TO RPT-CNT-TEXT.
006330     MOVE WS-REFUSED-COUNT TO RPT-CNT-VALUE.
006340     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006350     DISPLAY "PROGRAMAMANUTVIGIA - END OF JOB SUMMARY".
006360     DISPLAY "CARDS READ. . . . . . . . . : " WS-CARD-COUNT.
006370     DISPLAY "ENTRIES ADDED . . . . . . . : " WS-ADD-COUNT.
006380     DISPLAY "ENTRIES CHANGED . . . . . . : " WS-CHANGE-COUNT.
006390     DISPLAY "ENTRIES DELETED . . . . . . : " WS-DELETE-COUNT.
006400     DISPLAY "CARDS REFUSED . . . . . . . : " WS-REFUSED-COUNT.
006410     CLOSE MAINT-CARD-FILE.
006420     CLOSE WATCH-LIST-FILE.
006430     CLOSE WATCH-AUDIT-FILE.
006440     CLOSE REPORT-FILE.
006450     IF WS-REFUSED-COUNT > ZERO
006460         MOVE 4 TO RETURN-CODE
006470     END-IF.
006480 9000-TERMINATE-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*  9500-ABORT-RUN                                                *
006530*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS A NON-ZERO RETURN   *
006540*  CODE SO THE JOB STEP SHOWS FAILED.  CARDS APPLIED BEFORE THE  *
006550*  ERROR STAND AND ARE ON THE AUDIT TRAIL, SO THE DECK IS        *
006560*  CORRECTED TO START AT THE FAILING CARD AND RERUN; ANY FILES   *
006570*  ALREADY OPENED ARE CLOSED IMPLICITLY BY STOP RUN.             *
006580******************************************************************
006590 9500-ABORT-RUN.
006600     DISPLAY "PROGRAMAMANUTVIGIA - RUN ABORTED, SEE PRIOR "
006610         "MESSAGE".
006620     MOVE 16 TO RETURN-CODE.
006630 9500-ABORT-RUN-EXIT.
006640     EXIT.
006650
006660 END PROGRAM PROGRAMAMANUTVIGIA.
