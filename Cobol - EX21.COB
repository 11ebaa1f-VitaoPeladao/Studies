000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMADATACICLO.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  DATE-CONTROL STEP, RUN AT
000130*                  THE START OF THE NIGHTLY CYCLE AHEAD OF THE
000140*                  PARIMPAR JOB.  EVERY PROGRAM USED TO STAMP THE
000150*                  SYSTEM DATE, SO A CYCLE DELAYED PAST MIDNIGHT
000160*                  SPLIT ACROSS TWO DATES AND CUT EMPTY SNAPSHOTS,
000170*                  AND HOLIDAYS AND WEEKENDS WERE NOT TOLD APART
000180*                  FROM BUSINESS DAYS.  SETS THE LOGICAL CYCLE
000190*                  DATE ON CYCFILE SLOT 8 FROM THE PROCESSING
000200*                  CALENDAR (SHARED CALENDAR COPYBOOK) - EVERY
000210*                  PROGRAM IN THE SUITE STAMPS THAT DATE INSTEAD
000220*                  OF THE SYSTEM DATE - AND WRITES IT AS THE
000230*                  CYCDATE SORT SYMBOL THE SNAPSHOT STEPS SELECT
000240*                  ON.  A RUN BEFORE THE LATE-START CUTOFF BELONGS
000250*                  TO THE PREVIOUS DAY'S CYCLE.  A NON-BUSINESS
000260*                  DAY SETS NO CYCLE (RC=4), AND THE DATE IS NOT
000270*                  MOVED WHILE ANY JOB'S SLOT IS STILL OPEN
000280*                  (RC=8).
000282*  10/15/26  RA    CYCLE HISTORY.  WHEN THE CYCLE DATE IS SET ONE
000284*                  RECORD - CYCLE, JOB, START AND END TIME,
000286*                  ELAPSED SECONDS AND STEP CODE - IS APPENDED TO
000288*                  CYCHIST FOR THE BATCH-WINDOW REPORT.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CTL-FILE-STATUS.
000360     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CAL-FILE-STATUS.
000390     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000400         ORGANIZATION IS RELATIVE
000410         ACCESS MODE IS RANDOM
000420         RELATIVE KEY IS WS-CYC-KEY
000430         FILE STATUS IS WS-CYC-FILE-STATUS.
000440     SELECT SYMBOL-FILE ASSIGN TO CYCSYM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SYM-FILE-STATUS.
000462     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-CHS-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490******************************************************************
000500*  CONTROL-CARD-FILE - ONE OPTIONAL SYSIN CARD.  COLUMNS 1-8 ARE *
000510*  AN OVERRIDE CYCLE DATE (YYYYMMDD) FOR A CYCLE THAT MUST RUN   *
000520*  UNDER A DATE CHOSEN BY HAND; COLUMNS 10-13 ARE THE LATE-START *
000530*  CUTOFF (HHMM, DEFAULT 0600).                                  *
000540******************************************************************
000550 FD  CONTROL-CARD-FILE
000560     RECORDING MODE IS F.
000570 01  CONTROL-CARD-RECORD.
000580     05  CTL-OVERRIDE-DATE       PIC X(08).
000590     05  CTL-OVERRIDE-DATE-N REDEFINES CTL-OVERRIDE-DATE
000600                                 PIC 9(08).
000610     05  FILLER                  PIC X(01).
000620     05  CTL-CUTOFF-TIME         PIC X(04).
000630     05  CTL-CUTOFF-TIME-N REDEFINES CTL-CUTOFF-TIME
000640                                 PIC 9(04).
000650
000660******************************************************************
000670*  CALENDAR-FILE - THE PROCESSING CALENDAR IN THE SHARED         *
000680*  CALENDAR LAYOUT, LOADED WHOLE INTO THE CALENDAR TABLE.        *
000690******************************************************************
000700 FD  CALENDAR-FILE
000710     RECORDING MODE IS F.
000720     COPY CALENDAR.
000730
000740******************************************************************
000750*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS.  THIS JOB *
000760*  OWNS SLOT 8, WHOSE CYCLE DATE IS THE LOGICAL CYCLE DATE FOR   *
000770*  THE WHOLE SUITE, AND READS SLOTS 1-7 ONLY TO SEE THAT THE     *
000780*  PREVIOUS CYCLE HAS CLOSED.                                    *
000790******************************************************************
000800 FD  CYCLE-CONTROL-FILE.
000810     COPY CYCCTL.
000820
000821******************************************************************
000822*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
000823*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
000824*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
000825******************************************************************
000826 FD  CYCLE-HISTORY-FILE
000827     RECORDING MODE IS F.
000828     COPY CYCHIST.
000829
000830******************************************************************
000840*  SYMBOL-FILE - THE CYCDATE SYMBOL FOR THE SORT STEPS THAT CUT  *
000850*  THE NIGHTLY SNAPSHOTS, IN SYMNAMES FORMAT.                    *
000860******************************************************************
000870 FD  SYMBOL-FILE
000880     RECORDING MODE IS F.
000890 01  SYMBOL-RECORD               PIC X(80).
000900
000910 WORKING-STORAGE SECTION.
000920******************************************************************
000930*  SWITCHES                                                      *
000940******************************************************************
000950 77  WS-CAL-EOF-SW           PIC X(01)      VALUE "N".
000960     88  WS-CAL-EOF                          VALUE "Y".
000970 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
000980     88  WS-FATAL                            VALUE "Y".
000990     88  WS-NOT-FATAL                        VALUE "N".
001000 77  WS-OVERRIDE-SW          PIC X(01)      VALUE "N".
001010     88  WS-OVERRIDE                         VALUE "Y".
001020 77  WS-BUSINESS-SW          PIC X(01)      VALUE "N".
001030     88  WS-BUSINESS-DAY                     VALUE "Y".
001040     88  WS-NOT-BUSINESS-DAY                 VALUE "N".
001050 77  WS-OPEN-SLOT-SW         PIC X(01)      VALUE "N".
001060     88  WS-SLOT-LEFT-OPEN                   VALUE "Y".
001070 77  WS-CTL-FILE-STATUS      PIC X(02)      VALUE SPACES.
001080 77  WS-CAL-FILE-STATUS      PIC X(02)      VALUE SPACES.
001090 77  WS-SYM-FILE-STATUS      PIC X(02)      VALUE SPACES.
001100
001110*****************************************************************
001120*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 8)          *
001130*****************************************************************
001140 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
001150 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001160 77  WS-CYC-OWN-SLOT         PIC 9(04) COMP VALUE 8.
001170 77  WS-CYC-SLOTS            PIC 9(04) COMP VALUE 8.
001180 77  WS-CYC-TIME             PIC 9(08)      VALUE ZERO.
001190 77  WS-CYC-OPEN-KEY         PIC 9(04) COMP VALUE ZERO.
001200 77  WS-CYC-OPEN-JOB         PIC X(08)      VALUE SPACES.
001210 77  WS-CYC-OPEN-DATE        PIC 9(08)      VALUE ZERO.
001211
001212*****************************************************************
001213*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                   *
001214*****************************************************************
001215 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
001216 77  WS-CHS-START-SECS       PIC 9(11)      VALUE ZERO.
001217 77  WS-CHS-END-SECS         PIC 9(11)      VALUE ZERO.
001218 01  WS-CHS-CLOCK.
001219     05  WS-CHS-HH           PIC 9(02).
001220     05  WS-CHS-MM           PIC 9(02).
001221     05  WS-CHS-SS           PIC 9(02).
001222     05  WS-CHS-CC           PIC 9(02).
001223
001230*****************************************************************
001240*  THE DATES THIS RUN WORKS WITH                                 *
001250*****************************************************************
001260 77  WS-SYSTEM-DATE          PIC 9(08)      VALUE ZERO.
001270 01  WS-SYSTEM-TIME          PIC 9(08)      VALUE ZERO.
001280 01  WS-SYSTEM-TIME-X REDEFINES WS-SYSTEM-TIME.
001290     05  WS-SYSTEM-HHMM      PIC 9(04).
001300     05  FILLER              PIC 9(04).
001310 77  WS-CUTOFF-TIME          PIC 9(04)      VALUE 0600.
001320 77  WS-PRIOR-CYCLE-DATE     PIC 9(08)      VALUE ZERO.
001330 77  WS-CYCLE-DATE           PIC 9(08)      VALUE ZERO.
001340 77  WS-TEST-DATE            PIC 9(08)      VALUE ZERO.
001350 77  WS-DATE-INT             PIC 9(08)      VALUE ZERO.
001360 77  WS-DAY-INT              PIC 9(08)      VALUE ZERO.
001370 77  WS-DAY-QUOT             PIC 9(08)      VALUE ZERO.
001380 77  WS-DAY-REM              PIC 9(01)      VALUE ZERO.
001390 77  WS-DAY-OF-WEEK          PIC 9(01)      VALUE ZERO.
001400 77  WS-DAY-DESCRIPTION      PIC X(30)      VALUE SPACES.
001410 01  WS-DAY-NAME-VALUES.
001420     05  FILLER              PIC X(09)      VALUE "MONDAY".
001430     05  FILLER              PIC X(09)      VALUE "TUESDAY".
001440     05  FILLER              PIC X(09)      VALUE "WEDNESDAY".
001450     05  FILLER              PIC X(09)      VALUE "THURSDAY".
001460     05  FILLER              PIC X(09)      VALUE "FRIDAY".
001470     05  FILLER              PIC X(09)      VALUE "SATURDAY".
001480     05  FILLER              PIC X(09)      VALUE "SUNDAY".
001490 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-VALUES.
001500     05  WS-DAY-NAME         PIC X(09) OCCURS 7 TIMES.
001510
001520*****************************************************************
001530*  CALENDAR TABLE - THE WHOLE (SMALL) CALENDAR IS LOADED UP      *
001540*  FRONT AND SEARCHED FOR EVERY DATE TESTED.                     *
001550*****************************************************************
001560 01  WS-CAL-TABLE.
001570     05  WS-CAL-ENTRY OCCURS 1000 TIMES
001580             INDEXED BY CAL-IDX.
001590         10  WS-CAL-DATE         PIC 9(08).
001600         10  WS-CAL-DAY-TYPE     PIC X(01).
001610         10  WS-CAL-DESCRIPTION  PIC X(30).
001620 77  WS-CAL-LOAD-COUNT       PIC 9(04) COMP VALUE ZERO.
001630 77  WS-CAL-MAX              PIC 9(04) COMP VALUE 1000.
001640 77  WS-CAL-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
001650 77  WS-CAL-LAST-DATE        PIC 9(08)      VALUE ZERO.
001660
001670*****************************************************************
001680*  THE SYMNAMES CARD FOR THE SNAPSHOT SORT STEPS                 *
001690*****************************************************************
001700 01  WS-SYMBOL-LINE.
001710     05  FILLER              PIC X(10)      VALUE "CYCDATE,C'".
001720     05  WS-SYM-DATE         PIC 9(08)      VALUE ZERO.
001730     05  FILLER              PIC X(01)      VALUE "'".
001740     05  FILLER              PIC X(61)      VALUE SPACES.
001750
001760 PROCEDURE DIVISION.
001770******************************************************************
001780*  0000-MAINLINE                                                 *
001790*  DRIVES INITIALISATION, THE CHOICE OF THE CYCLE DATE AND THE   *
001800*  SYMBOL FILE.  A FATAL ERROR ROUTES TO 9500-ABORT-RUN INSTEAD  *
001810*  OF NORMAL TERMINATION.                                        *
001820******************************************************************
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE
001850         THRU 1000-INITIALIZE-EXIT.
001860     IF WS-NOT-FATAL
001870         PERFORM 2000-SET-CYCLE-DATE
001880             THRU 2000-SET-CYCLE-DATE-EXIT
001890     END-IF.
001900     IF WS-NOT-FATAL
001910         PERFORM 3000-WRITE-SYMBOL
001920             THRU 3000-WRITE-SYMBOL-EXIT
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
002070*  TAKES THE SYSTEM DATE AND TIME, READS THE CONTROL CARD, LOADS *
002080*  THE CALENDAR AND OPENS THE CYCLE-CONTROL FILE, CREATING IT ON *
002090*  THE FIRST RUN EVER.  THE CALENDAR AND THE CYCLE CONTROL ARE   *
002100*  BOTH REQUIRED - A CYCLE DATE SET WITHOUT EITHER COULD LAND ON *
002110*  A HOLIDAY OR BE LOST.                                         *
002120******************************************************************
002130 1000-INITIALIZE.
002140     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002150     ACCEPT WS-SYSTEM-TIME FROM TIME.
002160     MOVE WS-SYSTEM-TIME TO WS-CYC-TIME.
002170     PERFORM 1050-READ-CONTROL-CARD
002180         THRU 1050-READ-CONTROL-CARD-EXIT.
002190     IF WS-FATAL
002200         GO TO 1000-INITIALIZE-EXIT
002210     END-IF.
002220     PERFORM 1100-LOAD-CALENDAR
002230         THRU 1100-LOAD-CALENDAR-EXIT.
002240     IF WS-FATAL
002250         GO TO 1000-INITIALIZE-EXIT
002260     END-IF.
002270     OPEN I-O CYCLE-CONTROL-FILE.
002280     IF WS-CYC-FILE-STATUS = "35"
002290         PERFORM 1750-CREATE-CYCLE-CONTROL
002300             THRU 1750-CREATE-CYCLE-CONTROL-EXIT
002310     END-IF.
002320     IF WS-CYC-FILE-STATUS NOT = "00"
002330         DISPLAY "PROGRAMADATACICLO - UNABLE TO OPEN CYCFILE, "
002340             "FILE STATUS = " WS-CYC-FILE-STATUS
002350         SET WS-FATAL TO TRUE
002360     END-IF.
002370 1000-INITIALIZE-EXIT.
002380     EXIT.
002390
002400******************************************************************
002410*  1050-READ-CONTROL-CARD                                        *
002420*  READS THE OPTIONAL SYSIN CARD.  AN OVERRIDE DATE MUST BE A    *
002430*  REAL DATE NO LATER THAN TODAY - A CYCLE CANNOT BE RUN FOR A   *
002440*  DAY THAT HAS NOT BEGUN - OR THE RUN IS FATAL, SINCE A         *
002450*  MISKEYED OVERRIDE WOULD STAMP EVERY RECORD OF THE CYCLE       *
002460*  WRONG.  A CUTOFF THAT IS NOT A VALID HHMM IS FLAGGED AND THE  *
002470*  DEFAULT KEPT.                                                 *
002480******************************************************************
002490 1050-READ-CONTROL-CARD.
002500     OPEN INPUT CONTROL-CARD-FILE.
002510     IF WS-CTL-FILE-STATUS NOT = "00"
002520         GO TO 1050-READ-CONTROL-CARD-EXIT
002530     END-IF.
002540     READ CONTROL-CARD-FILE
002550         AT END
002560             MOVE SPACES TO CONTROL-CARD-RECORD
002570     END-READ.
002580     CLOSE CONTROL-CARD-FILE.
002590     IF CTL-CUTOFF-TIME NOT = SPACES
002600         IF CTL-CUTOFF-TIME IS NUMERIC
002610             AND CTL-CUTOFF-TIME-N < 2400
002620             AND CTL-CUTOFF-TIME (3:2) < "60"
002630             MOVE CTL-CUTOFF-TIME-N TO WS-CUTOFF-TIME
002640         ELSE
002650             DISPLAY "PROGRAMADATACICLO - INVALID CUTOFF TIME ON "
002660                 "SYSIN: " CTL-CUTOFF-TIME " - " WS-CUTOFF-TIME
002670                 " USED"
002680         END-IF
002690     END-IF.
002700     IF CTL-OVERRIDE-DATE = SPACES
002710         GO TO 1050-READ-CONTROL-CARD-EXIT
002720     END-IF.
002730     IF CTL-OVERRIDE-DATE IS NOT NUMERIC
002740         OR FUNCTION TEST-DATE-YYYYMMDD (CTL-OVERRIDE-DATE-N)
002750             NOT = ZERO
002760         OR CTL-OVERRIDE-DATE-N > WS-SYSTEM-DATE
002770         DISPLAY "PROGRAMADATACICLO - INVALID OVERRIDE DATE ON "
002780             "SYSIN: " CTL-OVERRIDE-DATE
002790         SET WS-FATAL TO TRUE
002800         GO TO 1050-READ-CONTROL-CARD-EXIT
002810     END-IF.
002820     MOVE CTL-OVERRIDE-DATE-N TO WS-CYCLE-DATE.
002830     SET WS-OVERRIDE TO TRUE.
002840 1050-READ-CONTROL-CARD-EXIT.
002850     EXIT.
002860
002870******************************************************************
002880*  1100-LOAD-CALENDAR                                            *
002890*  LOADS THE CALENDAR CARDS INTO THE TABLE.  A BAD CARD, A DATE  *
002900*  ON TWO CARDS OR A CALENDAR TOO BIG FOR THE TABLE IS FATAL - A *
002910*  HOLIDAY THAT DROPS OUT OF THE CALENDAR WOULD BE RUN AS A      *
002920*  BUSINESS DAY.                                                 *
002930******************************************************************
002940 1100-LOAD-CALENDAR.
002950     OPEN INPUT CALENDAR-FILE.
002960     IF WS-CAL-FILE-STATUS NOT = "00"
002970         DISPLAY "PROGRAMADATACICLO - UNABLE TO OPEN CALENDAR, "
002980             "FILE STATUS = " WS-CAL-FILE-STATUS
002990         SET WS-FATAL TO TRUE
003000         GO TO 1100-LOAD-CALENDAR-EXIT
003010     END-IF.
003020     PERFORM 1150-LOAD-CALENDAR-CARD
003030         THRU 1150-LOAD-CALENDAR-CARD-EXIT
003040         UNTIL WS-CAL-EOF OR WS-FATAL.
003050     CLOSE CALENDAR-FILE.
003060 1100-LOAD-CALENDAR-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100*  1150-LOAD-CALENDAR-CARD                                       *
003110*  READS ONE CALENDAR CARD AND, UNLESS IT IS A COMMENT OR BLANK, *
003120*  EDITS IT AND ADDS IT TO THE TABLE.                            *
003130******************************************************************
003140 1150-LOAD-CALENDAR-CARD.
003150     READ CALENDAR-FILE
003160         AT END
003170             SET WS-CAL-EOF TO TRUE
003180             GO TO 1150-LOAD-CALENDAR-CARD-EXIT
003190     END-READ.
003200     IF CALENDAR-RECORD = SPACES
003210         OR CAL-DATE-X (1:1) = "*"
003220         GO TO 1150-LOAD-CALENDAR-CARD-EXIT
003230     END-IF.
003240     IF CAL-DATE-X IS NOT NUMERIC
003250         OR FUNCTION TEST-DATE-YYYYMMDD (CAL-DATE) NOT = ZERO
003260         OR NOT (CAL-BUSINESS-DAY OR CAL-HOLIDAY)
003270         DISPLAY "PROGRAMADATACICLO - INVALID CALENDAR CARD: "
003280             CALENDAR-RECORD
003290         SET WS-FATAL TO TRUE
003300         GO TO 1150-LOAD-CALENDAR-CARD-EXIT
003310     END-IF.
003320     MOVE CAL-DATE TO WS-TEST-DATE.
003330     PERFORM 2600-FIND-CALENDAR-DATE
003340         THRU 2600-FIND-CALENDAR-DATE-EXIT.
003350     IF WS-CAL-FOUND-SUB > ZERO
003360         DISPLAY "PROGRAMADATACICLO - DATE " CAL-DATE
003370             " IS ON THE CALENDAR TWICE"
003380         SET WS-FATAL TO TRUE
003390         GO TO 1150-LOAD-CALENDAR-CARD-EXIT
003400     END-IF.
003410     IF WS-CAL-LOAD-COUNT NOT < WS-CAL-MAX
003420         DISPLAY "PROGRAMADATACICLO - CALENDAR HAS MORE THAN "
003430             WS-CAL-MAX " CARDS - ENLARGE THE CALENDAR TABLE"
003440         SET WS-FATAL TO TRUE
003450         GO TO 1150-LOAD-CALENDAR-CARD-EXIT
003460     END-IF.
003470     ADD 1 TO WS-CAL-LOAD-COUNT.
003480     SET CAL-IDX TO WS-CAL-LOAD-COUNT.
003490     MOVE CAL-DATE        TO WS-CAL-DATE        (CAL-IDX).
003500     MOVE CAL-DAY-TYPE    TO WS-CAL-DAY-TYPE    (CAL-IDX).
003510     MOVE CAL-DESCRIPTION TO WS-CAL-DESCRIPTION (CAL-IDX).
003520     IF CAL-DATE > WS-CAL-LAST-DATE
003530         MOVE CAL-DATE TO WS-CAL-LAST-DATE
003540     END-IF.
003550 1150-LOAD-CALENDAR-CARD-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590*  1750-CREATE-CYCLE-CONTROL                                     *
003600*  FIRST RUN EVER - CREATES THE CYCLE-CONTROL FILE WITH ONE      *
003610*  EMPTY SLOT PER JOB IN THE SUITE AND REOPENS IT I-O.           *
003620******************************************************************
003630 1750-CREATE-CYCLE-CONTROL.
003640     OPEN OUTPUT CYCLE-CONTROL-FILE.
003650     MOVE 1 TO WS-CYC-KEY.
003660     PERFORM 1760-WRITE-EMPTY-SLOT
003670         THRU 1760-WRITE-EMPTY-SLOT-EXIT
003680         UNTIL WS-CYC-KEY > WS-CYC-SLOTS.
003690     CLOSE CYCLE-CONTROL-FILE.
003700     OPEN I-O CYCLE-CONTROL-FILE.
003710 1750-CREATE-CYCLE-CONTROL-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750*  1760-WRITE-EMPTY-SLOT                                         *
003760*  WRITES ONE EMPTY CYCLE-CONTROL SLOT AND STEPS TO THE NEXT.    *
003770******************************************************************
003780 1760-WRITE-EMPTY-SLOT.
003790     MOVE SPACES TO CYCCTL-RECORD.
003800     MOVE ZEROS TO CYC-CYCLE-DATE.
003810     MOVE ZEROS TO CYC-STAMP-TIME.
003820     WRITE CYCCTL-RECORD
003830         INVALID KEY
003840             CONTINUE
003850     END-WRITE.
003860     ADD 1 TO WS-CYC-KEY.
003870 1760-WRITE-EMPTY-SLOT-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*  2000-SET-CYCLE-DATE                                           *
003920*  WORKS OUT TONIGHT'S CYCLE DATE AND STAMPS IT ON SLOT 8.  WITH *
003930*  NO OVERRIDE IT IS TODAY'S DATE, OR YESTERDAY'S WHEN THE RUN   *
003940*  STARTS BEFORE THE LATE-START CUTOFF - A CYCLE HELD UP PAST    *
003950*  MIDNIGHT STILL BELONGS TO THE DAY IT WAS MEANT FOR.  THE DATE *
003960*  IS LEFT AS IT STANDS (THE SYMBOL FILE IS STILL WRITTEN FOR    *
003970*  IT) WHEN:                                                     *
003980*    - IT IS ALREADY SET TO THE DATE WORKED OUT - A RERUN;       *
003990*    - THE DATE WORKED OUT IS NOT A BUSINESS DAY - NO CYCLE IS   *
004000*      DUE TONIGHT, RC=4;                                        *
004010*    - THE DATE WORKED OUT IS EARLIER THAN THE ONE SET, OR ANY   *
004020*      JOB'S SLOT IS STILL OPEN - THE PREVIOUS CYCLE MUST BE     *
004030*      RESOLVED FIRST, RC=8.                                     *
004040*  AN OVERRIDE DATE IS TAKEN AS KEYED, BUSINESS DAY OR NOT, BUT  *
004050*  NOT WHILE A SLOT IS OPEN.                                     *
004060******************************************************************
004070 2000-SET-CYCLE-DATE.
004080     MOVE WS-CYC-OWN-SLOT TO WS-CYC-KEY.
004090     READ CYCLE-CONTROL-FILE
004100         INVALID KEY
004110             CONTINUE
004120     END-READ.
004130     IF WS-CYC-FILE-STATUS NOT = "00"
004140         DISPLAY "PROGRAMADATACICLO - UNABLE TO READ CYCFILE "
004150             "SLOT "
004160             WS-CYC-OWN-SLOT ", FILE STATUS = " WS-CYC-FILE-STATUS
004170         SET WS-FATAL TO TRUE
004180         GO TO 2000-SET-CYCLE-DATE-EXIT
004190     END-IF.
004200     MOVE CYC-CYCLE-DATE TO WS-PRIOR-CYCLE-DATE.
004210     IF NOT WS-OVERRIDE
004220         MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
004230         IF WS-SYSTEM-HHMM < WS-CUTOFF-TIME
004240             COMPUTE WS-DATE-INT =
004250                 FUNCTION INTEGER-OF-DATE (WS-SYSTEM-DATE) - 1
004260             COMPUTE WS-CYCLE-DATE =
004270                 FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
004280             DISPLAY "PROGRAMADATACICLO - STARTED BEFORE THE "
004290                 WS-CUTOFF-TIME " CUTOFF - TAKEN AS THE CYCLE OF "
004300                 WS-CYCLE-DATE
004310         END-IF
004320     END-IF.
004330     MOVE WS-CYCLE-DATE TO WS-TEST-DATE.
004340     PERFORM 2500-CHECK-BUSINESS-DAY
004350         THRU 2500-CHECK-BUSINESS-DAY-EXIT.
004360     IF WS-CYCLE-DATE (1:4) > WS-CAL-LAST-DATE (1:4)
004370         DISPLAY "PROGRAMADATACICLO - CALENDAR HAS NO CARDS FOR "
004380             WS-CYCLE-DATE (1:4) " - CHECK THAT THE YEAR'S "
004390             "HOLIDAYS HAVE BEEN LOADED"
004400     END-IF.
004410     IF WS-CYCLE-DATE = WS-PRIOR-CYCLE-DATE
004420         AND CYC-COMPLETE
004430         DISPLAY "PROGRAMADATACICLO - CYCLE DATE ALREADY SET TO "
004440             WS-CYCLE-DATE " - RERUN, DATE UNCHANGED"
004450         GO TO 2000-SET-CYCLE-DATE-EXIT
004460     END-IF.
004470     IF NOT WS-OVERRIDE
004480         IF WS-NOT-BUSINESS-DAY
004490             DISPLAY "PROGRAMADATACICLO - " WS-CYCLE-DATE " ("
004500                 WS-DAY-DESCRIPTION ") IS NOT A BUSINESS DAY - "
004510                 "NO CYCLE TONIGHT"
004520             MOVE WS-PRIOR-CYCLE-DATE TO WS-CYCLE-DATE
004530             MOVE 4 TO RETURN-CODE
004540             GO TO 2000-SET-CYCLE-DATE-EXIT
004550         END-IF
004560         IF WS-CYCLE-DATE < WS-PRIOR-CYCLE-DATE
004570             DISPLAY "PROGRAMADATACICLO - CYCLE DATE "
004580                 WS-CYCLE-DATE
004590                 " IS EARLIER THAN THE DATE SET, "
004600                 WS-PRIOR-CYCLE-DATE " - DATE NOT MOVED"
004610             MOVE WS-PRIOR-CYCLE-DATE TO WS-CYCLE-DATE
004620             MOVE 8 TO RETURN-CODE
004630             GO TO 2000-SET-CYCLE-DATE-EXIT
004640         END-IF
004650     END-IF.
004660     PERFORM 2100-CHECK-OPEN-SLOTS
004670         THRU 2100-CHECK-OPEN-SLOTS-EXIT.
004680     IF WS-FATAL
004690         GO TO 2000-SET-CYCLE-DATE-EXIT
004700     END-IF.
004710     IF WS-SLOT-LEFT-OPEN
004720         DISPLAY "PROGRAMADATACICLO - " WS-CYC-OPEN-JOB
004730             " CYCLE " WS-CYC-OPEN-DATE " STILL OPEN (SLOT "
004740             WS-CYC-OPEN-KEY ") - DATE NOT MOVED FROM "
004750             WS-PRIOR-CYCLE-DATE
004760         MOVE WS-PRIOR-CYCLE-DATE TO WS-CYCLE-DATE
004770         MOVE 8 TO RETURN-CODE
004780         GO TO 2000-SET-CYCLE-DATE-EXIT
004790     END-IF.
004800     IF WS-OVERRIDE
004810         DISPLAY "PROGRAMADATACICLO - OVERRIDE CYCLE DATE "
004820             WS-CYCLE-DATE " (" WS-DAY-DESCRIPTION ") TAKEN FROM "
004830             "SYSIN"
004840     END-IF.
004850     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
004860     MOVE "DATECTL"     TO CYC-JOB-NAME.
004870     SET CYC-COMPLETE TO TRUE.
004880     MOVE WS-CYC-TIME TO CYC-STAMP-TIME.
004890     MOVE WS-CYC-OWN-SLOT TO WS-CYC-KEY.
004900     REWRITE CYCCTL-RECORD
004910         INVALID KEY
004920             CONTINUE
004930     END-REWRITE.
004940     IF WS-CYC-FILE-STATUS NOT = "00"
004950         DISPLAY "PROGRAMADATACICLO - UNABLE TO STAMP CYCFILE "
004960             "SLOT, FILE STATUS = " WS-CYC-FILE-STATUS
004970         SET WS-FATAL TO TRUE
004980     END-IF.
004982     IF WS-NOT-FATAL
004984         PERFORM 2700-WRITE-CYCLE-HISTORY
004986             THRU 2700-WRITE-CYCLE-HISTORY-EXIT
004988     END-IF.
004990 2000-SET-CYCLE-DATE-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*  2100-CHECK-OPEN-SLOTS                                         *
005040*  READS EVERY JOB'S SLOT AHEAD OF THIS ONE AND NOTES THE FIRST  *
005050*  STILL OPEN.  A SLOT THAT CANNOT BE READ IS FATAL.             *
005060******************************************************************
005070 2100-CHECK-OPEN-SLOTS.
005080     MOVE 1 TO WS-CYC-KEY.
005090     PERFORM 2150-CHECK-ONE-SLOT
005100         THRU 2150-CHECK-ONE-SLOT-EXIT
005110         UNTIL WS-CYC-KEY NOT < WS-CYC-OWN-SLOT
005120             OR WS-SLOT-LEFT-OPEN
005130             OR WS-FATAL.
005140 2100-CHECK-OPEN-SLOTS-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*  2150-CHECK-ONE-SLOT                                           *
005190*  READS ONE SLOT AND STEPS TO THE NEXT.                         *
005200******************************************************************
005210 2150-CHECK-ONE-SLOT.
005220     READ CYCLE-CONTROL-FILE
005230         INVALID KEY
005240             CONTINUE
005250     END-READ.
005260     IF WS-CYC-FILE-STATUS NOT = "00"
005270         DISPLAY "PROGRAMADATACICLO - UNABLE TO READ CYCFILE "
005280             "SLOT "
005290             WS-CYC-KEY ", FILE STATUS = " WS-CYC-FILE-STATUS
005300         SET WS-FATAL TO TRUE
005310         GO TO 2150-CHECK-ONE-SLOT-EXIT
005320     END-IF.
005330     IF CYC-OPEN
005340         SET WS-SLOT-LEFT-OPEN TO TRUE
005350         MOVE WS-CYC-KEY     TO WS-CYC-OPEN-KEY
005360         MOVE CYC-JOB-NAME   TO WS-CYC-OPEN-JOB
005370         MOVE CYC-CYCLE-DATE TO WS-CYC-OPEN-DATE
005380     END-IF.
005390     ADD 1 TO WS-CYC-KEY.
005400 2150-CHECK-ONE-SLOT-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440*  2500-CHECK-BUSINESS-DAY                                       *
005450*  SAYS WHETHER WS-TEST-DATE IS A BUSINESS DAY.  A CALENDAR CARD *
005460*  FOR THE DATE DECIDES; OTHERWISE MONDAY TO FRIDAY ARE BUSINESS *
005470*  DAYS (DAY 1 OF THE INTEGER-DATE CALENDAR, 01/01/1601, WAS A   *
005480*  MONDAY).  THE DAY'S DESCRIPTION - THE CARD'S, OR THE NAME OF  *
005490*  THE WEEKDAY - IS LEFT FOR THE CONSOLE.                        *
005500******************************************************************
005510 2500-CHECK-BUSINESS-DAY.
005520     COMPUTE WS-DAY-INT =
005530         FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) - 1.
005540     DIVIDE WS-DAY-INT BY 7 GIVING WS-DAY-QUOT
005550         REMAINDER WS-DAY-REM.
005560     ADD 1 WS-DAY-REM GIVING WS-DAY-OF-WEEK.
005570     MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO WS-DAY-DESCRIPTION.
005580     IF WS-DAY-OF-WEEK < 6
005590         SET WS-BUSINESS-DAY TO TRUE
005600     ELSE
005610         SET WS-NOT-BUSINESS-DAY TO TRUE
005620     END-IF.
005630     PERFORM 2600-FIND-CALENDAR-DATE
005640         THRU 2600-FIND-CALENDAR-DATE-EXIT.
005650     IF WS-CAL-FOUND-SUB = ZERO
005660         GO TO 2500-CHECK-BUSINESS-DAY-EXIT
005670     END-IF.
005680     MOVE WS-CAL-DESCRIPTION (WS-CAL-FOUND-SUB)
005690         TO WS-DAY-DESCRIPTION.
005700     IF WS-CAL-DAY-TYPE (WS-CAL-FOUND-SUB) = "H"
005710         SET WS-NOT-BUSINESS-DAY TO TRUE
005720     ELSE
005730         SET WS-BUSINESS-DAY TO TRUE
005740     END-IF.
005750 2500-CHECK-BUSINESS-DAY-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*  2600-FIND-CALENDAR-DATE                                       *
005800*  LOOKS WS-TEST-DATE UP IN THE CALENDAR TABLE, LEAVING ITS      *
005810*  SUBSCRIPT IN WS-CAL-FOUND-SUB (ZERO WHEN IT HAS NO CARD).     *
005820******************************************************************
005830 2600-FIND-CALENDAR-DATE.
005840     MOVE ZERO TO WS-CAL-FOUND-SUB.
005850     PERFORM 2650-MATCH-CALENDAR-DATE
005860         THRU 2650-MATCH-CALENDAR-DATE-EXIT
005870         VARYING CAL-IDX FROM 1 BY 1
005880         UNTIL CAL-IDX > WS-CAL-LOAD-COUNT
005890             OR WS-CAL-FOUND-SUB > ZERO.
005900 2600-FIND-CALENDAR-DATE-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940*  2650-MATCH-CALENDAR-DATE                                      *
005950*  NOTES THE ENTRY WHEN IT IS FOR THE DATE BEING LOOKED UP.      *
005960******************************************************************
005970 2650-MATCH-CALENDAR-DATE.
005980     IF WS-CAL-DATE (CAL-IDX) = WS-TEST-DATE
005990         SET WS-CAL-FOUND-SUB TO CAL-IDX
006000     END-IF.
006010 2650-MATCH-CALENDAR-DATE-EXIT.
006020     EXIT.
006030
006031******************************************************************
006032*  2700-WRITE-CYCLE-HISTORY                                      *
006033*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION    *
006034*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY THE *
006035*  SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE STEP   *
006036*  CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN BE      *
006037*  TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE FIRST  *
006038*  RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN IS      *
006039*  FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS STEP *
006040*  CODE STAND.                                                   *
006041******************************************************************
006042 2700-WRITE-CYCLE-HISTORY.
006043     OPEN EXTEND CYCLE-HISTORY-FILE.
006044     IF WS-CHS-FILE-STATUS NOT = "00"
006045         OPEN OUTPUT CYCLE-HISTORY-FILE
006046     END-IF.
006047     IF WS-CHS-FILE-STATUS NOT = "00"
006048         DISPLAY "PROGRAMADATACICLO - UNABLE TO OPEN CYCHIST, "
006049             "FILE STATUS = " WS-CHS-FILE-STATUS
006050         GO TO 2700-WRITE-CYCLE-HISTORY-EXIT
006051     END-IF.
006052     MOVE WS-CYCLE-DATE     TO CH-CYCLE-DATE.
006053     MOVE "DATECTL"         TO CH-JOB-NAME.
006054     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
006055     MOVE WS-SYSTEM-DATE    TO CH-START-DATE.
006056     MOVE WS-SYSTEM-TIME    TO CH-START-TIME.
006057     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
006058     ACCEPT CH-END-TIME FROM TIME.
006059     MOVE CH-START-TIME TO WS-CHS-CLOCK.
006060     COMPUTE WS-CHS-START-SECS =
006061         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
006062         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
006063     MOVE CH-END-TIME TO WS-CHS-CLOCK.
006064     COMPUTE WS-CHS-END-SECS =
006065         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
006066         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
006067     IF WS-CHS-END-SECS > WS-CHS-START-SECS
006068         COMPUTE CH-ELAPSED-SECS =
006069             WS-CHS-END-SECS - WS-CHS-START-SECS
006070     ELSE
006071         MOVE ZERO TO CH-ELAPSED-SECS
006072     END-IF.
006073     MOVE RETURN-CODE TO CH-RETURN-CODE.
006074     WRITE CYCHIST-RECORD.
006075     IF WS-CHS-FILE-STATUS NOT = "00"
006076         DISPLAY "PROGRAMADATACICLO - UNABLE TO WRITE CYCHIST, "
006077             "FILE STATUS = " WS-CHS-FILE-STATUS
006078     END-IF.
006079     CLOSE CYCLE-HISTORY-FILE.
006080 2700-WRITE-CYCLE-HISTORY-EXIT.
006081     EXIT.
006082
006083******************************************************************
006084*  3000-WRITE-SYMBOL                                             *
006085*  WRITES THE CYCLE DATE IN FORCE AS THE CYCDATE SYMBOL FOR THE  *
006086*  SNAPSHOT SORT STEPS - EVEN WHEN THE DATE WAS LEFT UNCHANGED,  *
006087*  SO A RERUN OF A SNAPSHOT STEP STILL SELECTS THE CYCLE THE     *
006090*  SUITE IS ON.  NO DATE EVER SET MEANS NO SYMBOL, AND THE SORT  *
006100*  STEPS FAIL RATHER THAN SELECT ON A DATE OF ZEROS.             *
006110******************************************************************
006120 3000-WRITE-SYMBOL.
006130     IF WS-CYCLE-DATE = ZERO
006140         GO TO 3000-WRITE-SYMBOL-EXIT
006150     END-IF.
006160     OPEN OUTPUT SYMBOL-FILE.
006170     IF WS-SYM-FILE-STATUS NOT = "00"
006180         DISPLAY "PROGRAMADATACICLO - UNABLE TO OPEN CYCSYM, "
006190             "FILE STATUS = " WS-SYM-FILE-STATUS
006200         SET WS-FATAL TO TRUE
006210         GO TO 3000-WRITE-SYMBOL-EXIT
006220     END-IF.
006230     MOVE WS-CYCLE-DATE TO WS-SYM-DATE.
006240     WRITE SYMBOL-RECORD FROM WS-SYMBOL-LINE.
006250     CLOSE SYMBOL-FILE.
006260 3000-WRITE-SYMBOL-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*  9000-TERMINATE                                                *
006310*  PRINTS THE END-OF-JOB SUMMARY AND CLOSES THE CYCLE CONTROL.   *
006320*  THE STEP CODE WAS SET WHERE THE DATE WAS DECIDED - RC=0 A     *
006330*  CYCLE DATE IS SET FOR TONIGHT, RC=4 NO CYCLE IS DUE, RC=8 THE *
006340*  DATE WAS HELD.  THE SCHEDULER RELEASES THE CYCLE ON RC=0      *
006350*  ONLY.                                                         *
006360******************************************************************
006370 9000-TERMINATE.
006380     CLOSE CYCLE-CONTROL-FILE.
006390     DISPLAY "PROGRAMADATACICLO - END OF JOB SUMMARY".
006400     DISPLAY "SYSTEM DATE AND TIME. . . . : " WS-SYSTEM-DATE " "
006410         WS-SYSTEM-TIME.
006420     DISPLAY "CALENDAR CARDS LOADED . . . : " WS-CAL-LOAD-COUNT.
006430     DISPLAY "PREVIOUS CYCLE DATE . . . . : " WS-PRIOR-CYCLE-DATE.
006440     DISPLAY "CYCLE DATE IN FORCE . . . . : " WS-CYCLE-DATE.
006450 9000-TERMINATE-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490*  9500-ABORT-RUN                                                *
006500*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS RC=16 SO THE        *
006510*  SCHEDULER DOES NOT RELEASE THE CYCLE.  SLOT 8 IS REWRITTEN    *
006520*  ONLY AS THE LAST STEP OF A GOOD DECISION, SO THE DATE IN      *
006530*  FORCE IS UNCHANGED AND THE STEP IS SIMPLY RERUN.  ANY FILES   *
006540*  ALREADY OPENED ARE CLOSED IMPLICITLY BY STOP RUN.             *
006550******************************************************************
006560 9500-ABORT-RUN.
006570     DISPLAY "PROGRAMADATACICLO - RUN ABORTED, SEE PRIOR "
006580         "MESSAGE".
006590     MOVE 16 TO RETURN-CODE.
006600 9500-ABORT-RUN-EXIT.
006610     EXIT.
006620
006630 END PROGRAM PROGRAMADATACICLO.
