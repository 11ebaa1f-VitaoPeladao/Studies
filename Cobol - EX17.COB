000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMAAGENDALOTE.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  EXPECTED-FEED CHECK, RUN
000130*                  AFTER THE PARIMPAR JOB.  BCHREG SAYS WHICH
000140*                  BATCHES ARRIVED; NOTHING SAID WHICH SHOULD
000150*                  HAVE, SO A REGION THAT SIMPLY DID NOT SEND
000160*                  WENT UNNOTICED UNTIL ITS RECONCILIATION
000170*                  DRIFTED.  COMPARES THE FEEDSCHD SCHEDULE - ONE
000180*                  CARD PER SOURCE BATCH-ID PREFIX AND THE DAYS
000190*                  IT IS DUE - WITH THE BCHREG ENTRIES FOR THE
000200*                  CYCLE DATE PARIMPAR STAMPED ON CYCFILE SLOT 1,
000210*                  AND REPORTS SCHEDULED FEEDS THAT ARE MISSING,
000220*                  BATCHES STILL IN PROCESS, BATCHES THAT ARRIVED
000230*                  UNSCHEDULED AND BATCHES WHOSE BUSINESS DATE
000240*                  LAGS THE CYCLE DATE.  A MISSING SCHEDULED FEED
000250*                  ENDS THE STEP RC=8 SO THE SCHEDULER HOLDS THE
000260*                  EXTRACT JOB; ANY OTHER EXCEPTION ENDS IT RC=4.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FEED-SCHEDULE-FILE ASSIGN TO FEEDSCHD
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SCH-FILE-STATUS.
000340     SELECT BATCH-REGISTER-FILE ASSIGN TO BCHREG
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS BR-BATCH-ID
000380         FILE STATUS IS WS-BCH-FILE-STATUS.
000390     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000400         ORGANIZATION IS RELATIVE
000410         ACCESS MODE IS RANDOM
000420         RELATIVE KEY IS WS-CYC-KEY
000430         FILE STATUS IS WS-CYC-FILE-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO RPTFILE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490******************************************************************
000500*  FEED-SCHEDULE-FILE - THE EXPECTED-FEED SCHEDULE IN THE SHARED *
000510*  FEEDSCHD LAYOUT, LOADED WHOLE INTO THE SCHEDULE TABLE.        *
000520******************************************************************
000530 FD  FEED-SCHEDULE-FILE
000540     RECORDING MODE IS F.
000550     COPY FEEDSCHD.
000560
000570******************************************************************
000580*  BATCH-REGISTER-FILE - THE BATCH REGISTER (VSAM KSDS) IN THE   *
000590*  SHARED BCHREG LAYOUT, READ ONCE IN BATCH-ID ORDER.            *
000600******************************************************************
000610 FD  BATCH-REGISTER-FILE.
000620     COPY BCHREG.
000630
000640******************************************************************
000650*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS, READ ONLY *
000660*  FOR THE CYCLE DATE ON PARIMPAR'S SLOT.  THIS JOB OWNS NO SLOT *
000670*  - LIKE THE CYCLE PROOF IT REPORTS ON THE CYCLE AND HOLDS      *
000680*  DOWNSTREAM WORK THROUGH ITS STEP CODE.                        *
000690******************************************************************
000700 FD  CYCLE-CONTROL-FILE.
000710     COPY CYCCTL.
000720
000730******************************************************************
000740*  REPORT-FILE - THE PRINTED MISSING/LATE BATCH REPORT.          *
000750******************************************************************
000760 FD  REPORT-FILE
000770     RECORDING MODE IS F.
000780 01  REPORT-RECORD               PIC X(90).
000790
000800 WORKING-STORAGE SECTION.
000810******************************************************************
000820*  SWITCHES                                                      *
000830******************************************************************
000840 77  WS-SCH-EOF-SW           PIC X(01)      VALUE "N".
000850     88  WS-SCH-EOF                          VALUE "Y".
000860 77  WS-BCH-EOF-SW           PIC X(01)      VALUE "N".
000870     88  WS-BCH-EOF                          VALUE "Y".
000880 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
000890     88  WS-FATAL                            VALUE "Y".
000900     88  WS-NOT-FATAL                        VALUE "N".
000910 77  WS-SCH-FILE-STATUS      PIC X(02)      VALUE SPACES.
000920 77  WS-BCH-FILE-STATUS      PIC X(02)      VALUE SPACES.
000930 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
000940 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
000950
000960*****************************************************************
000970*  THE CYCLE BEING CHECKED AND ITS DAY OF THE WEEK               *
000980*****************************************************************
000990 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001000 77  WS-CYCLE-DATE           PIC 9(08)      VALUE ZERO.
001010 77  WS-CYCLE-STATUS         PIC X(01)      VALUE SPACE.
001020 77  WS-DAY-INT              PIC 9(08)      VALUE ZERO.
001030 77  WS-DAY-QUOT             PIC 9(08)      VALUE ZERO.
001040 77  WS-DAY-REM              PIC 9(01)      VALUE ZERO.
001050 77  WS-DAY-OF-WEEK          PIC 9(01)      VALUE ZERO.
001060 01  WS-DAY-NAME-VALUES.
001070     05  FILLER              PIC X(09)      VALUE "MONDAY".
001080     05  FILLER              PIC X(09)      VALUE "TUESDAY".
001090     05  FILLER              PIC X(09)      VALUE "WEDNESDAY".
001100     05  FILLER              PIC X(09)      VALUE "THURSDAY".
001110     05  FILLER              PIC X(09)      VALUE "FRIDAY".
001120     05  FILLER              PIC X(09)      VALUE "SATURDAY".
001130     05  FILLER              PIC X(09)      VALUE "SUNDAY".
001140 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-VALUES.
001150     05  WS-DAY-NAME         PIC X(09) OCCURS 7 TIMES.
001160
001170*****************************************************************
001180*  SCHEDULE TABLE - THE WHOLE (SMALL) SCHEDULE IS LOADED UP      *
001190*  FRONT AND SEARCHED FOR EVERY REGISTERED BATCH.                *
001200*****************************************************************
001210 01  WS-SCH-TABLE.
001220     05  WS-SCH-ENTRY OCCURS 200 TIMES
001230             INDEXED BY SCH-IDX.
001240         10  WS-SCH-PREFIX       PIC X(08).
001250         10  WS-SCH-PREFIX-LEN   PIC 9(04) COMP.
001260         10  WS-SCH-DUE-SW       PIC X(01).
001270             88  WS-SCH-DUE                  VALUE "Y".
001280         10  WS-SCH-SOURCE       PIC X(30).
001290         10  WS-SCH-ARRIVED      PIC 9(05).
001300 77  WS-SCH-LOAD-COUNT       PIC 9(03) COMP VALUE ZERO.
001310 77  WS-SCH-MAX              PIC 9(03) COMP VALUE 200.
001320 77  WS-PREFIX-LEN           PIC 9(04) COMP VALUE ZERO.
001330 77  WS-DAYS-WORK            PIC X(07)      VALUE SPACES.
001340 77  WS-DUP-SW               PIC X(01)      VALUE "N".
001350     88  WS-DUP-PREFIX                       VALUE "Y".
001360
001370*****************************************************************
001380*  WORKING FIELDS FOR ONE REGISTERED BATCH                       *
001390*****************************************************************
001400 77  WS-BEST-SUB             PIC 9(04) COMP VALUE ZERO.
001410 77  WS-BEST-LEN             PIC 9(04) COMP VALUE ZERO.
001420 77  WS-LAG-DAYS             PIC 9(05)      VALUE ZERO.
001430 77  WS-RMK-PTR              PIC 9(04) COMP VALUE 1.
001440
001450*****************************************************************
001460*  COUNTERS FOR THE END-OF-JOB TOTALS                            *
001470*****************************************************************
001480 77  WS-DUE-COUNT            PIC 9(05)      VALUE ZERO.
001490 77  WS-RECEIVED-COUNT       PIC 9(05)      VALUE ZERO.
001500 77  WS-MISSING-COUNT        PIC 9(05)      VALUE ZERO.
001510 77  WS-REGISTERED-COUNT     PIC 9(05)      VALUE ZERO.
001520 77  WS-IN-PROCESS-COUNT     PIC 9(05)      VALUE ZERO.
001530 77  WS-UNSCHED-COUNT        PIC 9(05)      VALUE ZERO.
001540 77  WS-LAGGING-COUNT        PIC 9(05)      VALUE ZERO.
001550 77  WS-REVERSED-COUNT       PIC 9(05)      VALUE ZERO.
001560
001570*****************************************************************
001580*  REPORT LINES                                                  *
001590*****************************************************************
001600 01  RPT-HEADING-1.
001610     05  FILLER              PIC X(45)      VALUE
001620         "PROGRAMAAGENDALOTE - EXPECTED-FEED CHECK FOR ".
001630     05  RPT-H1-DATE         PIC 9(08)      VALUE ZERO.
001640     05  FILLER              PIC X(02)      VALUE " (".
001650     05  RPT-H1-DAY          PIC X(09)      VALUE SPACES.
001660     05  FILLER              PIC X(01)      VALUE ")".
001670 01  RPT-SECTION-LINE.
001680     05  FILLER              PIC X(01)      VALUE SPACE.
001690     05  RPT-SECTION-TEXT    PIC X(50)      VALUE SPACES.
001700 01  RPT-NOTE-LINE.
001710     05  FILLER              PIC X(03)      VALUE SPACES.
001720     05  RPT-NOTE-TEXT       PIC X(60)      VALUE SPACES.
001730 01  RPT-BCH-HEADING.
001740     05  FILLER              PIC X(11)      VALUE "  BATCH".
001750     05  FILLER              PIC X(10)      VALUE "BUS-DATE".
001760     05  FILLER              PIC X(10)      VALUE "RUN-DATE".
001770     05  FILLER              PIC X(03)      VALUE "D".
001780     05  FILLER              PIC X(10)      VALUE "PREFIX".
001790     05  FILLER              PIC X(06)      VALUE "  LAG".
001800     05  FILLER              PIC X(30)      VALUE "  REMARKS".
001810 01  RPT-BCH-LINE.
001820     05  FILLER              PIC X(02)      VALUE SPACES.
001830     05  RPT-BR-BATCH-ID     PIC X(08)      VALUE SPACES.
001840     05  FILLER              PIC X(01)      VALUE SPACES.
001850     05  RPT-BR-BUS-DATE     PIC 9(08)      VALUE ZERO.
001860     05  FILLER              PIC X(02)      VALUE SPACES.
001870     05  RPT-BR-RUN-DATE     PIC 9(08)      VALUE ZERO.
001880     05  FILLER              PIC X(02)      VALUE SPACES.
001890     05  RPT-BR-DISP         PIC X(01)      VALUE SPACE.
001900     05  FILLER              PIC X(02)      VALUE SPACES.
001910     05  RPT-BR-PREFIX       PIC X(08)      VALUE SPACES.
001920     05  FILLER              PIC X(02)      VALUE SPACES.
001930     05  RPT-BR-LAG          PIC X(05)      VALUE SPACES.
001940     05  RPT-BR-LAG-N REDEFINES RPT-BR-LAG
001950                             PIC ZZZZ9.
001960     05  FILLER              PIC X(03)      VALUE SPACES.
001970     05  RPT-BR-REMARKS      PIC X(38)      VALUE SPACES.
001980 01  RPT-SCH-HEADING.
001990     05  FILLER              PIC X(11)      VALUE "  PREFIX".
002000     05  FILLER              PIC X(32)      VALUE "SOURCE".
002010     05  FILLER              PIC X(09)      VALUE "ARRIVED".
002020     05  FILLER              PIC X(10)      VALUE "STATUS".
002030 01  RPT-SCH-LINE.
002040     05  FILLER              PIC X(02)      VALUE SPACES.
002050     05  RPT-SCH-PREFIX      PIC X(08)      VALUE SPACES.
002060     05  FILLER              PIC X(01)      VALUE SPACES.
002070     05  RPT-SCH-SOURCE      PIC X(30)      VALUE SPACES.
002080     05  FILLER              PIC X(02)      VALUE SPACES.
002090     05  RPT-SCH-ARRIVED     PIC ZZZZ9      VALUE ZERO.
002100     05  FILLER              PIC X(04)      VALUE SPACES.
002110     05  RPT-SCH-STATUS      PIC X(10)      VALUE SPACES.
002120 01  RPT-COUNT-LINE.
002130     05  FILLER              PIC X(03)      VALUE SPACES.
002140     05  RPT-CNT-TEXT        PIC X(32)      VALUE SPACES.
002150     05  RPT-CNT-VALUE       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
002160 01  RPT-VERDICT-LINE.
002170     05  FILLER              PIC X(01)      VALUE SPACE.
002180     05  RPT-VERDICT-TEXT    PIC X(60)      VALUE SPACES.
002190
002200 PROCEDURE DIVISION.
002210******************************************************************
002220*  0000-MAINLINE                                                 *
002230*  DRIVES INITIALISATION, ONE PASS OVER THE BATCH REGISTER, THE  *
002240*  SCHEDULE SECTION AND THE VERDICT.  A FATAL OPEN OR SCHEDULE   *
002250*  ERROR ROUTES TO 9500-ABORT-RUN INSTEAD OF NORMAL TERMINATION. *
002260******************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290         THRU 1000-INITIALIZE-EXIT.
002300     IF WS-NOT-FATAL
002310         PERFORM 2000-CHECK-BATCH
002320             THRU 2000-CHECK-BATCH-EXIT
002330             UNTIL WS-BCH-EOF OR WS-FATAL
002340     END-IF.
002350     IF WS-NOT-FATAL
002360         PERFORM 3000-REPORT-SCHEDULE
002370             THRU 3000-REPORT-SCHEDULE-EXIT
002380     END-IF.
002390     IF WS-FATAL
002400         PERFORM 9500-ABORT-RUN
002410             THRU 9500-ABORT-RUN-EXIT
002420     ELSE
002430         PERFORM 9000-TERMINATE
002440             THRU 9000-TERMINATE-EXIT
002450     END-IF.
002460     STOP RUN.
002470 0000-MAINLINE-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510*  1000-INITIALIZE                                               *
002520*  OPENS THE REPORT, TAKES THE CYCLE DATE FROM CYCFILE AND WORKS *
002530*  OUT ITS DAY OF THE WEEK, LOADS THE SCHEDULE, OPENS THE BATCH  *
002540*  REGISTER, PRINTS THE HEADINGS AND PRIMES THE FIRST REGISTER   *
002550*  READ.  EVERY INPUT IS REQUIRED - A CHECK WITHOUT THE SCHEDULE *
002560*  OR THE REGISTER WOULD REPORT A CLEAN CYCLE IT NEVER LOOKED    *
002570*  AT.                                                           *
002580******************************************************************
002590 1000-INITIALIZE.
002600     OPEN OUTPUT REPORT-FILE.
002610     IF WS-RPT-FILE-STATUS NOT = "00"
002620         DISPLAY "PROGRAMAAGENDALOTE - UNABLE TO OPEN RPTFILE, "
002630             "FILE STATUS = " WS-RPT-FILE-STATUS
002640         SET WS-FATAL TO TRUE
002650         GO TO 1000-INITIALIZE-EXIT
002660     END-IF.
002670     PERFORM 1100-READ-CYCLE-DATE
002680         THRU 1100-READ-CYCLE-DATE-EXIT.
002690     IF WS-FATAL
002700         GO TO 1000-INITIALIZE-EXIT
002710     END-IF.
002720     PERFORM 1200-LOAD-SCHEDULE
002730         THRU 1200-LOAD-SCHEDULE-EXIT.
002740     IF WS-FATAL
002750         GO TO 1000-INITIALIZE-EXIT
002760     END-IF.
002770     OPEN INPUT BATCH-REGISTER-FILE.
002780     IF WS-BCH-FILE-STATUS NOT = "00"
002790         AND WS-BCH-FILE-STATUS NOT = "97"
002800         DISPLAY "PROGRAMAAGENDALOTE - UNABLE TO OPEN BCHREG, "
002810             "FILE STATUS = " WS-BCH-FILE-STATUS
002820         SET WS-FATAL TO TRUE
002830         GO TO 1000-INITIALIZE-EXIT
002840     END-IF.
002850     MOVE WS-CYCLE-DATE TO RPT-H1-DATE.
002860     MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO RPT-H1-DAY.
002870     WRITE REPORT-RECORD FROM RPT-HEADING-1.
002880     IF WS-CYCLE-STATUS NOT = "C"
002890         MOVE "PARIMPAR HAS NOT CLOSED THIS CYCLE - ARRIVALS"
002900             TO RPT-NOTE-TEXT
002910         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
002920         MOVE "MAY BE INCOMPLETE" TO RPT-NOTE-TEXT
002930         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
002940     END-IF.
002950     MOVE SPACES TO REPORT-RECORD.
002960     WRITE REPORT-RECORD.
002970     MOVE "BATCHES REGISTERED FOR THE CYCLE" TO RPT-SECTION-TEXT.
002980     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
002990     WRITE REPORT-RECORD FROM RPT-BCH-HEADING.
003000     PERFORM 2050-READ-REGISTER
003010         THRU 2050-READ-REGISTER-EXIT.
003020 1000-INITIALIZE-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*  1100-READ-CYCLE-DATE                                          *
003070*  READS PARIMPAR'S SLOT (SLOT 1) FOR THE DATE OF THE CYCLE IT   *
003080*  OPENED - THE CYCLE THIS CHECK REPORTS ON, EVEN WHEN THE RUN   *
003090*  HAS CROSSED MIDNIGHT - AND DERIVES ITS DAY OF THE WEEK (DAY 1 *
003100*  OF THE INTEGER-DATE CALENDAR, 01/01/1601, WAS A MONDAY).  A   *
003110*  SLOT PARIMPAR HAS NEVER STAMPED IS FATAL.  A SLOT LEFT OPEN   *
003120*  IS NOT - THE REPORT SAYS SO, AND A HALF-RUN CYCLE IS EXACTLY  *
003130*  WHEN THE IN-PROCESS BATCHES MATTER.                           *
003140******************************************************************
003150 1100-READ-CYCLE-DATE.
003160     OPEN INPUT CYCLE-CONTROL-FILE.
003170     IF WS-CYC-FILE-STATUS NOT = "00"
003180         DISPLAY "PROGRAMAAGENDALOTE - UNABLE TO OPEN CYCFILE, "
003190             "FILE STATUS = " WS-CYC-FILE-STATUS
003200         SET WS-FATAL TO TRUE
003210         GO TO 1100-READ-CYCLE-DATE-EXIT
003220     END-IF.
003230     MOVE 1 TO WS-CYC-KEY.
003240     READ CYCLE-CONTROL-FILE
003250         INVALID KEY
003260             CONTINUE
003270     END-READ.
003280     IF WS-CYC-FILE-STATUS NOT = "00"
003290         OR CYC-CYCLE-DATE = ZERO
003300         DISPLAY "PROGRAMAAGENDALOTE - PARIMPAR HAS NOT STAMPED "
003310             "A CYCLE ON CYCFILE - NOTHING TO CHECK"
003320         SET WS-FATAL TO TRUE
003330         CLOSE CYCLE-CONTROL-FILE
003340         GO TO 1100-READ-CYCLE-DATE-EXIT
003350     END-IF.
003360     MOVE CYC-CYCLE-DATE TO WS-CYCLE-DATE.
003370     MOVE CYC-STATUS     TO WS-CYCLE-STATUS.
003380     CLOSE CYCLE-CONTROL-FILE.
003390     COMPUTE WS-DAY-INT =
003400         FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE) - 1.
003410     DIVIDE WS-DAY-INT BY 7 GIVING WS-DAY-QUOT
003420         REMAINDER WS-DAY-REM.
003430     ADD 1 WS-DAY-REM GIVING WS-DAY-OF-WEEK.
003440 1100-READ-CYCLE-DATE-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*  1200-LOAD-SCHEDULE                                            *
003490*  LOADS THE SCHEDULE CARDS INTO THE TABLE, MARKING EACH FEED    *
003500*  DUE OR NOT FOR THE CYCLE'S DAY OF THE WEEK.  A BAD CARD, A    *
003510*  DUPLICATE PREFIX OR A SCHEDULE TOO BIG FOR THE TABLE IS FATAL *
003520*  - A FEED THAT CANNOT BE CHECKED MUST NOT QUIETLY DROP OUT OF  *
003530*  THE CHECK.                                                    *
003540******************************************************************
003550 1200-LOAD-SCHEDULE.
003560     OPEN INPUT FEED-SCHEDULE-FILE.
003570     IF WS-SCH-FILE-STATUS NOT = "00"
003580         DISPLAY "PROGRAMAAGENDALOTE - UNABLE TO OPEN FEEDSCHD, "
003590             "FILE STATUS = " WS-SCH-FILE-STATUS
003600         SET WS-FATAL TO TRUE
003610         GO TO 1200-LOAD-SCHEDULE-EXIT
003620     END-IF.
003630     PERFORM 1250-LOAD-SCHEDULE-CARD
003640         THRU 1250-LOAD-SCHEDULE-CARD-EXIT
003650         UNTIL WS-SCH-EOF OR WS-FATAL.
003660     CLOSE FEED-SCHEDULE-FILE.
003670 1200-LOAD-SCHEDULE-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*  1250-LOAD-SCHEDULE-CARD                                       *
003720*  READS ONE SCHEDULE CARD AND, UNLESS IT IS A COMMENT OR BLANK, *
003730*  EDITS IT AND ADDS IT TO THE TABLE.  THE DUE-DAY BYTES MUST    *
003740*  EACH BE Y, N OR BLANK.                                        *
003750******************************************************************
003760 1250-LOAD-SCHEDULE-CARD.
003770     READ FEED-SCHEDULE-FILE
003780         AT END
003790             SET WS-SCH-EOF TO TRUE
003800             GO TO 1250-LOAD-SCHEDULE-CARD-EXIT
003810     END-READ.
003820     IF FEEDSCHD-RECORD = SPACES
003830         OR FS-BATCH-PREFIX (1:1) = "*"
003840         GO TO 1250-LOAD-SCHEDULE-CARD-EXIT
003850     END-IF.
003860     MOVE FS-DUE-DAYS TO WS-DAYS-WORK.
003870     INSPECT WS-DAYS-WORK REPLACING ALL "Y" BY SPACE
003880                                    ALL "N" BY SPACE.
003890     IF FS-BATCH-PREFIX (1:1) = SPACE
003900         OR WS-DAYS-WORK NOT = SPACES
003910         DISPLAY "PROGRAMAAGENDALOTE - INVALID FEEDSCHD CARD: "
003920             FEEDSCHD-RECORD
003930         SET WS-FATAL TO TRUE
003940         GO TO 1250-LOAD-SCHEDULE-CARD-EXIT
003950     END-IF.
003960     MOVE ZERO TO WS-PREFIX-LEN.
003970     INSPECT FS-BATCH-PREFIX TALLYING WS-PREFIX-LEN
003980         FOR CHARACTERS BEFORE INITIAL SPACE.
003990     MOVE "N" TO WS-DUP-SW.
004000     PERFORM 1260-CHECK-DUPLICATE
004010         THRU 1260-CHECK-DUPLICATE-EXIT
004020         VARYING SCH-IDX FROM 1 BY 1
004030         UNTIL SCH-IDX > WS-SCH-LOAD-COUNT.
004040     IF WS-DUP-PREFIX
004050         DISPLAY "PROGRAMAAGENDALOTE - DUPLICATE PREFIX ON "
004060             "FEEDSCHD: " FS-BATCH-PREFIX
004070         SET WS-FATAL TO TRUE
004080         GO TO 1250-LOAD-SCHEDULE-CARD-EXIT
004090     END-IF.
004100     IF WS-SCH-LOAD-COUNT NOT < WS-SCH-MAX
004110         DISPLAY "PROGRAMAAGENDALOTE - FEEDSCHD HAS MORE THAN "
004120             WS-SCH-MAX " FEEDS - ENLARGE THE SCHEDULE TABLE"
004130         SET WS-FATAL TO TRUE
004140         GO TO 1250-LOAD-SCHEDULE-CARD-EXIT
004150     END-IF.
004160     ADD 1 TO WS-SCH-LOAD-COUNT.
004170     SET SCH-IDX TO WS-SCH-LOAD-COUNT.
004180     MOVE FS-BATCH-PREFIX TO WS-SCH-PREFIX     (SCH-IDX).
004190     MOVE WS-PREFIX-LEN   TO WS-SCH-PREFIX-LEN (SCH-IDX).
004200     MOVE FS-SOURCE-NAME  TO WS-SCH-SOURCE     (SCH-IDX).
004210     MOVE ZERO            TO WS-SCH-ARRIVED    (SCH-IDX).
004220     IF FS-DUE-DAY (WS-DAY-OF-WEEK) = "Y"
004230         MOVE "Y" TO WS-SCH-DUE-SW (SCH-IDX)
004240         ADD 1 TO WS-DUE-COUNT
004250     ELSE
004260         MOVE "N" TO WS-SCH-DUE-SW (SCH-IDX)
004270     END-IF.
004280 1250-LOAD-SCHEDULE-CARD-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320*  1260-CHECK-DUPLICATE                                          *
004330*  FLAGS A CARD WHOSE PREFIX IS ALREADY IN THE TABLE.            *
004340******************************************************************
004350 1260-CHECK-DUPLICATE.
004360     IF WS-SCH-PREFIX (SCH-IDX) = FS-BATCH-PREFIX
004370         SET WS-DUP-PREFIX TO TRUE
004380     END-IF.
004390 1260-CHECK-DUPLICATE-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*  2000-CHECK-BATCH                                              *
004440*  JUDGES ONE BATCH-REGISTER ENTRY.  ONLY ENTRIES FOR THE CYCLE  *
004450*  - TAKEN IN BY TONIGHT'S RUN OR DECLARING THE CYCLE DATE AS    *
004460*  THEIR BUSINESS DATE - ARE LOOKED AT, AND A REVERSED BATCH IS  *
004470*  COUNTED BUT OTHERWISE IGNORED: IT NO LONGER COUNTS AS         *
004480*  ARRIVED.  EACH BATCH IS CREDITED TO THE SCHEDULED FEED WHOSE  *
004490*  PREFIX IT CARRIES WHEN THAT FEED IS DUE TODAY, AND IS FLAGGED *
004500*  WHEN IT IS UNSCHEDULED, STILL IN PROCESS OR CARRIES A         *
004510*  BUSINESS DATE OLDER THAN THE CYCLE DATE.                      *
004520******************************************************************
004530 2000-CHECK-BATCH.
004540     IF BR-RUN-DATE NOT = WS-CYCLE-DATE
004550         AND BR-BUSINESS-DATE NOT = WS-CYCLE-DATE
004560         GO TO 2000-CHECK-BATCH-READ
004570     END-IF.
004580     IF BR-REVERSED
004590         ADD 1 TO WS-REVERSED-COUNT
004600         GO TO 2000-CHECK-BATCH-READ
004610     END-IF.
004620     ADD 1 TO WS-REGISTERED-COUNT.
004630     MOVE SPACES TO RPT-BR-REMARKS.
004640     MOVE SPACES TO RPT-BR-PREFIX.
004650     MOVE SPACES TO RPT-BR-LAG.
004660     MOVE 1 TO WS-RMK-PTR.
004670     MOVE ZERO TO WS-BEST-SUB.
004680     MOVE ZERO TO WS-BEST-LEN.
004690     PERFORM 2100-MATCH-PREFIX
004700         THRU 2100-MATCH-PREFIX-EXIT
004710         VARYING SCH-IDX FROM 1 BY 1
004720         UNTIL SCH-IDX > WS-SCH-LOAD-COUNT.
004730     IF WS-BEST-SUB = ZERO
004740         ADD 1 TO WS-UNSCHED-COUNT
004750         STRING "UNSCHEDULED" DELIMITED BY SIZE
004760             INTO RPT-BR-REMARKS WITH POINTER WS-RMK-PTR
004770     ELSE
004780         MOVE WS-SCH-PREFIX (WS-BEST-SUB) TO RPT-BR-PREFIX
004790         IF WS-SCH-DUE (WS-BEST-SUB)
004800             ADD 1 TO WS-SCH-ARRIVED (WS-BEST-SUB)
004810         ELSE
004820             ADD 1 TO WS-UNSCHED-COUNT
004830             STRING "NOT DUE TODAY" DELIMITED BY SIZE
004840                 INTO RPT-BR-REMARKS WITH POINTER WS-RMK-PTR
004850         END-IF
004860     END-IF.
004870     IF BR-IN-PROCESS
004880         ADD 1 TO WS-IN-PROCESS-COUNT
004890         PERFORM 2200-REMARK-SEPARATOR
004900             THRU 2200-REMARK-SEPARATOR-EXIT
004910         STRING "IN PROCESS" DELIMITED BY SIZE
004920             INTO RPT-BR-REMARKS WITH POINTER WS-RMK-PTR
004930     END-IF.
004940     IF BR-BUSINESS-DATE < WS-CYCLE-DATE
004950         AND BR-BUSINESS-DATE NOT < 16010101
004960         ADD 1 TO WS-LAGGING-COUNT
004970         COMPUTE WS-LAG-DAYS =
004980             FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
004990             - FUNCTION INTEGER-OF-DATE (BR-BUSINESS-DATE)
005000         MOVE WS-LAG-DAYS TO RPT-BR-LAG-N
005010         PERFORM 2200-REMARK-SEPARATOR
005020             THRU 2200-REMARK-SEPARATOR-EXIT
005030         STRING "BUSINESS DATE LAGS" DELIMITED BY SIZE
005040             INTO RPT-BR-REMARKS WITH POINTER WS-RMK-PTR
005050     END-IF.
005060     IF RPT-BR-REMARKS = SPACES
005070         MOVE "OK" TO RPT-BR-REMARKS
005080     END-IF.
005090     MOVE BR-BATCH-ID      TO RPT-BR-BATCH-ID.
005100     MOVE BR-BUSINESS-DATE TO RPT-BR-BUS-DATE.
005110     MOVE BR-RUN-DATE      TO RPT-BR-RUN-DATE.
005120     MOVE BR-DISPOSITION   TO RPT-BR-DISP.
005130     WRITE REPORT-RECORD FROM RPT-BCH-LINE.
005140 2000-CHECK-BATCH-READ.
005150     PERFORM 2050-READ-REGISTER
005160         THRU 2050-READ-REGISTER-EXIT.
005170 2000-CHECK-BATCH-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*  2050-READ-REGISTER                                            *
005220*  READS THE NEXT BATCH-REGISTER ENTRY IN KEY ORDER, SETTING THE *
005230*  EOF SWITCH AT END OF FILE.  ANY OTHER UNEXPECTED STATUS IS    *
005240*  FATAL.                                                        *
005250******************************************************************
005260 2050-READ-REGISTER.
005270     READ BATCH-REGISTER-FILE NEXT RECORD
005280         AT END
005290             SET WS-BCH-EOF TO TRUE
005300             GO TO 2050-READ-REGISTER-EXIT
005310     END-READ.
005320     IF WS-BCH-FILE-STATUS NOT = "00"
005330         AND WS-BCH-FILE-STATUS NOT = "02"
005340         DISPLAY "PROGRAMAAGENDALOTE - BCHREG READ FAILED, "
005350             "FILE STATUS = " WS-BCH-FILE-STATUS
005360         SET WS-FATAL TO TRUE
005370     END-IF.
005380 2050-READ-REGISTER-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*  2100-MATCH-PREFIX                                             *
005430*  KEEPS THE LONGEST SCHEDULE PREFIX THE BATCH ID STARTS WITH.   *
005440******************************************************************
005450 2100-MATCH-PREFIX.
005460     MOVE WS-SCH-PREFIX-LEN (SCH-IDX) TO WS-PREFIX-LEN.
005470     IF WS-PREFIX-LEN > WS-BEST-LEN
005480         IF BR-BATCH-ID (1:WS-PREFIX-LEN) =
005490             WS-SCH-PREFIX (SCH-IDX) (1:WS-PREFIX-LEN)
005500             SET WS-BEST-SUB TO SCH-IDX
005510             MOVE WS-PREFIX-LEN TO WS-BEST-LEN
005520         END-IF
005530     END-IF.
005540 2100-MATCH-PREFIX-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*  2200-REMARK-SEPARATOR                                         *
005590*  SEPARATES A SECOND OR LATER REMARK FROM THE ONE BEFORE IT.    *
005600******************************************************************
005610 2200-REMARK-SEPARATOR.
005620     IF WS-RMK-PTR > 1
005630         STRING ", " DELIMITED BY SIZE
005640             INTO RPT-BR-REMARKS WITH POINTER WS-RMK-PTR
005650     END-IF.
005660 2200-REMARK-SEPARATOR-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700*  3000-REPORT-SCHEDULE                                          *
005710*  PRINTS EVERY FEED DUE ON THE CYCLE'S DAY WITH THE NUMBER OF   *
005720*  BATCHES CREDITED TO IT, AND MARKS EACH RECEIVED OR MISSING.   *
005730******************************************************************
005740 3000-REPORT-SCHEDULE.
005750     IF WS-REGISTERED-COUNT = ZERO
005760         MOVE "NO BATCHES REGISTERED FOR THE CYCLE"
005770             TO RPT-NOTE-TEXT
005780         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
005790     END-IF.
005800     MOVE SPACES TO REPORT-RECORD.
005810     WRITE REPORT-RECORD.
005820     MOVE "SCHEDULED FEEDS DUE FOR THE CYCLE" TO RPT-SECTION-TEXT.
005830     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
005840     WRITE REPORT-RECORD FROM RPT-SCH-HEADING.
005850     PERFORM 3100-REPORT-FEED
005860         THRU 3100-REPORT-FEED-EXIT
005870         VARYING SCH-IDX FROM 1 BY 1
005880         UNTIL SCH-IDX > WS-SCH-LOAD-COUNT.
005890     IF WS-DUE-COUNT = ZERO
005900         MOVE "NO FEEDS ARE SCHEDULED FOR THIS DAY"
005910             TO RPT-NOTE-TEXT
005920         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
005930     END-IF.
005940 3000-REPORT-SCHEDULE-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*  3100-REPORT-FEED                                              *
005990*  PRINTS ONE SCHEDULED FEED, WHEN IT IS DUE TODAY.              *
006000******************************************************************
006010 3100-REPORT-FEED.
006020     IF NOT WS-SCH-DUE (SCH-IDX)
006030         GO TO 3100-REPORT-FEED-EXIT
006040     END-IF.
006050     MOVE WS-SCH-PREFIX  (SCH-IDX) TO RPT-SCH-PREFIX.
006060     MOVE WS-SCH-SOURCE  (SCH-IDX) TO RPT-SCH-SOURCE.
006070     MOVE WS-SCH-ARRIVED (SCH-IDX) TO RPT-SCH-ARRIVED.
006080     IF WS-SCH-ARRIVED (SCH-IDX) = ZERO
006090         MOVE "MISSING" TO RPT-SCH-STATUS
006100         ADD 1 TO WS-MISSING-COUNT
006110     ELSE
006120         MOVE "RECEIVED" TO RPT-SCH-STATUS
006130         ADD 1 TO WS-RECEIVED-COUNT
006140     END-IF.
006150     WRITE REPORT-RECORD FROM RPT-SCH-LINE.
006160 3100-REPORT-FEED-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200*  9000-TERMINATE                                                *
006210*  PRINTS THE TOTALS AND THE VERDICT, CLOSES ALL FILES AND SETS  *
006220*  THE STEP CODE - RC=8 WHEN ANY SCHEDULED FEED IS MISSING, SO   *
006230*  THE SCHEDULER HOLDS THE EXTRACT JOB; RC=4 WHEN EVERY FEED     *
006240*  ARRIVED BUT SOME BATCH IS STILL IN PROCESS, UNSCHEDULED OR    *
006250*  LAGGING; RC=0 OTHERWISE.                                      *
006260******************************************************************
006270 9000-TERMINATE.
006280     MOVE SPACES TO REPORT-RECORD.
006290     WRITE REPORT-RECORD.
006300     MOVE "FEEDS DUE . . . . . . . . . . :" TO RPT-CNT-TEXT.
006310     MOVE WS-DUE-COUNT TO RPT-CNT-VALUE.
006320     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006330     MOVE "FEEDS RECEIVED. . . . . . . . :" TO RPT-CNT-TEXT.
006340     MOVE WS-RECEIVED-COUNT TO RPT-CNT-VALUE.
006350     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006360     MOVE "FEEDS MISSING . . . . . . . . :" TO RPT-CNT-TEXT.
006370     MOVE WS-MISSING-COUNT TO RPT-CNT-VALUE.
006380     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006390     MOVE "BATCHES REGISTERED. . . . . . :" TO RPT-CNT-TEXT.
006400     MOVE WS-REGISTERED-COUNT TO RPT-CNT-VALUE.
006410     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006420     MOVE "  STILL IN PROCESS. . . . . . :" TO RPT-CNT-TEXT.
006430     MOVE WS-IN-PROCESS-COUNT TO RPT-CNT-VALUE.
006440     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006450     MOVE "  UNSCHEDULED . . . . . . . . :" TO RPT-CNT-TEXT.
006460     MOVE WS-UNSCHED-COUNT TO RPT-CNT-VALUE.
006470     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006480     MOVE "  BUSINESS DATE LAGGING . . . :" TO RPT-CNT-TEXT.
006490     MOVE WS-LAGGING-COUNT TO RPT-CNT-VALUE.
006500     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006510     MOVE "REVERSED BATCHES IGNORED. . . :" TO RPT-CNT-TEXT.
006520     MOVE WS-REVERSED-COUNT TO RPT-CNT-VALUE.
006530     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
006540     MOVE SPACES TO REPORT-RECORD.
006550     WRITE REPORT-RECORD.
006560     IF WS-MISSING-COUNT > ZERO
006570         MOVE "SCHEDULED FEED MISSING - HOLD EXTRACT, RC=8"
006580             TO RPT-VERDICT-TEXT
006590         MOVE 8 TO RETURN-CODE
006600     ELSE
006610         IF WS-IN-PROCESS-COUNT > ZERO
006620             OR WS-UNSCHED-COUNT > ZERO
006630             OR WS-LAGGING-COUNT > ZERO
006640             MOVE "ALL FEEDS RECEIVED - EXCEPTIONS LISTED, RC=4"
006650                 TO RPT-VERDICT-TEXT
006660             MOVE 4 TO RETURN-CODE
006670         ELSE
006680             MOVE "ALL SCHEDULED FEEDS RECEIVED"
006690                 TO RPT-VERDICT-TEXT
006700         END-IF
006710     END-IF.
006720     WRITE REPORT-RECORD FROM RPT-VERDICT-LINE.
006730     DISPLAY "PROGRAMAAGENDALOTE - END OF JOB SUMMARY".
006740     DISPLAY "CYCLE DATE. . . . . . . . . : " WS-CYCLE-DATE.
006750     DISPLAY "FEEDS DUE . . . . . . . . . : " WS-DUE-COUNT.
006760     DISPLAY "FEEDS MISSING . . . . . . . : " WS-MISSING-COUNT.
006770     DISPLAY "BATCHES REGISTERED. . . . . : " WS-REGISTERED-COUNT.
006780     DISPLAY "  STILL IN PROCESS. . . . . : " WS-IN-PROCESS-COUNT.
006790     DISPLAY "  UNSCHEDULED . . . . . . . : " WS-UNSCHED-COUNT.
006800     DISPLAY "  BUSINESS DATE LAGGING . . : " WS-LAGGING-COUNT.
006810     IF WS-MISSING-COUNT > ZERO
006820         DISPLAY "PROGRAMAAGENDALOTE - SCHEDULED FEED MISSING, "
006830             "SEE RPTFILE - RC=8"
006840     END-IF.
006850     CLOSE BATCH-REGISTER-FILE.
006860     CLOSE REPORT-FILE.
006870 9000-TERMINATE-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*  9500-ABORT-RUN                                                *
006920*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS A NON-ZERO RETURN   *
006930*  CODE SO THE JOB STEP SHOWS FAILED - WHICH ALSO HOLDS THE      *
006940*  EXTRACT JOB, SINCE AN UNCHECKED CYCLE IS NOT A CLEAN ONE.     *
006950*  NOTHING IS UPDATED, SO THE STEP IS SIMPLY RERUN; ANY FILES    *
006960*  ALREADY OPENED ARE CLOSED IMPLICITLY BY STOP RUN.             *
006970******************************************************************
006980 9500-ABORT-RUN.
006990     DISPLAY "PROGRAMAAGENDALOTE - RUN ABORTED, SEE PRIOR "
007000         "MESSAGE".
007010     MOVE 16 TO RETURN-CODE.
007020 9500-ABORT-RUN-EXIT.
007030     EXIT.
007040
007050 END PROGRAM PROGRAMAAGENDALOTE.
