000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMAJANELACICLO.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  BATCH-WINDOW
000130*                  REPORT.  CYCFILE HOLDS ONLY THE LATEST STAMP
000140*                  FOR EACH SLOT, SO NOBODY COULD SAY HOW LONG A
000150*                  JOB TAKES ON AVERAGE, WHETHER THE WINDOW IS
000160*                  CREEPING OR HOW OFTEN THE CYCLE MISSED ITS
000170*                  DEADLINE.  READS THE CYCHIST HISTORY EVERY JOB
000180*                  APPENDS TO WHEN IT STAMPS ITS SLOT COMPLETE,
000190*                  SORTED BY CYCLE DATE AND START, AND PRINTS FOR
000200*                  EACH OF THE LAST NIGHTS EVERY RUN'S START, END,
000210*                  ELAPSED TIME AND THE JOB'S TRAILING AVERAGE,
000220*                  THEN THE NIGHT'S CRITICAL-PATH TOTAL AND CYCLE
000230*                  WINDOW AGAINST THEIR TRAILING AVERAGES.  ANY
000240*                  JOB, OR THE WHOLE CYCLE, THAT MISSED THE
000250*                  DEADLINE SET FOR IT ON SYSIN IS FLAGGED AND
000260*                  ENDS THE STEP RC=4.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CTL-FILE-STATUS.
000340     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CHS-FILE-STATUS.
000370     SELECT REPORT-FILE ASSIGN TO RPTFILE
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RPT-FILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420******************************************************************
000430*  CONTROL-CARD-FILE - THE REPORT'S SETTINGS AND SLA DEADLINES,  *
000440*  ONE PER CARD.  COLUMNS 1-8 NAME THE SETTING OR THE JOB:       *
000450*    NIGHTS    COLS 10-13 = CYCLES TO PRINT (DEFAULT 0014)       *
000460*    AVERAGE   COLS 10-13 = RUNS OR NIGHTS IN EACH TRAILING      *
000470*              AVERAGE (DEFAULT 0007, AT MOST 0030)              *
000480*    CYCLE     COLS 10-13 = DEADLINE (HHMM) FOR THE LAST JOB OF  *
000490*              THE CYCLE TO END (DEFAULT 0600)                   *
000500*    JOB NAME  COLS 10-13 = DEADLINE (HHMM) FOR THAT JOB TO END, *
000510*              OR BLANK FOR NONE                                 *
000520*  ON A CYCLE OR JOB CARD COLUMN 15 IS THE DAY OF THE DEADLINE   *
000530*  COUNTED FROM THE CYCLE DATE (0 = THE CYCLE DATE ITSELF, BLANK *
000540*  OR 1 = THE MORNING AFTER), AND ON A JOB CARD COLUMN 17 = C    *
000550*  PUTS THE JOB ON THE CRITICAL PATH.  WITH NO JOB SO MARKED     *
000560*  EVERY JOB IS ON IT.  A CARD WITH * IN COLUMN 1 IS A COMMENT.  *
000570******************************************************************
000580 FD  CONTROL-CARD-FILE
000590     RECORDING MODE IS F.
000600 01  CONTROL-CARD-RECORD.
000610     05  CTL-KEYWORD             PIC X(08).
000620     05  FILLER                  PIC X(01).
000630     05  CTL-VALUE               PIC X(04).
000640     05  CTL-VALUE-N REDEFINES CTL-VALUE
000650                                 PIC 9(04).
000660     05  FILLER                  PIC X(01).
000670     05  CTL-DAY-OFFSET          PIC X(01).
000680     05  CTL-DAY-OFFSET-N REDEFINES CTL-DAY-OFFSET
000690                                 PIC 9(01).
000700     05  FILLER                  PIC X(01).
000710     05  CTL-CRITICAL-FLAG       PIC X(01).
000720         88  CTL-CRITICAL                    VALUE "C".
000730
000740******************************************************************
000750*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY IN THE SHARED CYCHIST  *
000760*  LAYOUT, SORTED BY CYCLE DATE, START DATE AND START TIME.      *
000770*  READ TWICE - ONCE TO COUNT THE CYCLES, ONCE TO REPORT THEM.   *
000780******************************************************************
000790 FD  CYCLE-HISTORY-FILE
000800     RECORDING MODE IS F.
000810     COPY CYCHIST.
000820
000830******************************************************************
000840*  REPORT-FILE - THE PRINTED BATCH-WINDOW REPORT.                *
000850******************************************************************
000860 FD  REPORT-FILE
000870     RECORDING MODE IS F.
000880 01  REPORT-RECORD               PIC X(100).
000890
000900 WORKING-STORAGE SECTION.
000910******************************************************************
000920*  SWITCHES                                                      *
000930******************************************************************
000940 77  WS-CTL-EOF-SW           PIC X(01)      VALUE "N".
000950     88  WS-CTL-EOF                          VALUE "Y".
000960 77  WS-CHS-EOF-SW           PIC X(01)      VALUE "N".
000970     88  WS-CHS-EOF                          VALUE "Y".
000980 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
000990     88  WS-FATAL                            VALUE "Y".
001000     88  WS-NOT-FATAL                        VALUE "N".
001010 77  WS-PRINT-SW             PIC X(01)      VALUE "N".
001020     88  WS-PRINT-NIGHT                      VALUE "Y".
001030 77  WS-ANY-CRITICAL-SW      PIC X(01)      VALUE "N".
001040     88  WS-ANY-CRITICAL                     VALUE "Y".
001050 77  WS-CTL-FILE-STATUS      PIC X(02)      VALUE SPACES.
001060 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
001070 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
001080
001090******************************************************************
001100*  SETTINGS FROM SYSIN                                           *
001110******************************************************************
001120 77  WS-NIGHTS               PIC 9(04)      VALUE 14.
001130 77  WS-AVG-SPAN             PIC 9(04) COMP VALUE 7.
001140 77  WS-AVG-MAX              PIC 9(04) COMP VALUE 30.
001150 77  WS-CYC-DEADLINE         PIC 9(04)      VALUE 0600.
001160 77  WS-CYC-DEADLINE-DAY     PIC 9(01)      VALUE 1.
001170
001180******************************************************************
001190*  JOB TABLE - ONE ENTRY PER JOB NAMED ON SYSIN OR FOUND IN THE  *
001200*  HISTORY, WITH ITS DEADLINE, ITS LAST RUNS FOR THE TRAILING    *
001210*  AVERAGE AND ITS TOTALS OVER THE NIGHTS PRINTED.               *
001220******************************************************************
001230 01  WS-JOB-TABLE.
001240     05  WS-JOB-ENTRY OCCURS 50 TIMES
001250             INDEXED BY JOB-IDX.
001260         10  WS-JOB-NAME         PIC X(08).
001270         10  WS-JOB-DEADLINE-SW  PIC X(01).
001280             88  WS-JOB-HAS-DEADLINE         VALUE "Y".
001290         10  WS-JOB-DEADLINE     PIC 9(04).
001300         10  WS-JOB-DEADLINE-DAY PIC 9(01).
001310         10  WS-JOB-CRITICAL-SW  PIC X(01).
001320             88  WS-JOB-CRITICAL             VALUE "Y".
001330         10  WS-JOB-SEEN-SW      PIC X(01).
001340             88  WS-JOB-SEEN-TONIGHT         VALUE "Y".
001350         10  WS-JOB-RING         PIC 9(06) OCCURS 30 TIMES.
001360         10  WS-JOB-RING-COUNT   PIC 9(04) COMP.
001370         10  WS-JOB-RING-NEXT    PIC 9(04) COMP.
001380         10  WS-JOB-RUNS         PIC 9(05).
001390         10  WS-JOB-TOTAL-SECS   PIC 9(09).
001400         10  WS-JOB-MAX-SECS     PIC 9(06).
001410         10  WS-JOB-MISSES       PIC 9(05).
001420 77  WS-JOB-LOAD-COUNT       PIC 9(04) COMP VALUE ZERO.
001430 77  WS-JOB-MAX              PIC 9(04) COMP VALUE 50.
001440 77  WS-JOB-SUB              PIC 9(04) COMP VALUE ZERO.
001445 77  WS-FIND-JOB-NAME        PIC X(08)      VALUE SPACES.
001450
001460******************************************************************
001470*  CYCLE-LEVEL TRAILING AVERAGES - THE LAST NIGHTS' CYCLE        *
001480*  WINDOWS AND CRITICAL-PATH TOTALS                              *
001490******************************************************************
001500 01  WS-CYCLE-RINGS.
001510     05  WS-WIN-RING             PIC 9(06) OCCURS 30 TIMES.
001520     05  WS-CP-RING              PIC 9(06) OCCURS 30 TIMES.
001530 77  WS-CYC-RING-COUNT       PIC 9(04) COMP VALUE ZERO.
001540 77  WS-CYC-RING-NEXT        PIC 9(04) COMP VALUE 1.
001550 77  WS-RING-SUB             PIC 9(04) COMP VALUE ZERO.
001560 77  WS-RING-SUM             PIC 9(09)      VALUE ZERO.
001570 77  WS-RING-SUM-2           PIC 9(09)      VALUE ZERO.
001580
001590******************************************************************
001600*  THE NIGHT BEING REPORTED                                      *
001610******************************************************************
001620 77  WS-NIGHT-TOTAL          PIC 9(05)      VALUE ZERO.
001630 77  WS-NIGHT-NO             PIC 9(05)      VALUE ZERO.
001640 77  WS-FIRST-PRINTED        PIC 9(05)      VALUE 1.
001650 77  WS-PRINTED-TOTAL        PIC 9(05)      VALUE ZERO.
001660 77  WS-PRINTED-NO           PIC 9(05)      VALUE ZERO.
001670 77  WS-PREV-CYCLE-DATE      PIC 9(08)      VALUE ZERO.
001680 77  WS-NIGHT-DATE           PIC 9(08)      VALUE ZERO.
001690 77  WS-NIGHT-DAY-INT        PIC 9(07)      VALUE ZERO.
001700 77  WS-NIGHT-FIRST-SECS     PIC 9(11)      VALUE ZERO.
001710 77  WS-NIGHT-LAST-SECS      PIC 9(11)      VALUE ZERO.
001720 77  WS-NIGHT-FIRST-DATE     PIC 9(08)      VALUE ZERO.
001730 77  WS-NIGHT-FIRST-TIME     PIC 9(08)      VALUE ZERO.
001740 77  WS-NIGHT-LAST-DATE      PIC 9(08)      VALUE ZERO.
001750 77  WS-NIGHT-LAST-TIME      PIC 9(08)      VALUE ZERO.
001760 77  WS-NIGHT-WINDOW         PIC 9(06)      VALUE ZERO.
001770 77  WS-NIGHT-CP-SECS        PIC 9(06)      VALUE ZERO.
001780 77  WS-NIGHT-ALL-SECS       PIC 9(06)      VALUE ZERO.
001790 77  WS-NIGHT-MISSES         PIC 9(05)      VALUE ZERO.
001800
001810******************************************************************
001820*  WORKING FIELDS FOR ONE HISTORY RECORD AND ITS DEADLINE        *
001830******************************************************************
001840 77  WS-START-SECS           PIC 9(11)      VALUE ZERO.
001850 77  WS-END-SECS             PIC 9(11)      VALUE ZERO.
001860 77  WS-DEADLINE-SECS        PIC 9(11)      VALUE ZERO.
001870 77  WS-DEADLINE-DAY         PIC 9(01)      VALUE ZERO.
001880 77  WS-DEADLINE-HHMM        PIC 9(04)      VALUE ZERO.
001890 77  WS-DEADLINE-DATE        PIC 9(08)      VALUE ZERO.
001900 77  WS-AVG-SECS             PIC 9(06)      VALUE ZERO.
001910 77  WS-RMK-PTR              PIC 9(04) COMP VALUE 1.
001920 01  WS-CLOCK.
001930     05  WS-CLOCK-HH             PIC 9(02).
001940     05  WS-CLOCK-MM             PIC 9(02).
001950     05  WS-CLOCK-SS             PIC 9(02).
001960     05  WS-CLOCK-CC             PIC 9(02).
001970 01  WS-HHMM.
001980     05  WS-HHMM-HH              PIC 9(02).
001990     05  WS-HHMM-MM              PIC 9(02).
002000
002010******************************************************************
002020*  EDITED DURATION (HH:MM:SS) AND CLOCK STAMP (DATE HH:MM:SS)    *
002030******************************************************************
002040 77  WS-DUR-SECS             PIC 9(09)      VALUE ZERO.
002050 77  WS-DUR-HOURS            PIC 9(07)      VALUE ZERO.
002060 77  WS-DUR-REST             PIC 9(04)      VALUE ZERO.
002070 01  WS-DUR-EDIT.
002080     05  WS-DUR-HH               PIC 9(02).
002090     05  FILLER                  PIC X(01)      VALUE ":".
002100     05  WS-DUR-MM               PIC 9(02).
002110     05  FILLER                  PIC X(01)      VALUE ":".
002120     05  WS-DUR-SS               PIC 9(02).
002130 77  WS-STAMP-DATE           PIC 9(08)      VALUE ZERO.
002140 77  WS-STAMP-TIME           PIC 9(08)      VALUE ZERO.
002150 01  WS-STAMP-EDIT.
002160     05  WS-SE-DATE              PIC 9(08).
002170     05  FILLER                  PIC X(01)      VALUE SPACE.
002180     05  WS-SE-HH                PIC 9(02).
002190     05  FILLER                  PIC X(01)      VALUE ":".
002200     05  WS-SE-MM                PIC 9(02).
002210     05  FILLER                  PIC X(01)      VALUE ":".
002220     05  WS-SE-SS                PIC 9(02).
002230 01  WS-DEADLINE-EDIT.
002240     05  WS-DE-DATE              PIC 9(08).
002250     05  FILLER                  PIC X(01)      VALUE SPACE.
002260     05  WS-DE-HH                PIC 9(02).
002270     05  FILLER                  PIC X(01)      VALUE ":".
002280     05  WS-DE-MM                PIC 9(02).
002290
002300******************************************************************
002310*  COUNTERS FOR THE END-OF-JOB TOTALS                            *
002320******************************************************************
002330 77  WS-RECORD-COUNT         PIC 9(07)      VALUE ZERO.
002340 77  WS-PRINTED-RUNS         PIC 9(07)      VALUE ZERO.
002350 77  WS-CYCLE-MISS-COUNT     PIC 9(05)      VALUE ZERO.
002360 77  WS-JOB-MISS-COUNT       PIC 9(05)      VALUE ZERO.
002370 77  WS-NO-RUN-COUNT         PIC 9(05)      VALUE ZERO.
002380 77  WS-HALF-1-NIGHTS        PIC 9(05)      VALUE ZERO.
002390 77  WS-HALF-1-SECS          PIC 9(11)      VALUE ZERO.
002400 77  WS-HALF-2-NIGHTS        PIC 9(05)      VALUE ZERO.
002410 77  WS-HALF-2-SECS          PIC 9(11)      VALUE ZERO.
002420
002430******************************************************************
002440*  REPORT LINES                                                  *
002450******************************************************************
002460 01  RPT-HEADING-1.
002470     05  FILLER              PIC X(60)      VALUE
002480         "PROGRAMAJANELACICLO - BATCH-WINDOW REPORT".
002490 01  RPT-SECTION-LINE.
002500     05  FILLER              PIC X(01)      VALUE SPACE.
002510     05  RPT-SECTION-TEXT    PIC X(60)      VALUE SPACES.
002520 01  RPT-NOTE-LINE.
002530     05  FILLER              PIC X(03)      VALUE SPACES.
002540     05  RPT-NOTE-TEXT       PIC X(90)      VALUE SPACES.
002550 01  RPT-NIGHT-HEADING.
002560     05  FILLER              PIC X(07)      VALUE " CYCLE ".
002570     05  RPT-NH-DATE         PIC 9(08)      VALUE ZERO.
002580 01  RPT-RUN-HEADING.
002590     05  FILLER              PIC X(11)      VALUE "  JOB".
002600     05  FILLER              PIC X(06)      VALUE "CP SL".
002610     05  FILLER              PIC X(19)      VALUE "START".
002620     05  FILLER              PIC X(19)      VALUE "END".
002630     05  FILLER              PIC X(10)      VALUE "ELAPSED".
002640     05  FILLER              PIC X(09)      VALUE "TRAIL-AVG".
002650     05  FILLER              PIC X(06)      VALUE "  RC".
002660     05  FILLER              PIC X(07)      VALUE "REMARKS".
002670 01  RPT-RUN-LINE.
002680     05  FILLER              PIC X(02)      VALUE SPACES.
002690     05  RPT-RN-JOB          PIC X(08)      VALUE SPACES.
002700     05  FILLER              PIC X(01)      VALUE SPACE.
002710     05  RPT-RN-CP           PIC X(01)      VALUE SPACE.
002720     05  FILLER              PIC X(02)      VALUE SPACES.
002730     05  RPT-RN-SLOT         PIC Z9         VALUE ZERO.
002740     05  FILLER              PIC X(01)      VALUE SPACE.
002750     05  RPT-RN-START        PIC X(17)      VALUE SPACES.
002760     05  FILLER              PIC X(02)      VALUE SPACES.
002770     05  RPT-RN-END          PIC X(17)      VALUE SPACES.
002780     05  FILLER              PIC X(02)      VALUE SPACES.
002790     05  RPT-RN-ELAPSED      PIC X(08)      VALUE SPACES.
002800     05  FILLER              PIC X(02)      VALUE SPACES.
002810     05  RPT-RN-AVERAGE      PIC X(08)      VALUE SPACES.
002820     05  FILLER              PIC X(02)      VALUE SPACES.
002830     05  RPT-RN-RC           PIC ZZ9        VALUE ZERO.
002840     05  FILLER              PIC X(02)      VALUE SPACES.
002850     05  RPT-RN-REMARKS      PIC X(20)      VALUE SPACES.
002860 01  RPT-TOTAL-LINE.
002870     05  FILLER              PIC X(03)      VALUE SPACES.
002880     05  RPT-TL-TEXT         PIC X(22)      VALUE SPACES.
002890     05  RPT-TL-VALUE        PIC X(08)      VALUE SPACES.
002900     05  FILLER              PIC X(16)      VALUE
002910         "   TRAILING AVG ".
002920     05  RPT-TL-AVERAGE      PIC X(08)      VALUE SPACES.
002930     05  FILLER              PIC X(03)      VALUE SPACES.
002940     05  RPT-TL-REMARKS      PIC X(38)      VALUE SPACES.
002950 01  RPT-SUMMARY-HEADING.
002960     05  FILLER              PIC X(12)      VALUE "  JOB".
002970     05  FILLER              PIC X(08)      VALUE "  RUNS".
002980     05  FILLER              PIC X(11)      VALUE "AVERAGE".
002990     05  FILLER              PIC X(11)      VALUE "LONGEST".
003000     05  FILLER              PIC X(10)      VALUE "SLA".
003010     05  FILLER              PIC X(12)      VALUE "SLA MISSED".
003020 01  RPT-SUMMARY-LINE.
003030     05  FILLER              PIC X(02)      VALUE SPACES.
003040     05  RPT-SM-JOB          PIC X(08)      VALUE SPACES.
003050     05  FILLER              PIC X(02)      VALUE SPACES.
003060     05  RPT-SM-RUNS         PIC ZZZZ9      VALUE ZERO.
003070     05  FILLER              PIC X(03)      VALUE SPACES.
003080     05  RPT-SM-AVERAGE      PIC X(08)      VALUE SPACES.
003090     05  FILLER              PIC X(03)      VALUE SPACES.
003100     05  RPT-SM-LONGEST      PIC X(08)      VALUE SPACES.
003110     05  FILLER              PIC X(03)      VALUE SPACES.
003120     05  RPT-SM-DEADLINE     PIC X(07)      VALUE SPACES.
003130     05  FILLER              PIC X(03)      VALUE SPACES.
003140     05  RPT-SM-MISSES       PIC ZZZZ9      VALUE ZERO.
003150 01  RPT-COUNT-LINE.
003160     05  FILLER              PIC X(03)      VALUE SPACES.
003170     05  RPT-CNT-TEXT        PIC X(32)      VALUE SPACES.
003180     05  RPT-CNT-VALUE       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
003190 01  RPT-TREND-LINE.
003200     05  FILLER              PIC X(03)      VALUE SPACES.
003210     05  RPT-TR-TEXT         PIC X(32)      VALUE SPACES.
003220     05  RPT-TR-VALUE        PIC X(08)      VALUE SPACES.
003230     05  FILLER              PIC X(02)      VALUE SPACES.
003240     05  RPT-TR-NIGHTS       PIC ZZZZ9      VALUE ZERO.
003250     05  FILLER              PIC X(07)      VALUE " CYCLES".
003260 01  RPT-VERDICT-LINE.
003270     05  FILLER              PIC X(01)      VALUE SPACE.
003280     05  RPT-VERDICT-TEXT    PIC X(60)      VALUE SPACES.
003290
003300 PROCEDURE DIVISION.
003310******************************************************************
003320*  0000-MAINLINE                                                 *
003330*  DRIVES INITIALISATION, ONE PASS OVER THE SORTED HISTORY, THE  *
003340*  CLOSE OF THE LAST NIGHT AND THE SUMMARY.  A FATAL OPEN, CARD  *
003350*  OR SEQUENCE ERROR ROUTES TO 9500-ABORT-RUN INSTEAD.           *
003360******************************************************************
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE
003390         THRU 1000-INITIALIZE-EXIT.
003400     IF WS-NOT-FATAL
003410         PERFORM 2000-PROCESS-RECORD
003420             THRU 2000-PROCESS-RECORD-EXIT
003430             UNTIL WS-CHS-EOF OR WS-FATAL
003440     END-IF.
003450     IF WS-NOT-FATAL
003460         AND WS-NIGHT-NO > ZERO
003470         PERFORM 2500-CLOSE-NIGHT
003480             THRU 2500-CLOSE-NIGHT-EXIT
003490     END-IF.
003500     IF WS-FATAL
003510         PERFORM 9500-ABORT-RUN
003520             THRU 9500-ABORT-RUN-EXIT
003530     ELSE
003540         PERFORM 9000-TERMINATE
003550             THRU 9000-TERMINATE-EXIT
003560     END-IF.
003570     STOP RUN.
003580 0000-MAINLINE-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*  1000-INITIALIZE                                               *
003630*  OPENS THE REPORT, LOADS THE SYSIN SETTINGS AND DEADLINES,     *
003640*  COUNTS THE CYCLES ON THE HISTORY TO FIND THE FIRST ONE TO     *
003650*  PRINT, REOPENS THE HISTORY, PRINTS THE HEADING AND PRIMES THE *
003660*  FIRST READ.  THE NIGHTS BEFORE THE FIRST PRINTED ONE ARE      *
003670*  STILL READ - THEY FEED THE TRAILING AVERAGES.                 *
003680******************************************************************
003690 1000-INITIALIZE.
003700     OPEN OUTPUT REPORT-FILE.
003710     IF WS-RPT-FILE-STATUS NOT = "00"
003720         DISPLAY "PROGRAMAJANELACICLO - UNABLE TO OPEN RPTFILE, "
003730             "FILE STATUS = " WS-RPT-FILE-STATUS
003740         SET WS-FATAL TO TRUE
003750         GO TO 1000-INITIALIZE-EXIT
003760     END-IF.
003770     PERFORM 1100-LOAD-CONTROL-CARDS
003780         THRU 1100-LOAD-CONTROL-CARDS-EXIT.
003790     IF WS-FATAL
003800         GO TO 1000-INITIALIZE-EXIT
003810     END-IF.
003820     PERFORM 1300-COUNT-NIGHTS
003830         THRU 1300-COUNT-NIGHTS-EXIT.
003840     IF WS-FATAL
003850         GO TO 1000-INITIALIZE-EXIT
003860     END-IF.
003870     IF WS-NIGHT-TOTAL > WS-NIGHTS
003880         COMPUTE WS-FIRST-PRINTED = WS-NIGHT-TOTAL - WS-NIGHTS + 1
003890     END-IF.
003900     COMPUTE WS-PRINTED-TOTAL = WS-NIGHT-TOTAL - WS-FIRST-PRINTED
003910         + 1.
003920     IF WS-NIGHT-TOTAL = ZERO
003930         MOVE ZERO TO WS-PRINTED-TOTAL
003940     END-IF.
003950     WRITE REPORT-RECORD FROM RPT-HEADING-1.
003960     MOVE "CYCLES TO PRINT . . . . . . . :" TO RPT-CNT-TEXT.
003970     MOVE WS-NIGHTS TO RPT-CNT-VALUE.
003980     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
003990     MOVE "RUNS IN EACH TRAILING AVERAGE :" TO RPT-CNT-TEXT.
004000     MOVE WS-AVG-SPAN TO RPT-CNT-VALUE.
004010     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
004020     OPEN INPUT CYCLE-HISTORY-FILE.
004030     IF WS-CHS-FILE-STATUS NOT = "00"
004040         DISPLAY "PROGRAMAJANELACICLO - UNABLE TO REOPEN "
004050             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
004060         SET WS-FATAL TO TRUE
004070         GO TO 1000-INITIALIZE-EXIT
004080     END-IF.
004090     MOVE "N" TO WS-CHS-EOF-SW.
004100     PERFORM 2050-READ-HISTORY
004110         THRU 2050-READ-HISTORY-EXIT.
004120 1000-INITIALIZE-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*  1100-LOAD-CONTROL-CARDS                                       *
004170*  READS EVERY SYSIN CARD.  SYSIN IS OPTIONAL - WITHOUT IT THE   *
004180*  DEFAULTS STAND AND ONLY THE CYCLE DEADLINE IS CHECKED.        *
004190******************************************************************
004200 1100-LOAD-CONTROL-CARDS.
004210     OPEN INPUT CONTROL-CARD-FILE.
004220     IF WS-CTL-FILE-STATUS NOT = "00"
004230         GO TO 1100-LOAD-CONTROL-CARDS-EXIT
004240     END-IF.
004250     PERFORM 1150-LOAD-CONTROL-CARD
004260         THRU 1150-LOAD-CONTROL-CARD-EXIT
004270         UNTIL WS-CTL-EOF OR WS-FATAL.
004280     CLOSE CONTROL-CARD-FILE.
004290 1100-LOAD-CONTROL-CARDS-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330*  1150-LOAD-CONTROL-CARD                                        *
004340*  READS AND EDITS ONE SYSIN CARD.  A BAD SETTING, A BAD         *
004350*  DEADLINE OR A JOB NAMED TWICE IS FATAL - A DEADLINE THAT      *
004360*  QUIETLY DROPPED OUT WOULD REPORT A MISSED SLA AS MET.         *
004370******************************************************************
004380 1150-LOAD-CONTROL-CARD.
004390     READ CONTROL-CARD-FILE
004400         AT END
004410             SET WS-CTL-EOF TO TRUE
004420             GO TO 1150-LOAD-CONTROL-CARD-EXIT
004430     END-READ.
004440     IF CONTROL-CARD-RECORD = SPACES
004450         OR CTL-KEYWORD (1:1) = "*"
004460         GO TO 1150-LOAD-CONTROL-CARD-EXIT
004470     END-IF.
004480     IF CTL-KEYWORD = "NIGHTS"
004490         IF CTL-VALUE IS NUMERIC
004500             AND CTL-VALUE-N > ZERO
004510             MOVE CTL-VALUE-N TO WS-NIGHTS
004520         ELSE
004530             PERFORM 1190-BAD-CARD
004540                 THRU 1190-BAD-CARD-EXIT
004550         END-IF
004560         GO TO 1150-LOAD-CONTROL-CARD-EXIT
004570     END-IF.
004580     IF CTL-KEYWORD = "AVERAGE"
004590         IF CTL-VALUE IS NUMERIC
004600             AND CTL-VALUE-N > ZERO
004610             AND CTL-VALUE-N NOT > WS-AVG-MAX
004620             MOVE CTL-VALUE-N TO WS-AVG-SPAN
004630         ELSE
004640             PERFORM 1190-BAD-CARD
004650                 THRU 1190-BAD-CARD-EXIT
004660         END-IF
004670         GO TO 1150-LOAD-CONTROL-CARD-EXIT
004680     END-IF.
004690     PERFORM 1170-EDIT-DEADLINE
004700         THRU 1170-EDIT-DEADLINE-EXIT.
004710     IF WS-FATAL
004720         GO TO 1150-LOAD-CONTROL-CARD-EXIT
004730     END-IF.
004740     IF CTL-KEYWORD = "CYCLE"
004750         IF CTL-VALUE NOT = SPACES
004760             MOVE CTL-VALUE-N     TO WS-CYC-DEADLINE
004770             MOVE WS-DEADLINE-DAY TO WS-CYC-DEADLINE-DAY
004780         END-IF
004790         GO TO 1150-LOAD-CONTROL-CARD-EXIT
004800     END-IF.
004805     MOVE CTL-KEYWORD TO WS-FIND-JOB-NAME.
004810     PERFORM 2100-FIND-JOB
004820         THRU 2100-FIND-JOB-EXIT.
004830     IF WS-FATAL
004840         GO TO 1150-LOAD-CONTROL-CARD-EXIT
004850     END-IF.
004860     IF WS-JOB-DEADLINE-SW (WS-JOB-SUB) NOT = "N"
004870         OR WS-JOB-CRITICAL (WS-JOB-SUB)
004880         DISPLAY "PROGRAMAJANELACICLO - JOB " CTL-KEYWORD
004890             " NAMED TWICE ON SYSIN"
004900         SET WS-FATAL TO TRUE
004910         GO TO 1150-LOAD-CONTROL-CARD-EXIT
004920     END-IF.
004930     MOVE "-" TO WS-JOB-DEADLINE-SW (WS-JOB-SUB).
004940     IF CTL-VALUE NOT = SPACES
004950         MOVE "Y"             TO WS-JOB-DEADLINE-SW  (WS-JOB-SUB)
004960         MOVE CTL-VALUE-N     TO WS-JOB-DEADLINE     (WS-JOB-SUB)
004970         MOVE WS-DEADLINE-DAY TO WS-JOB-DEADLINE-DAY (WS-JOB-SUB)
004980     END-IF.
004990     IF CTL-CRITICAL
005000         MOVE "Y" TO WS-JOB-CRITICAL-SW (WS-JOB-SUB)
005010         SET WS-ANY-CRITICAL TO TRUE
005020     END-IF.
005030 1150-LOAD-CONTROL-CARD-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*  1170-EDIT-DEADLINE                                            *
005080*  EDITS THE DEADLINE (HHMM, OR BLANK), ITS DAY OFFSET (BLANK =  *
005090*  1) AND THE CRITICAL-PATH FLAG ON A CYCLE OR JOB CARD.         *
005100******************************************************************
005110 1170-EDIT-DEADLINE.
005120     MOVE 1 TO WS-DEADLINE-DAY.
005130     IF CTL-DAY-OFFSET NOT = SPACE
005140         IF CTL-DAY-OFFSET IS NUMERIC
005150             MOVE CTL-DAY-OFFSET-N TO WS-DEADLINE-DAY
005160         ELSE
005170             PERFORM 1190-BAD-CARD
005180                 THRU 1190-BAD-CARD-EXIT
005190             GO TO 1170-EDIT-DEADLINE-EXIT
005200         END-IF
005210     END-IF.
005220     IF CTL-CRITICAL-FLAG NOT = SPACE
005230         AND NOT CTL-CRITICAL
005240         PERFORM 1190-BAD-CARD
005250             THRU 1190-BAD-CARD-EXIT
005260         GO TO 1170-EDIT-DEADLINE-EXIT
005270     END-IF.
005280     IF CTL-VALUE = SPACES
005290         GO TO 1170-EDIT-DEADLINE-EXIT
005300     END-IF.
005310     IF CTL-VALUE IS NOT NUMERIC
005320         OR CTL-VALUE-N NOT < 2400
005330         OR CTL-VALUE (3:2) NOT < "60"
005340         PERFORM 1190-BAD-CARD
005350             THRU 1190-BAD-CARD-EXIT
005360     END-IF.
005370 1170-EDIT-DEADLINE-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*  1190-BAD-CARD                                                 *
005420*  SHOWS A SYSIN CARD THAT FAILED ITS EDIT AND MAKES THE RUN     *
005430*  FATAL.                                                        *
005440******************************************************************
005450 1190-BAD-CARD.
005460     DISPLAY "PROGRAMAJANELACICLO - INVALID SYSIN CARD: "
005470         CONTROL-CARD-RECORD.
005480     SET WS-FATAL TO TRUE.
005490 1190-BAD-CARD-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530*  1300-COUNT-NIGHTS                                             *
005540*  FIRST PASS OVER THE HISTORY - COUNTS THE DISTINCT CYCLES AND  *
005550*  PROVES THE FILE IS IN CYCLE-DATE ORDER, SINCE EVERY NIGHT'S   *
005560*  TOTALS DEPEND ON IT.  AN EMPTY HISTORY IS NOT AN ERROR - NO   *
005570*  JOB HAS COMPLETED SINCE IT WAS STARTED.                       *
005580******************************************************************
005590 1300-COUNT-NIGHTS.
005600     OPEN INPUT CYCLE-HISTORY-FILE.
005610     IF WS-CHS-FILE-STATUS NOT = "00"
005620         DISPLAY "PROGRAMAJANELACICLO - UNABLE TO OPEN CYCHIST, "
005630             "FILE STATUS = " WS-CHS-FILE-STATUS
005640         SET WS-FATAL TO TRUE
005650         GO TO 1300-COUNT-NIGHTS-EXIT
005660     END-IF.
005670     PERFORM 2050-READ-HISTORY
005680         THRU 2050-READ-HISTORY-EXIT.
005690     PERFORM 1350-COUNT-ONE-RECORD
005700         THRU 1350-COUNT-ONE-RECORD-EXIT
005710         UNTIL WS-CHS-EOF OR WS-FATAL.
005720     CLOSE CYCLE-HISTORY-FILE.
005730     MOVE ZERO TO WS-PREV-CYCLE-DATE.
005740 1300-COUNT-NIGHTS-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780*  1350-COUNT-ONE-RECORD                                         *
005790*  COUNTS A NEW CYCLE DATE AND REFUSES ONE THAT GOES BACKWARDS.  *
005800******************************************************************
005810 1350-COUNT-ONE-RECORD.
005820     IF CH-CYCLE-DATE < WS-PREV-CYCLE-DATE
005830         DISPLAY "PROGRAMAJANELACICLO - CYCHIST NOT IN "
005840             "CYCLE-DATE ORDER AT " CH-CYCLE-DATE " " CH-JOB-NAME
005850             " - SORT THE HISTORY FIRST"
005860         SET WS-FATAL TO TRUE
005870         GO TO 1350-COUNT-ONE-RECORD-EXIT
005880     END-IF.
005890     IF CH-CYCLE-DATE NOT = WS-PREV-CYCLE-DATE
005900         ADD 1 TO WS-NIGHT-TOTAL
005910         MOVE CH-CYCLE-DATE TO WS-PREV-CYCLE-DATE
005920     END-IF.
005930     PERFORM 2050-READ-HISTORY
005940         THRU 2050-READ-HISTORY-EXIT.
005950 1350-COUNT-ONE-RECORD-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*  2000-PROCESS-RECORD                                           *
006000*  TAKES ONE HISTORY RECORD - ONE COMPLETED RUN.  A NEW CYCLE    *
006010*  DATE CLOSES THE NIGHT BEFORE AND OPENS THE NEXT.  THE RUN IS  *
006020*  ADDED TO ITS JOB'S TRAILING AVERAGE, TO THE NIGHT'S WINDOW    *
006030*  AND, WHEN THE JOB IS ON IT, TO THE CRITICAL PATH, AND ITS END *
006040*  IS CHECKED AGAINST THE JOB'S DEADLINE.  ONLY THE NIGHTS BEING *
006050*  PRINTED ARE PRINTED AND COUNTED.                              *
006060******************************************************************
006070 2000-PROCESS-RECORD.
006080     IF CH-CYCLE-DATE NOT = WS-NIGHT-DATE
006090         IF WS-NIGHT-NO > ZERO
006100             PERFORM 2500-CLOSE-NIGHT
006110                 THRU 2500-CLOSE-NIGHT-EXIT
006120         END-IF
006130         PERFORM 2400-OPEN-NIGHT
006140             THRU 2400-OPEN-NIGHT-EXIT
006150     END-IF.
006160     ADD 1 TO WS-RECORD-COUNT.
006170     MOVE CH-JOB-NAME TO WS-FIND-JOB-NAME.
006180     PERFORM 2100-FIND-JOB
006190         THRU 2100-FIND-JOB-EXIT.
006200     IF WS-FATAL
006210         GO TO 2000-PROCESS-RECORD-EXIT
006220     END-IF.
006230     MOVE SPACES TO RPT-RN-REMARKS.
006240     MOVE 1 TO WS-RMK-PTR.
006250     IF WS-JOB-SEEN-TONIGHT (WS-JOB-SUB)
006260         STRING "RERUN" DELIMITED BY SIZE
006270             INTO RPT-RN-REMARKS WITH POINTER WS-RMK-PTR
006280     END-IF.
006290     MOVE "Y" TO WS-JOB-SEEN-SW (WS-JOB-SUB).
006300     MOVE CH-START-TIME TO WS-CLOCK.
006310     COMPUTE WS-START-SECS =
006320         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
006330         + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
006340     MOVE CH-END-TIME TO WS-CLOCK.
006350     COMPUTE WS-END-SECS =
006360         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
006370         + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
006380     IF WS-NIGHT-FIRST-SECS = ZERO
006390         OR WS-START-SECS < WS-NIGHT-FIRST-SECS
006400         MOVE WS-START-SECS TO WS-NIGHT-FIRST-SECS
006410         MOVE CH-START-DATE TO WS-NIGHT-FIRST-DATE
006420         MOVE CH-START-TIME TO WS-NIGHT-FIRST-TIME
006430     END-IF.
006440     IF WS-END-SECS > WS-NIGHT-LAST-SECS
006450         MOVE WS-END-SECS TO WS-NIGHT-LAST-SECS
006460         MOVE CH-END-DATE TO WS-NIGHT-LAST-DATE
006470         MOVE CH-END-TIME TO WS-NIGHT-LAST-TIME
006480     END-IF.
006490     ADD CH-ELAPSED-SECS TO WS-NIGHT-ALL-SECS.
006500     IF WS-JOB-CRITICAL (WS-JOB-SUB)
006510         ADD CH-ELAPSED-SECS TO WS-NIGHT-CP-SECS
006520     END-IF.
006530     PERFORM 2150-AVERAGE-JOB
006540         THRU 2150-AVERAGE-JOB-EXIT.
006550     IF WS-JOB-HAS-DEADLINE (WS-JOB-SUB)
006560         MOVE WS-JOB-DEADLINE     (WS-JOB-SUB) TO WS-DEADLINE-HHMM
006570         MOVE WS-JOB-DEADLINE-DAY (WS-JOB-SUB) TO WS-DEADLINE-DAY
006580         PERFORM 8200-DEADLINE-SECS
006590             THRU 8200-DEADLINE-SECS-EXIT
006600         IF WS-END-SECS > WS-DEADLINE-SECS
006610             PERFORM 2200-REMARK-SEPARATOR
006620                 THRU 2200-REMARK-SEPARATOR-EXIT
006630             STRING "MISSED SLA" DELIMITED BY SIZE
006640                 INTO RPT-RN-REMARKS WITH POINTER WS-RMK-PTR
006650             IF WS-PRINT-NIGHT
006660                 ADD 1 TO WS-JOB-MISS-COUNT
006670                 ADD 1 TO WS-NIGHT-MISSES
006680                 ADD 1 TO WS-JOB-MISSES (WS-JOB-SUB)
006690             END-IF
006700         END-IF
006710     END-IF.
006720     IF NOT WS-PRINT-NIGHT
006730         GO TO 2000-PROCESS-RECORD-READ
006740     END-IF.
006750     ADD 1 TO WS-PRINTED-RUNS.
006760     ADD 1 TO WS-JOB-RUNS (WS-JOB-SUB).
006770     ADD CH-ELAPSED-SECS TO WS-JOB-TOTAL-SECS (WS-JOB-SUB).
006780     IF CH-ELAPSED-SECS > WS-JOB-MAX-SECS (WS-JOB-SUB)
006790         MOVE CH-ELAPSED-SECS TO WS-JOB-MAX-SECS (WS-JOB-SUB)
006800     END-IF.
006810     MOVE CH-JOB-NAME TO RPT-RN-JOB.
006820     MOVE SPACE TO RPT-RN-CP.
006830     IF WS-JOB-CRITICAL (WS-JOB-SUB)
006840         MOVE "*" TO RPT-RN-CP
006850     END-IF.
006860     MOVE CH-SLOT TO RPT-RN-SLOT.
006870     MOVE CH-START-DATE TO WS-STAMP-DATE.
006880     MOVE CH-START-TIME TO WS-STAMP-TIME.
006890     PERFORM 8100-EDIT-STAMP
006900         THRU 8100-EDIT-STAMP-EXIT.
006910     MOVE WS-STAMP-EDIT TO RPT-RN-START.
006920     MOVE CH-END-DATE TO WS-STAMP-DATE.
006930     MOVE CH-END-TIME TO WS-STAMP-TIME.
006940     PERFORM 8100-EDIT-STAMP
006950         THRU 8100-EDIT-STAMP-EXIT.
006960     MOVE WS-STAMP-EDIT TO RPT-RN-END.
006970     MOVE CH-ELAPSED-SECS TO WS-DUR-SECS.
006980     PERFORM 8000-EDIT-DURATION
006990         THRU 8000-EDIT-DURATION-EXIT.
007000     MOVE WS-DUR-EDIT TO RPT-RN-ELAPSED.
007010     MOVE WS-AVG-SECS TO WS-DUR-SECS.
007020     PERFORM 8000-EDIT-DURATION
007030         THRU 8000-EDIT-DURATION-EXIT.
007040     MOVE WS-DUR-EDIT TO RPT-RN-AVERAGE.
007050     MOVE CH-RETURN-CODE TO RPT-RN-RC.
007060     WRITE REPORT-RECORD FROM RPT-RUN-LINE.
007070 2000-PROCESS-RECORD-READ.
007080     PERFORM 2050-READ-HISTORY
007090         THRU 2050-READ-HISTORY-EXIT.
007100 2000-PROCESS-RECORD-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140*  2050-READ-HISTORY                                             *
007150*  READS THE NEXT HISTORY RECORD, SETTING THE EOF SWITCH AT END  *
007160*  OF FILE.  ANY OTHER UNEXPECTED STATUS IS FATAL.               *
007170******************************************************************
007180 2050-READ-HISTORY.
007190     READ CYCLE-HISTORY-FILE
007200         AT END
007210             SET WS-CHS-EOF TO TRUE
007220             GO TO 2050-READ-HISTORY-EXIT
007230     END-READ.
007240     IF WS-CHS-FILE-STATUS NOT = "00"
007250         DISPLAY "PROGRAMAJANELACICLO - CYCHIST READ FAILED, "
007260             "FILE STATUS = " WS-CHS-FILE-STATUS
007270         SET WS-FATAL TO TRUE
007280     END-IF.
007290 2050-READ-HISTORY-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*  2100-FIND-JOB                                                 *
007340*  FINDS THE JOB NAMED IN WS-FIND-JOB-NAME IN THE JOB TABLE,     *
007350*  ADDING IT WHEN IT IS NEW, AND LEAVES ITS ENTRY IN WS-JOB-SUB. *
007360*  MORE JOBS THAN THE TABLE HOLDS IS FATAL.                      *
007370******************************************************************
007380 2100-FIND-JOB.
007390     MOVE ZERO TO WS-JOB-SUB.
007400     PERFORM 2110-MATCH-JOB
007410         THRU 2110-MATCH-JOB-EXIT
007420         VARYING JOB-IDX FROM 1 BY 1
007430         UNTIL JOB-IDX > WS-JOB-LOAD-COUNT
007440             OR WS-JOB-SUB > ZERO.
007450     IF WS-JOB-SUB > ZERO
007460         GO TO 2100-FIND-JOB-EXIT
007470     END-IF.
007480     IF WS-JOB-LOAD-COUNT NOT < WS-JOB-MAX
007490         DISPLAY "PROGRAMAJANELACICLO - MORE THAN " WS-JOB-MAX
007500             " JOBS - ENLARGE THE JOB TABLE"
007510         SET WS-FATAL TO TRUE
007520         GO TO 2100-FIND-JOB-EXIT
007530     END-IF.
007540     ADD 1 TO WS-JOB-LOAD-COUNT.
007550     MOVE WS-JOB-LOAD-COUNT TO WS-JOB-SUB.
007560     MOVE WS-FIND-JOB-NAME TO WS-JOB-NAME   (WS-JOB-SUB).
007570     MOVE "N"         TO WS-JOB-DEADLINE-SW (WS-JOB-SUB).
007580     MOVE ZERO        TO WS-JOB-DEADLINE    (WS-JOB-SUB).
007590     MOVE ZERO        TO WS-JOB-DEADLINE-DAY (WS-JOB-SUB).
007600     MOVE "N"         TO WS-JOB-CRITICAL-SW (WS-JOB-SUB).
007610     MOVE "N"         TO WS-JOB-SEEN-SW     (WS-JOB-SUB).
007620     MOVE ZERO        TO WS-JOB-RING-COUNT  (WS-JOB-SUB).
007630     MOVE 1           TO WS-JOB-RING-NEXT   (WS-JOB-SUB).
007640     MOVE ZERO        TO WS-JOB-RUNS        (WS-JOB-SUB).
007650     MOVE ZERO        TO WS-JOB-TOTAL-SECS  (WS-JOB-SUB).
007660     MOVE ZERO        TO WS-JOB-MAX-SECS    (WS-JOB-SUB).
007670     MOVE ZERO        TO WS-JOB-MISSES      (WS-JOB-SUB).
007680 2100-FIND-JOB-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720*  2110-MATCH-JOB                                                *
007730*  NOTES THE TABLE ENTRY WHOSE NAME MATCHES.                     *
007740******************************************************************
007750 2110-MATCH-JOB.
007760     IF WS-JOB-NAME (JOB-IDX) = WS-FIND-JOB-NAME
007770         SET WS-JOB-SUB TO JOB-IDX
007780     END-IF.
007790 2110-MATCH-JOB-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*  2150-AVERAGE-JOB                                              *
007840*  ADDS THE RUN'S ELAPSED TIME TO ITS JOB'S RING OF LAST RUNS -  *
007850*  THE OLDEST DROPS OFF ONCE THE RING HOLDS THE AVERAGE SPAN -   *
007860*  AND WORKS OUT THE JOB'S TRAILING AVERAGE INTO WS-AVG-SECS.    *
007870******************************************************************
007880 2150-AVERAGE-JOB.
007890     MOVE WS-JOB-RING-NEXT (WS-JOB-SUB) TO WS-RING-SUB.
007900     MOVE CH-ELAPSED-SECS
007910         TO WS-JOB-RING (WS-JOB-SUB, WS-RING-SUB).
007920     IF WS-JOB-RING-COUNT (WS-JOB-SUB) < WS-AVG-SPAN
007930         ADD 1 TO WS-JOB-RING-COUNT (WS-JOB-SUB)
007940     END-IF.
007950     IF WS-RING-SUB NOT < WS-AVG-SPAN
007960         MOVE 1 TO WS-JOB-RING-NEXT (WS-JOB-SUB)
007970     ELSE
007980         ADD 1 TO WS-JOB-RING-NEXT (WS-JOB-SUB)
007990     END-IF.
008000     MOVE ZERO TO WS-RING-SUM.
008010     PERFORM 2160-ADD-JOB-RING
008020         THRU 2160-ADD-JOB-RING-EXIT
008030         VARYING WS-RING-SUB FROM 1 BY 1
008040         UNTIL WS-RING-SUB > WS-JOB-RING-COUNT (WS-JOB-SUB).
008050     COMPUTE WS-AVG-SECS ROUNDED =
008060         WS-RING-SUM / WS-JOB-RING-COUNT (WS-JOB-SUB).
008070 2150-AVERAGE-JOB-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*  2160-ADD-JOB-RING                                             *
008120*  ADDS ONE RUN FROM THE JOB'S RING TO THE RING TOTAL.           *
008130******************************************************************
008140 2160-ADD-JOB-RING.
008150     ADD WS-JOB-RING (WS-JOB-SUB, WS-RING-SUB) TO WS-RING-SUM.
008160 2160-ADD-JOB-RING-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200*  2200-REMARK-SEPARATOR                                         *
008210*  SEPARATES A SECOND OR LATER REMARK FROM THE ONE BEFORE IT.    *
008220******************************************************************
008230 2200-REMARK-SEPARATOR.
008240     IF WS-RMK-PTR > 1
008250         STRING ", " DELIMITED BY SIZE
008260             INTO RPT-RN-REMARKS WITH POINTER WS-RMK-PTR
008270     END-IF.
008280 2200-REMARK-SEPARATOR-EXIT.
008290     EXIT.
008300
008310******************************************************************
008320*  2400-OPEN-NIGHT                                               *
008330*  STARTS A NEW CYCLE - CLEARS THE NIGHT'S TOTALS AND EVERY      *
008340*  JOB'S SEEN SWITCH, DECIDES WHETHER THE NIGHT IS ONE OF THOSE  *
008350*  PRINTED AND, IF SO, PRINTS ITS HEADING.                       *
008360******************************************************************
008370 2400-OPEN-NIGHT.
008380     ADD 1 TO WS-NIGHT-NO.
008390     MOVE CH-CYCLE-DATE TO WS-NIGHT-DATE.
008400     COMPUTE WS-NIGHT-DAY-INT =
008410         FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE).
008420     MOVE ZERO TO WS-NIGHT-FIRST-SECS.
008430     MOVE ZERO TO WS-NIGHT-LAST-SECS.
008440     MOVE ZERO TO WS-NIGHT-CP-SECS.
008450     MOVE ZERO TO WS-NIGHT-ALL-SECS.
008460     MOVE ZERO TO WS-NIGHT-MISSES.
008470     PERFORM 2410-RESET-JOB
008480         THRU 2410-RESET-JOB-EXIT
008490         VARYING WS-JOB-SUB FROM 1 BY 1
008500         UNTIL WS-JOB-SUB > WS-JOB-LOAD-COUNT.
008510     MOVE "N" TO WS-PRINT-SW.
008520     IF WS-NIGHT-NO < WS-FIRST-PRINTED
008530         GO TO 2400-OPEN-NIGHT-EXIT
008540     END-IF.
008550     SET WS-PRINT-NIGHT TO TRUE.
008560     ADD 1 TO WS-PRINTED-NO.
008570     MOVE SPACES TO REPORT-RECORD.
008580     WRITE REPORT-RECORD.
008590     MOVE WS-NIGHT-DATE TO RPT-NH-DATE.
008600     WRITE REPORT-RECORD FROM RPT-NIGHT-HEADING.
008610     WRITE REPORT-RECORD FROM RPT-RUN-HEADING.
008620 2400-OPEN-NIGHT-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660*  2410-RESET-JOB                                                *
008670*  CLEARS ONE JOB'S SEEN-TONIGHT SWITCH.                         *
008680******************************************************************
008690 2410-RESET-JOB.
008700     MOVE "N" TO WS-JOB-SEEN-SW (WS-JOB-SUB).
008710 2410-RESET-JOB-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750*  2500-CLOSE-NIGHT                                              *
008760*  ENDS A CYCLE - ADDS ITS WINDOW (FIRST START TO LAST END) AND  *
008770*  CRITICAL-PATH TOTAL TO THE CYCLE RINGS, CHECKS THE LAST END   *
008780*  AGAINST THE CYCLE DEADLINE, LOOKS FOR JOBS WITH A DEADLINE    *
008790*  THAT NEVER COMPLETED, AND FOR A PRINTED NIGHT PRINTS IT ALL.  *
008800*  THE CRITICAL PATH IS THE SUM OF THE RUN TIMES OF THE JOBS     *
008810*  MARKED C ON SYSIN - OR OF EVERY JOB WHEN NONE IS - SO TIME    *
008820*  SPENT WAITING BETWEEN JOBS SHOWS AS THE GAP TO THE WINDOW.    *
008830******************************************************************
008840 2500-CLOSE-NIGHT.
008850     IF NOT WS-ANY-CRITICAL
008860         MOVE WS-NIGHT-ALL-SECS TO WS-NIGHT-CP-SECS
008870     END-IF.
008880     MOVE ZERO TO WS-NIGHT-WINDOW.
008890     IF WS-NIGHT-LAST-SECS > WS-NIGHT-FIRST-SECS
008900         COMPUTE WS-NIGHT-WINDOW =
008910             WS-NIGHT-LAST-SECS - WS-NIGHT-FIRST-SECS
008920     END-IF.
008930     MOVE WS-NIGHT-WINDOW  TO WS-WIN-RING (WS-CYC-RING-NEXT).
008940     MOVE WS-NIGHT-CP-SECS TO WS-CP-RING  (WS-CYC-RING-NEXT).
008950     IF WS-CYC-RING-COUNT < WS-AVG-SPAN
008960         ADD 1 TO WS-CYC-RING-COUNT
008970     END-IF.
008980     IF WS-CYC-RING-NEXT NOT < WS-AVG-SPAN
008990         MOVE 1 TO WS-CYC-RING-NEXT
009000     ELSE
009010         ADD 1 TO WS-CYC-RING-NEXT
009020     END-IF.
009030     MOVE ZERO TO WS-RING-SUM.
009040     MOVE ZERO TO WS-RING-SUM-2.
009050     PERFORM 2560-ADD-CYCLE-RING
009060         THRU 2560-ADD-CYCLE-RING-EXIT
009070         VARYING WS-RING-SUB FROM 1 BY 1
009080         UNTIL WS-RING-SUB > WS-CYC-RING-COUNT.
009090     IF NOT WS-PRINT-NIGHT
009100         GO TO 2500-CLOSE-NIGHT-EXIT
009110     END-IF.
009120     IF WS-PRINTED-NO > WS-PRINTED-TOTAL / 2
009130         ADD 1 TO WS-HALF-2-NIGHTS
009140         ADD WS-NIGHT-WINDOW TO WS-HALF-2-SECS
009150     ELSE
009160         ADD 1 TO WS-HALF-1-NIGHTS
009170         ADD WS-NIGHT-WINDOW TO WS-HALF-1-SECS
009180     END-IF.
009190     MOVE SPACES TO REPORT-RECORD.
009200     WRITE REPORT-RECORD.
009210     PERFORM 2550-CHECK-NO-RUN
009220         THRU 2550-CHECK-NO-RUN-EXIT
009230         VARYING WS-JOB-SUB FROM 1 BY 1
009240         UNTIL WS-JOB-SUB > WS-JOB-LOAD-COUNT.
009250     MOVE "CRITICAL PATH . . . :" TO RPT-TL-TEXT.
009260     MOVE WS-NIGHT-CP-SECS TO WS-DUR-SECS.
009270     PERFORM 8000-EDIT-DURATION
009280         THRU 8000-EDIT-DURATION-EXIT.
009290     MOVE WS-DUR-EDIT TO RPT-TL-VALUE.
009300     COMPUTE WS-DUR-SECS ROUNDED =
009310         WS-RING-SUM-2 / WS-CYC-RING-COUNT.
009320     PERFORM 8000-EDIT-DURATION
009330         THRU 8000-EDIT-DURATION-EXIT.
009340     MOVE WS-DUR-EDIT TO RPT-TL-AVERAGE.
009350     MOVE SPACES TO RPT-TL-REMARKS.
009360     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
009370     MOVE "CYCLE WINDOW. . . . :" TO RPT-TL-TEXT.
009380     MOVE WS-NIGHT-WINDOW TO WS-DUR-SECS.
009390     PERFORM 8000-EDIT-DURATION
009400         THRU 8000-EDIT-DURATION-EXIT.
009410     MOVE WS-DUR-EDIT TO RPT-TL-VALUE.
009420     COMPUTE WS-DUR-SECS ROUNDED =
009430         WS-RING-SUM / WS-CYC-RING-COUNT.
009440     PERFORM 8000-EDIT-DURATION
009450         THRU 8000-EDIT-DURATION-EXIT.
009460     MOVE WS-DUR-EDIT TO RPT-TL-AVERAGE.
009470     MOVE SPACES TO RPT-TL-REMARKS.
009480     MOVE WS-NIGHT-FIRST-DATE TO WS-STAMP-DATE.
009490     MOVE WS-NIGHT-FIRST-TIME TO WS-STAMP-TIME.
009500     PERFORM 8100-EDIT-STAMP
009510         THRU 8100-EDIT-STAMP-EXIT.
009520     MOVE WS-STAMP-EDIT TO RPT-TL-REMARKS.
009530     MOVE "TO" TO RPT-TL-REMARKS (19:2).
009540     MOVE WS-NIGHT-LAST-DATE TO WS-STAMP-DATE.
009550     MOVE WS-NIGHT-LAST-TIME TO WS-STAMP-TIME.
009560     PERFORM 8100-EDIT-STAMP
009570         THRU 8100-EDIT-STAMP-EXIT.
009580     MOVE WS-STAMP-EDIT TO RPT-TL-REMARKS (22:17).
009590     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
009600     MOVE WS-CYC-DEADLINE     TO WS-DEADLINE-HHMM.
009610     MOVE WS-CYC-DEADLINE-DAY TO WS-DEADLINE-DAY.
009620     PERFORM 8200-DEADLINE-SECS
009630         THRU 8200-DEADLINE-SECS-EXIT.
009640     MOVE SPACES TO RPT-NOTE-TEXT.
009650     IF WS-NIGHT-LAST-SECS > WS-DEADLINE-SECS
009660         ADD 1 TO WS-CYCLE-MISS-COUNT
009670         ADD 1 TO WS-NIGHT-MISSES
009680         STRING "CYCLE DEADLINE " DELIMITED BY SIZE
009690             WS-DEADLINE-EDIT DELIMITED BY SIZE
009700             " - MISSED" DELIMITED BY SIZE
009710             INTO RPT-NOTE-TEXT
009720     ELSE
009730         STRING "CYCLE DEADLINE " DELIMITED BY SIZE
009740             WS-DEADLINE-EDIT DELIMITED BY SIZE
009750             " - MET" DELIMITED BY SIZE
009760             INTO RPT-NOTE-TEXT
009770     END-IF.
009780     WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
009790 2500-CLOSE-NIGHT-EXIT.
009800     EXIT.
009810
009820******************************************************************
009830*  2550-CHECK-NO-RUN                                             *
009840*  A JOB WITH A DEADLINE THAT HAS NO COMPLETION FOR THE NIGHT    *
009850*  MISSED ITS SLA - IT NEVER ENDED CLEAN.                        *
009860******************************************************************
009870 2550-CHECK-NO-RUN.
009880     IF NOT WS-JOB-HAS-DEADLINE (WS-JOB-SUB)
009890         OR WS-JOB-SEEN-TONIGHT (WS-JOB-SUB)
009900         GO TO 2550-CHECK-NO-RUN-EXIT
009910     END-IF.
009920     MOVE WS-JOB-DEADLINE     (WS-JOB-SUB) TO WS-DEADLINE-HHMM.
009930     MOVE WS-JOB-DEADLINE-DAY (WS-JOB-SUB) TO WS-DEADLINE-DAY.
009940     PERFORM 8200-DEADLINE-SECS
009950         THRU 8200-DEADLINE-SECS-EXIT.
009960     ADD 1 TO WS-NO-RUN-COUNT.
009970     ADD 1 TO WS-NIGHT-MISSES.
009980     ADD 1 TO WS-JOB-MISSES (WS-JOB-SUB).
009990     MOVE SPACES TO RPT-NOTE-TEXT.
010000     STRING WS-JOB-NAME (WS-JOB-SUB) DELIMITED BY SIZE
010010         " NO COMPLETION FOR THE CYCLE - MISSED SLA "
010020             DELIMITED BY SIZE
010030         WS-DEADLINE-EDIT DELIMITED BY SIZE
010040         INTO RPT-NOTE-TEXT.
010050     WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
010060 2550-CHECK-NO-RUN-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100*  2560-ADD-CYCLE-RING                                           *
010110*  ADDS ONE NIGHT FROM THE CYCLE RINGS TO THE WINDOW TOTAL AND   *
010120*  THE CRITICAL-PATH TOTAL.                                      *
010130******************************************************************
010140 2560-ADD-CYCLE-RING.
010150     ADD WS-WIN-RING (WS-RING-SUB) TO WS-RING-SUM.
010160     ADD WS-CP-RING  (WS-RING-SUB) TO WS-RING-SUM-2.
010170 2560-ADD-CYCLE-RING-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210*  3000-PRINT-SUMMARY                                            *
010220*  PRINTS EACH JOB'S RUNS, AVERAGE AND LONGEST RUN AND SLA       *
010230*  MISSES OVER THE NIGHTS PRINTED, AND THE AVERAGE WINDOW OF THE *
010240*  EARLIER AND LATER HALF OF THOSE NIGHTS - A LATER HALF THAT IS *
010250*  LONGER IS THE WINDOW CREEPING.                                *
010260******************************************************************
010270 3000-PRINT-SUMMARY.
010280     MOVE SPACES TO REPORT-RECORD.
010290     WRITE REPORT-RECORD.
010300     MOVE "JOB SUMMARY FOR THE CYCLES PRINTED"
010310         TO RPT-SECTION-TEXT.
010320     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
010330     WRITE REPORT-RECORD FROM RPT-SUMMARY-HEADING.
010340     PERFORM 3100-PRINT-JOB-SUMMARY
010350         THRU 3100-PRINT-JOB-SUMMARY-EXIT
010360         VARYING WS-JOB-SUB FROM 1 BY 1
010370         UNTIL WS-JOB-SUB > WS-JOB-LOAD-COUNT.
010380     MOVE SPACES TO REPORT-RECORD.
010390     WRITE REPORT-RECORD.
010400     MOVE "AVERAGE WINDOW, EARLIER HALF. :" TO RPT-TR-TEXT.
010410     MOVE ZERO TO WS-DUR-SECS.
010420     IF WS-HALF-1-NIGHTS > ZERO
010430         COMPUTE WS-DUR-SECS ROUNDED =
010440             WS-HALF-1-SECS / WS-HALF-1-NIGHTS
010450     END-IF.
010460     PERFORM 8000-EDIT-DURATION
010470         THRU 8000-EDIT-DURATION-EXIT.
010480     MOVE WS-DUR-EDIT TO RPT-TR-VALUE.
010490     MOVE WS-HALF-1-NIGHTS TO RPT-TR-NIGHTS.
010500     WRITE REPORT-RECORD FROM RPT-TREND-LINE.
010510     MOVE "AVERAGE WINDOW, LATER HALF. . :" TO RPT-TR-TEXT.
010520     MOVE ZERO TO WS-DUR-SECS.
010530     IF WS-HALF-2-NIGHTS > ZERO
010540         COMPUTE WS-DUR-SECS ROUNDED =
010550             WS-HALF-2-SECS / WS-HALF-2-NIGHTS
010560     END-IF.
010570     PERFORM 8000-EDIT-DURATION
010580         THRU 8000-EDIT-DURATION-EXIT.
010590     MOVE WS-DUR-EDIT TO RPT-TR-VALUE.
010600     MOVE WS-HALF-2-NIGHTS TO RPT-TR-NIGHTS.
010610     WRITE REPORT-RECORD FROM RPT-TREND-LINE.
010620 3000-PRINT-SUMMARY-EXIT.
010630     EXIT.
010640
010650******************************************************************
010660*  3100-PRINT-JOB-SUMMARY                                        *
010670*  PRINTS ONE JOB'S LINE OF THE SUMMARY.                         *
010680******************************************************************
010690 3100-PRINT-JOB-SUMMARY.
010700     MOVE WS-JOB-NAME (WS-JOB-SUB) TO RPT-SM-JOB.
010710     MOVE WS-JOB-RUNS (WS-JOB-SUB) TO RPT-SM-RUNS.
010720     MOVE ZERO TO WS-DUR-SECS.
010730     IF WS-JOB-RUNS (WS-JOB-SUB) > ZERO
010740         COMPUTE WS-DUR-SECS ROUNDED =
010750             WS-JOB-TOTAL-SECS (WS-JOB-SUB)
010760             / WS-JOB-RUNS (WS-JOB-SUB)
010770     END-IF.
010780     PERFORM 8000-EDIT-DURATION
010790         THRU 8000-EDIT-DURATION-EXIT.
010800     MOVE WS-DUR-EDIT TO RPT-SM-AVERAGE.
010810     MOVE WS-JOB-MAX-SECS (WS-JOB-SUB) TO WS-DUR-SECS.
010820     PERFORM 8000-EDIT-DURATION
010830         THRU 8000-EDIT-DURATION-EXIT.
010840     MOVE WS-DUR-EDIT TO RPT-SM-LONGEST.
010850     MOVE "NONE" TO RPT-SM-DEADLINE.
010860     IF WS-JOB-HAS-DEADLINE (WS-JOB-SUB)
010870         MOVE WS-JOB-DEADLINE (WS-JOB-SUB) TO WS-HHMM
010880         MOVE SPACES TO RPT-SM-DEADLINE
010890         STRING WS-HHMM-HH ":" WS-HHMM-MM "+"
010900             WS-JOB-DEADLINE-DAY (WS-JOB-SUB) DELIMITED BY SIZE
010910             INTO RPT-SM-DEADLINE
010920     END-IF.
010930     MOVE WS-JOB-MISSES (WS-JOB-SUB) TO RPT-SM-MISSES.
010940     WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
010950 3100-PRINT-JOB-SUMMARY-EXIT.
010960     EXIT.
010970
010980******************************************************************
010990*  8000-EDIT-DURATION                                            *
011000*  EDITS WS-DUR-SECS AS HH:MM:SS INTO WS-DUR-EDIT.  A DURATION   *
011010*  OF 100 HOURS OR MORE SHOWS AS 99:59:59.                       *
011020******************************************************************
011030 8000-EDIT-DURATION.
011040     DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS
011050         REMAINDER WS-DUR-REST.
011060     IF WS-DUR-HOURS > 99
011070         MOVE 99 TO WS-DUR-HH
011080         MOVE 59 TO WS-DUR-MM
011090         MOVE 59 TO WS-DUR-SS
011100         GO TO 8000-EDIT-DURATION-EXIT
011110     END-IF.
011120     MOVE WS-DUR-HOURS TO WS-DUR-HH.
011130     DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MM
011140         REMAINDER WS-DUR-SS.
011150 8000-EDIT-DURATION-EXIT.
011160     EXIT.
011170
011180******************************************************************
011190*  8100-EDIT-STAMP                                               *
011200*  EDITS WS-STAMP-DATE AND WS-STAMP-TIME (HHMMSSCC) AS           *
011210*  YYYYMMDD HH:MM:SS INTO WS-STAMP-EDIT.                         *
011220******************************************************************
011230 8100-EDIT-STAMP.
011240     MOVE WS-STAMP-TIME TO WS-CLOCK.
011250     MOVE WS-STAMP-DATE TO WS-SE-DATE.
011260     MOVE WS-CLOCK-HH   TO WS-SE-HH.
011270     MOVE WS-CLOCK-MM   TO WS-SE-MM.
011280     MOVE WS-CLOCK-SS   TO WS-SE-SS.
011290 8100-EDIT-STAMP-EXIT.
011300     EXIT.
011310
011320******************************************************************
011330*  8200-DEADLINE-SECS                                            *
011340*  TURNS A DEADLINE - WS-DEADLINE-HHMM ON THE DAY WS-DEADLINE-   *
011350*  DAY DAYS AFTER THE NIGHT'S CYCLE DATE - INTO SECONDS ON THE   *
011360*  SAME SCALE AS THE RUN STAMPS, AND EDITS IT FOR PRINTING.      *
011370******************************************************************
011380 8200-DEADLINE-SECS.
011390     MOVE WS-DEADLINE-HHMM TO WS-HHMM.
011400     COMPUTE WS-DEADLINE-SECS =
011410         (WS-NIGHT-DAY-INT + WS-DEADLINE-DAY) * 86400
011420         + WS-HHMM-HH * 3600 + WS-HHMM-MM * 60.
011430     COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
011440         (WS-NIGHT-DAY-INT + WS-DEADLINE-DAY).
011450     MOVE WS-DEADLINE-DATE TO WS-DE-DATE.
011460     MOVE WS-HHMM-HH       TO WS-DE-HH.
011470     MOVE WS-HHMM-MM       TO WS-DE-MM.
011480 8200-DEADLINE-SECS-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520*  9000-TERMINATE                                                *
011530*  PRINTS THE SUMMARY, THE TOTALS AND THE VERDICT, CLOSES THE    *
011540*  FILES AND SETS THE STEP CODE - RC=4 WHEN ANY JOB OR THE CYCLE *
011550*  MISSED ITS DEADLINE ON A NIGHT PRINTED, RC=0 OTHERWISE.       *
011560******************************************************************
011570 9000-TERMINATE.
011580     IF WS-NIGHT-TOTAL = ZERO
011590         MOVE SPACES TO REPORT-RECORD
011600         WRITE REPORT-RECORD
011610         MOVE "NO COMPLETED RUNS ON THE CYCLE HISTORY"
011620             TO RPT-NOTE-TEXT
011630         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
011640     ELSE
011650         PERFORM 3000-PRINT-SUMMARY
011660             THRU 3000-PRINT-SUMMARY-EXIT
011670     END-IF.
011680     MOVE SPACES TO REPORT-RECORD.
011690     WRITE REPORT-RECORD.
011700     MOVE "HISTORY RECORDS READ. . . . . :" TO RPT-CNT-TEXT.
011710     MOVE WS-RECORD-COUNT TO RPT-CNT-VALUE.
011720     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
011730     MOVE "CYCLES ON THE HISTORY . . . . :" TO RPT-CNT-TEXT.
011740     MOVE WS-NIGHT-TOTAL TO RPT-CNT-VALUE.
011750     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
011760     MOVE "CYCLES PRINTED. . . . . . . . :" TO RPT-CNT-TEXT.
011770     MOVE WS-PRINTED-TOTAL TO RPT-CNT-VALUE.
011780     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
011790     MOVE "RUNS PRINTED. . . . . . . . . :" TO RPT-CNT-TEXT.
011800     MOVE WS-PRINTED-RUNS TO RPT-CNT-VALUE.
011810     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
011820     MOVE "CYCLE DEADLINE MISSED . . . . :" TO RPT-CNT-TEXT.
011830     MOVE WS-CYCLE-MISS-COUNT TO RPT-CNT-VALUE.
011840     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
011850     MOVE "JOB DEADLINE MISSED . . . . . :" TO RPT-CNT-TEXT.
011860     MOVE WS-JOB-MISS-COUNT TO RPT-CNT-VALUE.
011870     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
011880     MOVE "JOB WITH DEADLINE NEVER ENDED :" TO RPT-CNT-TEXT.
011890     MOVE WS-NO-RUN-COUNT TO RPT-CNT-VALUE.
011900     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
011910     MOVE SPACES TO REPORT-RECORD.
011920     WRITE REPORT-RECORD.
011930     IF WS-CYCLE-MISS-COUNT > ZERO
011940         OR WS-JOB-MISS-COUNT > ZERO
011950         OR WS-NO-RUN-COUNT > ZERO
011960         MOVE "SLA DEADLINES MISSED - SEE FLAGGED CYCLES, RC=4"
011970             TO RPT-VERDICT-TEXT
011980         MOVE 4 TO RETURN-CODE
011990     ELSE
012000         MOVE "EVERY SLA DEADLINE MET" TO RPT-VERDICT-TEXT
012010     END-IF.
012020     WRITE REPORT-RECORD FROM RPT-VERDICT-LINE.
012030     DISPLAY "PROGRAMAJANELACICLO - END OF JOB SUMMARY".
012040     DISPLAY "HISTORY RECORDS READ. . . . : " WS-RECORD-COUNT.
012050     DISPLAY "CYCLES PRINTED. . . . . . . : " WS-PRINTED-TOTAL.
012060     DISPLAY "CYCLE DEADLINE MISSED . . . : " WS-CYCLE-MISS-COUNT.
012070     DISPLAY "JOB DEADLINE MISSED . . . . : " WS-JOB-MISS-COUNT.
012080     DISPLAY "JOB WITH DEADLINE NEVER ENDED " WS-NO-RUN-COUNT.
012090     CLOSE CYCLE-HISTORY-FILE.
012100     CLOSE REPORT-FILE.
012110 9000-TERMINATE-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150*  9500-ABORT-RUN                                                *
012160*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS A NON-ZERO RETURN   *
012170*  CODE SO THE JOB STEP SHOWS FAILED.  NOTHING IS UPDATED, SO    *
012180*  THE STEP IS SIMPLY RERUN; ANY FILES ALREADY OPENED ARE CLOSED *
012190*  IMPLICITLY BY STOP RUN.                                       *
012200******************************************************************
012210 9500-ABORT-RUN.
012220     DISPLAY "PROGRAMAJANELACICLO - RUN ABORTED, SEE PRIOR "
012230         "MESSAGE".
012240     MOVE 16 TO RETURN-CODE.
012250 9500-ABORT-RUN-EXIT.
012260     EXIT.
012270
012280 END PROGRAM PROGRAMAJANELACICLO.
