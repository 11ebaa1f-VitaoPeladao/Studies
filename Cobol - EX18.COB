000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMAPERFILMESTRE.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  MONTH-END POPULATION
000130*                  PROFILE OF THE NUMMAST CLASSIFICATION MASTER -
000140*                  UNTIL NOW NOTHING REPORTED ON THE MASTER AS A
000150*                  WHOLE.  ONE READ-ONLY PASS IN KEY ORDER GIVES
000160*                  THE PAR/IMPAR AND MULT5/MULT10 SPLITS, NEW
000170*                  NUMBERS BY FIRST-SEEN MONTH, A TIMES-SEEN
000180*                  HISTOGRAM, DORMANCY BANDS (DAYS SINCE LAST
000190*                  SEEN, 30/90/180/365+), THE TOP TEN SOURCE
000200*                  BATCH-ID PREFIXES BY NUMBER COUNT AND A
000210*                  PREVIEW OF WHAT THE NEXT PROGRAMAMANUTMESTRE
000220*                  PURGE WILL REMOVE.  THE SYSIN CARD TAKES THE
000230*                  PURGE'S OWN RETENTION DAYS, SO THE PREVIEW
000240*                  APPLIES EXACTLY THE PURGE'S RULE, AND THE
000250*                  LENGTH OF THE BATCH-ID PREFIX TO GROUP BY.
000252*  10/15/26  RA    THE RUN DATE IS NOW THE LOGICAL CYCLE DATE SET
000254*                  ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP, NOT
000256*                  THE SYSTEM DATE - NEW CYCFILE DD.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT NUMMAST-FILE ASSIGN TO NUMMAST
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS NM-NUMERO
000340         FILE STATUS IS WS-MST-FILE-STATUS.
000350     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PRM-FILE-STATUS.
000380     SELECT REPORT-FILE ASSIGN TO RPTFILE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RPT-FILE-STATUS.
000401     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000402         ORGANIZATION IS RELATIVE
000403         ACCESS MODE IS RANDOM
000404         RELATIVE KEY IS WS-CYC-KEY
000405         FILE STATUS IS WS-CYC-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430******************************************************************
000440*  NUMMAST-FILE - THE KEYED CLASSIFICATION MASTER, IN THE        *
000450*  SHARED NUMMAST LAYOUT, READ ONCE IN KEY ORDER.  NEVER         *
000460*  UPDATED.                                                      *
000470******************************************************************
000480 FD  NUMMAST-FILE.
000490     COPY NUMMAST.
000500
000510******************************************************************
000520*  PARM-CARD-FILE - ONE SYSIN CARD                               *
000530*  RETENTION DAYS (4), THE SAME FIELD AS THE MSTPURGE CARD, ONE  *
000540*  BLANK, AND THE BATCH-ID PREFIX LENGTH (1) TO GROUP THE SOURCE *
000550*  COUNTS BY.                                                    *
000560******************************************************************
000570 FD  PARM-CARD-FILE
000580     RECORDING MODE IS F.
000590 01  PARM-CARD.
000600     05  PRM-RETENTION-DAYS      PIC 9(04).
000610     05  FILLER                  PIC X(01).
000620     05  PRM-PREFIX-LENGTH       PIC 9(01).
000630
000640******************************************************************
000650*  REPORT-FILE - THE PRINTED PROFILE REPORT.                     *
000660******************************************************************
000670 FD  REPORT-FILE
000680     RECORDING MODE IS F.
000690 01  REPORT-RECORD               PIC X(90).
000700
000701******************************************************************
000702*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS, READ      *
000703*  ONLY FOR THE LOGICAL CYCLE DATE ON SLOT 8.  THIS JOB OWNS NO  *
000704*  SLOT.                                                         *
000705******************************************************************
000706 FD  CYCLE-CONTROL-FILE.
000707     COPY CYCCTL.
000709
000710 WORKING-STORAGE SECTION.
000720******************************************************************
000730*  SWITCHES                                                      *
000740******************************************************************
000750 77  WS-MST-EOF-SW           PIC X(01)      VALUE "N".
000760     88  WS-MST-EOF                          VALUE "Y".
000770 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
000780     88  WS-FATAL                            VALUE "Y".
000790     88  WS-NOT-FATAL                        VALUE "N".
000800 77  WS-MST-FILE-STATUS      PIC X(02)      VALUE SPACES.
000810 77  WS-PRM-FILE-STATUS      PIC X(02)      VALUE SPACES.
000820 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
000822 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
000824 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
000826 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
000830
000840*****************************************************************
000850*  RUN PARAMETERS, RUN DATE AND PURGE CUTOFF                     *
000860*****************************************************************
000870 77  WS-RETENTION-DAYS       PIC 9(04)      VALUE 0365.
000880 77  WS-PREFIX-LENGTH        PIC 9(01)      VALUE 5.
000890 77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
000900 77  WS-RUN-INT              PIC 9(08)      VALUE ZERO.
000910 77  WS-CUTOFF-DATE          PIC 9(08)      VALUE ZERO.
000920 77  WS-CUTOFF-INT           PIC 9(08)      VALUE ZERO.
000930 01  WS-DATE-WORK            PIC 9(08)      VALUE ZERO.
000940 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
000950     05  WS-DATE-YYYY        PIC 9(04).
000960     05  WS-DATE-MM          PIC 9(02).
000970     05  WS-DATE-DD          PIC 9(02).
000980
000990*****************************************************************
001000*  POPULATION SPLITS                                             *
001010*****************************************************************
001020 77  WS-TOTAL-COUNT          PIC 9(07)      VALUE ZERO.
001030 77  WS-PAR-COUNT            PIC 9(07)      VALUE ZERO.
001040 77  WS-IMPAR-COUNT          PIC 9(07)      VALUE ZERO.
001050 77  WS-MULT5-COUNT          PIC 9(07)      VALUE ZERO.
001060 77  WS-MULT10-COUNT         PIC 9(07)      VALUE ZERO.
001070 77  WS-BAD-FLAG-COUNT       PIC 9(07)      VALUE ZERO.
001080
001090*****************************************************************
001100*  NEW NUMBERS BY FIRST-SEEN MONTH                               *
001110*  ONE BUCKET PER MONTH FOR THE 20 YEARS UP TO THE RUN MONTH,    *
001120*  BUCKET 1 BEING THE RUN MONTH ITSELF.  MONTHS ARE COUNTED AS   *
001130*  YEAR * 12 + MONTH - 1.                                        *
001140*****************************************************************
001150 01  WS-MONTH-TABLE.
001160     05  WS-MONTH-COUNT      PIC 9(07) OCCURS 240 TIMES.
001170 77  WS-MONTH-MAX            PIC 9(04) COMP VALUE 240.
001180 77  WS-MONTH-SUB            PIC 9(04) COMP VALUE ZERO.
001190 77  WS-RUN-MONTHS           PIC 9(06)      VALUE ZERO.
001200 77  WS-REC-MONTHS           PIC 9(06)      VALUE ZERO.
001210 77  WS-MONTH-OFFSET         PIC S9(06)     VALUE ZERO.
001220 77  WS-MONTH-MM0            PIC 9(02)      VALUE ZERO.
001230 77  WS-MONTH-YYYY           PIC 9(04)      VALUE ZERO.
001240 77  WS-MONTH-MM             PIC 9(02)      VALUE ZERO.
001250 77  WS-EARLIER-COUNT        PIC 9(07)      VALUE ZERO.
001260 77  WS-BAD-FIRST-COUNT      PIC 9(07)      VALUE ZERO.
001270
001280*****************************************************************
001290*  TIMES-SEEN HISTOGRAM - BAND UPPER LIMITS AND LABELS           *
001300*****************************************************************
001310 01  WS-SEEN-LIMIT-VALUES.
001320     05  FILLER              PIC 9(05)      VALUE 00001.
001330     05  FILLER              PIC 9(05)      VALUE 00002.
001340     05  FILLER              PIC 9(05)      VALUE 00005.
001350     05  FILLER              PIC 9(05)      VALUE 00010.
001360     05  FILLER              PIC 9(05)      VALUE 00025.
001370     05  FILLER              PIC 9(05)      VALUE 00050.
001380     05  FILLER              PIC 9(05)      VALUE 00100.
001390     05  FILLER              PIC 9(05)      VALUE 00500.
001400     05  FILLER              PIC 9(05)      VALUE 99999.
001410 01  WS-SEEN-LIMITS REDEFINES WS-SEEN-LIMIT-VALUES.
001420     05  WS-SEEN-LIMIT       PIC 9(05) OCCURS 9 TIMES.
001430 01  WS-SEEN-LABEL-VALUES.
001440     05  FILLER              PIC X(16)      VALUE
001450         "ONCE".
001460     05  FILLER              PIC X(16)      VALUE
001470         "TWICE".
001480     05  FILLER              PIC X(16)      VALUE
001490         "3 TO 5 TIMES".
001500     05  FILLER              PIC X(16)      VALUE
001510         "6 TO 10 TIMES".
001520     05  FILLER              PIC X(16)      VALUE
001530         "11 TO 25 TIMES".
001540     05  FILLER              PIC X(16)      VALUE
001550         "26 TO 50 TIMES".
001560     05  FILLER              PIC X(16)      VALUE
001570         "51 TO 100 TIMES".
001580     05  FILLER              PIC X(16)      VALUE
001590         "101 TO 500 TIMES".
001600     05  FILLER              PIC X(16)      VALUE
001610         "OVER 500 TIMES".
001620 01  WS-SEEN-LABELS REDEFINES WS-SEEN-LABEL-VALUES.
001630     05  WS-SEEN-LABEL       PIC X(16) OCCURS 9 TIMES.
001640 01  WS-SEEN-TABLE.
001650     05  WS-SEEN-COUNT       PIC 9(07) OCCURS 9 TIMES.
001660 77  WS-SEEN-BANDS           PIC 9(04) COMP VALUE 9.
001670 77  WS-SEEN-SUB             PIC 9(04) COMP VALUE ZERO.
001680 77  WS-SEEN-HIT             PIC 9(04) COMP VALUE ZERO.
001690 77  WS-BAD-SEEN-COUNT       PIC 9(07)      VALUE ZERO.
001700
001710*****************************************************************
001720*  DORMANCY BANDS - DAYS SINCE LAST SEEN                         *
001730*****************************************************************
001740 01  WS-DORM-LABEL-VALUES.
001750     05  FILLER              PIC X(16)      VALUE
001760         "UNDER 30 DAYS".
001770     05  FILLER              PIC X(16)      VALUE
001780         "30 TO 89 DAYS".
001790     05  FILLER              PIC X(16)      VALUE
001800         "90 TO 179 DAYS".
001810     05  FILLER              PIC X(16)      VALUE
001820         "180 TO 364 DAYS".
001830     05  FILLER              PIC X(16)      VALUE
001840         "365 DAYS OR MORE".
001850 01  WS-DORM-LABELS REDEFINES WS-DORM-LABEL-VALUES.
001860     05  WS-DORM-LABEL       PIC X(16) OCCURS 5 TIMES.
001870 01  WS-DORM-TABLE.
001880     05  WS-DORM-COUNT       PIC 9(07) OCCURS 5 TIMES.
001890 77  WS-DORM-BANDS           PIC 9(04) COMP VALUE 5.
001900 77  WS-DORM-SUB             PIC 9(04) COMP VALUE ZERO.
001910 77  WS-DORM-DAYS            PIC S9(07)     VALUE ZERO.
001920 77  WS-BAD-LAST-COUNT       PIC 9(07)      VALUE ZERO.
001930
001940*****************************************************************
001950*  SOURCE BATCH-ID PREFIXES                                      *
001960*  ONE ENTRY PER DISTINCT PREFIX, WITH THE LAST ONE HIT KEPT SO  *
001970*  A RUN OF NUMBERS FROM ONE BATCH DOES NOT SEARCH THE TABLE     *
001980*  EVERY TIME.                                                   *
001990*****************************************************************
002000 01  WS-PFX-TABLE.
002010     05  WS-PFX-ENTRY OCCURS 500 TIMES
002020             INDEXED BY PFX-IDX.
002030         10  WS-PFX-VALUE        PIC X(08).
002040         10  WS-PFX-COUNT        PIC 9(07).
002050         10  WS-PFX-PRINTED-SW   PIC X(01).
002060             88  WS-PFX-PRINTED              VALUE "Y".
002070 77  WS-PFX-LOAD-COUNT       PIC 9(04) COMP VALUE ZERO.
002080 77  WS-PFX-MAX              PIC 9(04) COMP VALUE 500.
002090 77  WS-PFX-LAST-SUB         PIC 9(04) COMP VALUE ZERO.
002100 77  WS-PFX-OVERFLOW-COUNT   PIC 9(07)      VALUE ZERO.
002110 77  WS-PREFIX               PIC X(08)      VALUE SPACES.
002120 77  WS-TOP-MAX              PIC 9(04) COMP VALUE 10.
002130 77  WS-TOP-RANK             PIC 9(04) COMP VALUE ZERO.
002140 77  WS-TOP-SUB              PIC 9(04) COMP VALUE ZERO.
002150 77  WS-TOP-COUNT            PIC 9(07)      VALUE ZERO.
002160 77  WS-TOP-TOTAL            PIC 9(07)      VALUE ZERO.
002170
002180*****************************************************************
002190*  PURGE PREVIEW                                                 *
002200*****************************************************************
002210 77  WS-PURGE-COUNT          PIC 9(07)      VALUE ZERO.
002220 77  WS-PURGE-MIN            PIC 9(08)      VALUE 99999999.
002230 77  WS-PURGE-MAX            PIC 9(08)      VALUE ZERO.
002240
002250*****************************************************************
002260*  PERCENTAGE WORK FIELDS                                        *
002270*****************************************************************
002280 77  WS-LINE-COUNT           PIC 9(07)      VALUE ZERO.
002290 77  WS-LINE-PCT             PIC 9(03)V9    VALUE ZERO.
002300
002310*****************************************************************
002320*  REPORT LINES                                                  *
002330*****************************************************************
002340 01  RPT-HEADING-1.
002350     05  FILLER              PIC X(47)      VALUE
002360         "PROGRAMAPERFILMESTRE - MASTER PROFILE AS OF ".
002370     05  RPT-H1-DATE         PIC 9(08)      VALUE ZERO.
002380 01  RPT-PARM-LINE.
002390     05  FILLER              PIC X(21)      VALUE
002400         " RETENTION PERIOD . .".
002410     05  RPT-PARM-DAYS       PIC ZZZ9       VALUE ZERO.
002420     05  FILLER              PIC X(16)      VALUE
002430         " DAYS - CUTOFF ".
002440     05  RPT-PARM-CUTOFF     PIC 9(08)      VALUE ZERO.
002450 01  RPT-SECTION-LINE.
002460     05  FILLER              PIC X(01)      VALUE SPACE.
002470     05  RPT-SECTION-TEXT    PIC X(50)      VALUE SPACES.
002480 01  RPT-PCT-LINE.
002490     05  FILLER              PIC X(03)      VALUE SPACES.
002500     05  RPT-PCT-TEXT        PIC X(32)      VALUE SPACES.
002510     05  RPT-PCT-VALUE       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
002520     05  FILLER              PIC X(03)      VALUE SPACES.
002530     05  RPT-PCT-PCT         PIC ZZ9.9      VALUE ZERO.
002540     05  FILLER              PIC X(02)      VALUE " %".
002550 01  RPT-RANGE-LINE.
002560     05  FILLER              PIC X(03)      VALUE SPACES.
002570     05  RPT-RNG-TEXT        PIC X(32)      VALUE SPACES.
002580     05  RPT-RNG-FROM        PIC 9(08)      VALUE ZERO.
002590     05  FILLER              PIC X(03)      VALUE " - ".
002600     05  RPT-RNG-TO          PIC 9(08)      VALUE ZERO.
002610 01  RPT-MONTH-TEXT.
002620     05  FILLER              PIC X(11)      VALUE "FIRST SEEN ".
002630     05  RPT-MON-YYYY        PIC 9(04)      VALUE ZERO.
002640     05  FILLER              PIC X(01)      VALUE "/".
002650     05  RPT-MON-MM          PIC 9(02)      VALUE ZERO.
002660     05  FILLER              PIC X(14)      VALUE
002670         " . . . . . . :".
002680 01  RPT-RANK-TEXT.
002690     05  RPT-RANK            PIC Z9         VALUE ZERO.
002700     05  FILLER              PIC X(02)      VALUE ". ".
002710     05  RPT-RANK-PREFIX     PIC X(08)      VALUE SPACES.
002720     05  FILLER              PIC X(20)      VALUE
002730         " . . . . . . . . . :".
002740 01  RPT-NOTE-LINE.
002750     05  FILLER              PIC X(01)      VALUE SPACE.
002760     05  RPT-NOTE-TEXT       PIC X(60)      VALUE SPACES.
002770
002780 PROCEDURE DIVISION.
002790******************************************************************
002800*  0000-MAINLINE                                                 *
002810*  DRIVES INITIALISATION, THE PROFILE PASS OVER THE MASTER AND   *
002820*  THE REPORT.  A FATAL FILE ERROR ROUTES TO 9500-ABORT-RUN      *
002830*  INSTEAD OF NORMAL TERMINATION.                                *
002840******************************************************************
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE
002870         THRU 1000-INITIALIZE-EXIT.
002880     IF WS-NOT-FATAL
002890         PERFORM 2000-PROFILE-RECORD
002900             THRU 2000-PROFILE-RECORD-EXIT
002910             UNTIL WS-MST-EOF OR WS-FATAL
002920     END-IF.
002930     IF WS-NOT-FATAL
002940         PERFORM 3000-PRINT-PROFILE
002950             THRU 3000-PRINT-PROFILE-EXIT
002960     END-IF.
002970     IF WS-FATAL
002980         PERFORM 9500-ABORT-RUN
002990             THRU 9500-ABORT-RUN-EXIT
003000     ELSE
003010         PERFORM 9000-TERMINATE
003020             THRU 9000-TERMINATE-EXIT
003030     END-IF.
003040     STOP RUN.
003050 0000-MAINLINE-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090*  1000-INITIALIZE                                               *
003100*  READS THE SYSIN CARD, WORKS OUT THE RUN MONTH AND THE PURGE   *
003110*  CUTOFF THE SAME WAY PROGRAMAMANUTMESTRE DOES (RUN DATE MINUS  *
003120*  THE RETENTION PERIOD), CLEARS THE TABLES, OPENS THE MASTER    *
003130*  AND THE REPORT AND PRIMES THE FIRST READ.  A MISSING MASTER   *
003140*  IS FATAL - THERE IS NOTHING TO PROFILE.                       *
003150******************************************************************
003160 1000-INITIALIZE.
003162     PERFORM 1050-READ-CYCLE-DATE
003164         THRU 1050-READ-CYCLE-DATE-EXIT.
003166     IF WS-FATAL
003168         GO TO 1000-INITIALIZE-EXIT
003170     END-IF.
003180     PERFORM 1100-READ-PARM-CARD
003190         THRU 1100-READ-PARM-CARD-EXIT.
003200     COMPUTE WS-RUN-INT =
003210         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
003220     COMPUTE WS-CUTOFF-INT = WS-RUN-INT - WS-RETENTION-DAYS.
003230     COMPUTE WS-CUTOFF-DATE =
003240         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
003250     MOVE WS-RUN-DATE TO WS-DATE-WORK.
003260     COMPUTE WS-RUN-MONTHS =
003270         WS-DATE-YYYY * 12 + WS-DATE-MM - 1.
003280     INITIALIZE WS-MONTH-TABLE.
003290     INITIALIZE WS-SEEN-TABLE.
003300     INITIALIZE WS-DORM-TABLE.
003310     INITIALIZE WS-PFX-TABLE.
003320     OPEN OUTPUT REPORT-FILE.
003330     IF WS-RPT-FILE-STATUS NOT = "00"
003340         DISPLAY "PROGRAMAPERFILMESTRE - UNABLE TO OPEN RPTFILE, "
003350             "FILE STATUS = " WS-RPT-FILE-STATUS
003360         SET WS-FATAL TO TRUE
003370         GO TO 1000-INITIALIZE-EXIT
003380     END-IF.
003390     OPEN INPUT NUMMAST-FILE.
003400     IF WS-MST-FILE-STATUS NOT = "00"
003410         AND WS-MST-FILE-STATUS NOT = "97"
003420         DISPLAY "PROGRAMAPERFILMESTRE - UNABLE TO OPEN NUMMAST, "
003430             "FILE STATUS = " WS-MST-FILE-STATUS
003440         SET WS-FATAL TO TRUE
003450         GO TO 1000-INITIALIZE-EXIT
003460     END-IF.
003470     MOVE WS-RUN-DATE TO RPT-H1-DATE.
003480     WRITE REPORT-RECORD FROM RPT-HEADING-1.
003490     PERFORM 2100-READ-NEXT-MASTER
003500         THRU 2100-READ-NEXT-MASTER-EXIT.
003510 1000-INITIALIZE-EXIT.
003520     EXIT.
003530
003531******************************************************************
003532*  1050-READ-CYCLE-DATE                                          *
003533*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
003534*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE THE *
003535*  DORMANCY AGES AND THE MONTH BUCKETS ARE COUNTED FROM, IN      *
003536*  PLACE OF THE SYSTEM DATE, SO A RUN HELD UP PAST MIDNIGHT      *
003537*  STILL BELONGS TO ITS CYCLE.  NO DATE SET IS FATAL - THE CYCLE *
003538*  HAS NOT BEEN OPENED.                                          *
003539******************************************************************
003540 1050-READ-CYCLE-DATE.
003541     OPEN INPUT CYCLE-CONTROL-FILE.
003542     IF WS-CYC-FILE-STATUS NOT = "00"
003543         DISPLAY "PROGRAMAPERFILMESTRE - UNABLE TO OPEN "
003544             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
003545         SET WS-FATAL TO TRUE
003546         GO TO 1050-READ-CYCLE-DATE-EXIT
003547     END-IF.
003548     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
003549     READ CYCLE-CONTROL-FILE
003550         INVALID KEY
003551             CONTINUE
003552     END-READ.
003553     IF WS-CYC-FILE-STATUS = "00"
003554         AND CYC-COMPLETE
003555         AND CYC-CYCLE-DATE > ZERO
003556         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
003557     ELSE
003558         DISPLAY "PROGRAMAPERFILMESTRE - NO CYCLE DATE "
003559             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
003560         SET WS-FATAL TO TRUE
003561     END-IF.
003562     CLOSE CYCLE-CONTROL-FILE.
003563 1050-READ-CYCLE-DATE-EXIT.
003564     EXIT.
003565
003566******************************************************************
003567*  1100-READ-PARM-CARD                                           *
003568*  APPLIES THE RETENTION DAYS AND THE PREFIX LENGTH FROM THE     *
003570*  SYSIN CARD.  A MISSING CARD OR FIELD LEAVES THE COMPILED-IN   *
003580*  DEFAULTS - 365 DAYS, THE PURGE'S OWN DEFAULT, AND A           *
003590*  5-CHARACTER PREFIX.                                           *
003600******************************************************************
003610 1100-READ-PARM-CARD.
003620     OPEN INPUT PARM-CARD-FILE.
003630     IF WS-PRM-FILE-STATUS = "00"
003640         READ PARM-CARD-FILE
003650             AT END
003660                 CONTINUE
003670             NOT AT END
003680                 IF PRM-RETENTION-DAYS IS NUMERIC
003690                     AND PRM-RETENTION-DAYS > ZERO
003700                     MOVE PRM-RETENTION-DAYS
003710                         TO WS-RETENTION-DAYS
003720                 END-IF
003730                 IF PRM-PREFIX-LENGTH IS NUMERIC
003740                     AND PRM-PREFIX-LENGTH > ZERO
003750                     AND PRM-PREFIX-LENGTH NOT > 8
003760                     MOVE PRM-PREFIX-LENGTH
003770                         TO WS-PREFIX-LENGTH
003780                 END-IF
003790         END-READ
003800         CLOSE PARM-CARD-FILE
003810     END-IF.
003820 1100-READ-PARM-CARD-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*  2000-PROFILE-RECORD                                           *
003870*  COUNTS ONE MASTER RECORD INTO EVERY SECTION OF THE PROFILE    *
003880*  AND READS THE NEXT IN KEY ORDER.                              *
003890******************************************************************
003900 2000-PROFILE-RECORD.
003910     ADD 1 TO WS-TOTAL-COUNT.
003920     PERFORM 2200-COUNT-FLAGS
003930         THRU 2200-COUNT-FLAGS-EXIT.
003940     PERFORM 2300-COUNT-FIRST-SEEN
003950         THRU 2300-COUNT-FIRST-SEEN-EXIT.
003960     PERFORM 2400-COUNT-TIMES-SEEN
003970         THRU 2400-COUNT-TIMES-SEEN-EXIT.
003980     PERFORM 2500-COUNT-DORMANCY
003990         THRU 2500-COUNT-DORMANCY-EXIT.
004000     PERFORM 2600-COUNT-PREFIX
004010         THRU 2600-COUNT-PREFIX-EXIT.
004020     PERFORM 2100-READ-NEXT-MASTER
004030         THRU 2100-READ-NEXT-MASTER-EXIT.
004040 2000-PROFILE-RECORD-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*  2100-READ-NEXT-MASTER                                         *
004090*  READS THE NEXT MASTER RECORD IN KEY SEQUENCE, SETTING THE EOF *
004100*  SWITCH AT END OF FILE.  ANY OTHER NON-CLEAN STATUS IS FATAL.  *
004110******************************************************************
004120 2100-READ-NEXT-MASTER.
004130     READ NUMMAST-FILE NEXT RECORD
004140         AT END
004150             SET WS-MST-EOF TO TRUE
004160     END-READ.
004170     IF NOT WS-MST-EOF
004180         AND WS-MST-FILE-STATUS NOT = "00"
004190         AND WS-MST-FILE-STATUS NOT = "02"
004200         DISPLAY "PROGRAMAPERFILMESTRE - MASTER READ FAILED, "
004210             "FILE STATUS = " WS-MST-FILE-STATUS
004220         SET WS-FATAL TO TRUE
004230         SET WS-MST-EOF TO TRUE
004240     END-IF.
004250 2100-READ-NEXT-MASTER-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*  2200-COUNT-FLAGS                                              *
004300*  COUNTS THE PAR/IMPAR AND MULT5/MULT10 SPLITS.  A RECORD WHOSE *
004310*  PARITY FLAG IS NEITHER P NOR I IS COUNTED SEPARATELY SO THE   *
004320*  SPLIT STILL ADDS UP.                                          *
004330******************************************************************
004340 2200-COUNT-FLAGS.
004350     IF NM-PAR
004360         ADD 1 TO WS-PAR-COUNT
004370     ELSE
004380         IF NM-IMPAR
004390             ADD 1 TO WS-IMPAR-COUNT
004400         ELSE
004410             ADD 1 TO WS-BAD-FLAG-COUNT
004420         END-IF
004430     END-IF.
004440     IF NM-MULT5
004450         ADD 1 TO WS-MULT5-COUNT
004460     END-IF.
004470     IF NM-MULT10
004480         ADD 1 TO WS-MULT10-COUNT
004490     END-IF.
004500 2200-COUNT-FLAGS-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*  2300-COUNT-FIRST-SEEN                                         *
004550*  COUNTS THE RECORD INTO ITS FIRST-SEEN MONTH.  A MONTH MORE    *
004560*  THAN 20 YEARS BACK IS COUNTED AS EARLIER; AN UNREADABLE DATE, *
004570*  OR ONE AFTER THE RUN MONTH, AS UNREADABLE.                    *
004580******************************************************************
004590 2300-COUNT-FIRST-SEEN.
004600     IF NM-FIRST-SEEN-DATE IS NOT NUMERIC
004610         ADD 1 TO WS-BAD-FIRST-COUNT
004620         GO TO 2300-COUNT-FIRST-SEEN-EXIT
004630     END-IF.
004640     MOVE NM-FIRST-SEEN-DATE TO WS-DATE-WORK.
004650     IF WS-DATE-MM < 1
004660         OR WS-DATE-MM > 12
004670         ADD 1 TO WS-BAD-FIRST-COUNT
004680         GO TO 2300-COUNT-FIRST-SEEN-EXIT
004690     END-IF.
004700     COMPUTE WS-REC-MONTHS =
004710         WS-DATE-YYYY * 12 + WS-DATE-MM - 1.
004720     COMPUTE WS-MONTH-OFFSET = WS-RUN-MONTHS - WS-REC-MONTHS.
004730     IF WS-MONTH-OFFSET < ZERO
004740         ADD 1 TO WS-BAD-FIRST-COUNT
004750         GO TO 2300-COUNT-FIRST-SEEN-EXIT
004760     END-IF.
004770     IF WS-MONTH-OFFSET NOT < WS-MONTH-MAX
004780         ADD 1 TO WS-EARLIER-COUNT
004790         GO TO 2300-COUNT-FIRST-SEEN-EXIT
004800     END-IF.
004810     COMPUTE WS-MONTH-SUB = WS-MONTH-OFFSET + 1.
004820     ADD 1 TO WS-MONTH-COUNT (WS-MONTH-SUB).
004830 2300-COUNT-FIRST-SEEN-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870*  2400-COUNT-TIMES-SEEN                                         *
004880*  COUNTS THE RECORD INTO THE FIRST HISTOGRAM BAND WHOSE UPPER   *
004890*  LIMIT ITS TIMES-SEEN COUNTER DOES NOT EXCEED.                 *
004900******************************************************************
004910 2400-COUNT-TIMES-SEEN.
004920     IF NM-TIMES-SEEN IS NOT NUMERIC
004930         OR NM-TIMES-SEEN = ZERO
004940         ADD 1 TO WS-BAD-SEEN-COUNT
004950         GO TO 2400-COUNT-TIMES-SEEN-EXIT
004960     END-IF.
004970     MOVE ZERO TO WS-SEEN-HIT.
004980     PERFORM 2410-TEST-SEEN-BAND
004990         THRU 2410-TEST-SEEN-BAND-EXIT
005000         VARYING WS-SEEN-SUB FROM 1 BY 1
005010         UNTIL WS-SEEN-SUB > WS-SEEN-BANDS
005020            OR WS-SEEN-HIT > ZERO.
005030     ADD 1 TO WS-SEEN-COUNT (WS-SEEN-HIT).
005040 2400-COUNT-TIMES-SEEN-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*  2410-TEST-SEEN-BAND                                           *
005090*  STOPS THE BAND SEARCH AT THE FIRST BAND THAT HOLDS THE COUNT. *
005100******************************************************************
005110 2410-TEST-SEEN-BAND.
005120     IF NM-TIMES-SEEN NOT > WS-SEEN-LIMIT (WS-SEEN-SUB)
005130         MOVE WS-SEEN-SUB TO WS-SEEN-HIT
005140     END-IF.
005150 2410-TEST-SEEN-BAND-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190*  2500-COUNT-DORMANCY                                           *
005200*  COUNTS THE RECORD INTO ITS DORMANCY BAND BY DAYS SINCE IT WAS *
005210*  LAST SEEN, AND INTO THE PURGE PREVIEW WHEN ITS LAST-SEEN DATE *
005220*  IS NUMERIC AND BEFORE THE CUTOFF - THE PURGE'S OWN TEST, SO   *
005230*  THE PREVIEW MATCHES WHAT THE PURGE WILL DO, AND IS MADE FIRST *
005240*  SO A ZERO OR PRE-1601 DATE IS PREVIEWED AS PURGED JUST AS THE *
005250*  PURGE TAKES IT.  A DATE THAT IS NOT NUMERIC OR BEFORE 1601 IS *
005255*  THEN COUNTED AS UNREADABLE AND LEFT OUT OF THE BANDS.         *
005260******************************************************************
005270 2500-COUNT-DORMANCY.
005280     IF NM-LAST-SEEN-DATE IS NUMERIC
005290         AND NM-LAST-SEEN-DATE < WS-CUTOFF-DATE
005340         ADD 1 TO WS-PURGE-COUNT
005350         IF NM-LAST-SEEN-DATE < WS-PURGE-MIN
005360             MOVE NM-LAST-SEEN-DATE TO WS-PURGE-MIN
005370         END-IF
005380         IF NM-LAST-SEEN-DATE > WS-PURGE-MAX
005390             MOVE NM-LAST-SEEN-DATE TO WS-PURGE-MAX
005400         END-IF
005410     END-IF.
005411     IF NM-LAST-SEEN-DATE IS NOT NUMERIC
005412         OR NM-LAST-SEEN-DATE < 16010101
005413         ADD 1 TO WS-BAD-LAST-COUNT
005414         GO TO 2500-COUNT-DORMANCY-EXIT
005415     END-IF.
005420     COMPUTE WS-DORM-DAYS = WS-RUN-INT
005430         - FUNCTION INTEGER-OF-DATE (NM-LAST-SEEN-DATE).
005440     IF WS-DORM-DAYS < 30
005450         MOVE 1 TO WS-DORM-SUB
005460     ELSE
005470         IF WS-DORM-DAYS < 90
005480             MOVE 2 TO WS-DORM-SUB
005490         ELSE
005500             IF WS-DORM-DAYS < 180
005510                 MOVE 3 TO WS-DORM-SUB
005520             ELSE
005530                 IF WS-DORM-DAYS < 365
005540                     MOVE 4 TO WS-DORM-SUB
005550                 ELSE
005560                     MOVE 5 TO WS-DORM-SUB
005570                 END-IF
005580             END-IF
005590         END-IF
005600     END-IF.
005610     ADD 1 TO WS-DORM-COUNT (WS-DORM-SUB).
005620 2500-COUNT-DORMANCY-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660*  2600-COUNT-PREFIX                                             *
005670*  COUNTS THE RECORD AGAINST THE PREFIX OF THE BATCH THAT LAST   *
005680*  DELIVERED IT.  A PREFIX NOT YET IN THE TABLE IS ADDED; ONCE   *
005690*  THE TABLE IS FULL, NEW PREFIXES ARE COUNTED TOGETHER AS       *
005700*  OVERFLOW AND THE REPORT SAYS SO.                              *
005710******************************************************************
005720 2600-COUNT-PREFIX.
005730     MOVE SPACES TO WS-PREFIX.
005740     MOVE NM-LAST-BATCH-ID (1:WS-PREFIX-LENGTH) TO WS-PREFIX.
005750     IF WS-PFX-LAST-SUB > ZERO
005760         IF WS-PFX-VALUE (WS-PFX-LAST-SUB) = WS-PREFIX
005770             ADD 1 TO WS-PFX-COUNT (WS-PFX-LAST-SUB)
005780             GO TO 2600-COUNT-PREFIX-EXIT
005790         END-IF
005800     END-IF.
005810     SET PFX-IDX TO 1.
005820     SEARCH WS-PFX-ENTRY
005830         AT END
005840             PERFORM 2650-ADD-PREFIX
005850                 THRU 2650-ADD-PREFIX-EXIT
005860         WHEN PFX-IDX > WS-PFX-LOAD-COUNT
005870             PERFORM 2650-ADD-PREFIX
005880                 THRU 2650-ADD-PREFIX-EXIT
005890         WHEN WS-PFX-VALUE (PFX-IDX) = WS-PREFIX
005900             ADD 1 TO WS-PFX-COUNT (PFX-IDX)
005910             SET WS-PFX-LAST-SUB TO PFX-IDX
005920     END-SEARCH.
005930 2600-COUNT-PREFIX-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*  2650-ADD-PREFIX                                               *
005980*  ADDS A NEW PREFIX TO THE TABLE WITH A COUNT OF ONE, OR COUNTS *
005990*  IT AS OVERFLOW WHEN THE TABLE IS FULL.                        *
006000******************************************************************
006010 2650-ADD-PREFIX.
006020     IF WS-PFX-LOAD-COUNT NOT < WS-PFX-MAX
006030         ADD 1 TO WS-PFX-OVERFLOW-COUNT
006040         GO TO 2650-ADD-PREFIX-EXIT
006050     END-IF.
006060     ADD 1 TO WS-PFX-LOAD-COUNT.
006070     MOVE WS-PFX-LOAD-COUNT TO WS-PFX-LAST-SUB.
006080     MOVE WS-PREFIX TO WS-PFX-VALUE (WS-PFX-LAST-SUB).
006090     MOVE 1 TO WS-PFX-COUNT (WS-PFX-LAST-SUB).
006100     MOVE "N" TO WS-PFX-PRINTED-SW (WS-PFX-LAST-SUB).
006110 2650-ADD-PREFIX-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*  3000-PRINT-PROFILE                                            *
006160*  PRINTS THE PROFILE, ONE SECTION AT A TIME, EACH LINE WITH ITS *
006170*  SHARE OF THE WHOLE MASTER.                                    *
006180******************************************************************
006190 3000-PRINT-PROFILE.
006200     MOVE SPACES TO REPORT-RECORD.
006210     WRITE REPORT-RECORD.
006220     MOVE "POPULATION" TO RPT-SECTION-TEXT.
006230     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006240     MOVE "NUMBERS ON THE MASTER . . . . :" TO RPT-PCT-TEXT.
006250     MOVE WS-TOTAL-COUNT TO WS-LINE-COUNT.
006260     PERFORM 8000-WRITE-PCT-LINE
006270         THRU 8000-WRITE-PCT-LINE-EXIT.
006280     MOVE "  PAR . . . . . . . . . . . . :" TO RPT-PCT-TEXT.
006290     MOVE WS-PAR-COUNT TO WS-LINE-COUNT.
006300     PERFORM 8000-WRITE-PCT-LINE
006310         THRU 8000-WRITE-PCT-LINE-EXIT.
006320     MOVE "  IMPAR . . . . . . . . . . . :" TO RPT-PCT-TEXT.
006330     MOVE WS-IMPAR-COUNT TO WS-LINE-COUNT.
006340     PERFORM 8000-WRITE-PCT-LINE
006350         THRU 8000-WRITE-PCT-LINE-EXIT.
006360     IF WS-BAD-FLAG-COUNT > ZERO
006370         MOVE "  PARITY FLAG UNREADABLE. . . :" TO RPT-PCT-TEXT
006380         MOVE WS-BAD-FLAG-COUNT TO WS-LINE-COUNT
006390         PERFORM 8000-WRITE-PCT-LINE
006400             THRU 8000-WRITE-PCT-LINE-EXIT
006410     END-IF.
006420     MOVE "  MULTIPLE OF 5 . . . . . . . :" TO RPT-PCT-TEXT.
006430     MOVE WS-MULT5-COUNT TO WS-LINE-COUNT.
006440     PERFORM 8000-WRITE-PCT-LINE
006450         THRU 8000-WRITE-PCT-LINE-EXIT.
006460     MOVE "  MULTIPLE OF 10. . . . . . . :" TO RPT-PCT-TEXT.
006470     MOVE WS-MULT10-COUNT TO WS-LINE-COUNT.
006480     PERFORM 8000-WRITE-PCT-LINE
006490         THRU 8000-WRITE-PCT-LINE-EXIT.
006500     PERFORM 3100-PRINT-MONTHS
006510         THRU 3100-PRINT-MONTHS-EXIT.
006520     PERFORM 3200-PRINT-TIMES-SEEN
006530         THRU 3200-PRINT-TIMES-SEEN-EXIT.
006540     PERFORM 3300-PRINT-DORMANCY
006550         THRU 3300-PRINT-DORMANCY-EXIT.
006560     PERFORM 3400-PRINT-PREFIXES
006570         THRU 3400-PRINT-PREFIXES-EXIT.
006580     PERFORM 3600-PRINT-PURGE-PREVIEW
006590         THRU 3600-PRINT-PURGE-PREVIEW-EXIT.
006600 3000-PRINT-PROFILE-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*  3100-PRINT-MONTHS                                             *
006650*  PRINTS NEW NUMBERS BY FIRST-SEEN MONTH, OLDEST MONTH FIRST,   *
006660*  SKIPPING MONTHS THAT BROUGHT NONE.                            *
006670******************************************************************
006680 3100-PRINT-MONTHS.
006690     MOVE SPACES TO REPORT-RECORD.
006700     WRITE REPORT-RECORD.
006710     MOVE "NEW NUMBERS BY FIRST-SEEN MONTH" TO RPT-SECTION-TEXT.
006720     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006730     IF WS-EARLIER-COUNT > ZERO
006740         MOVE "FIRST SEEN OVER 20 YEARS AGO. :" TO RPT-PCT-TEXT
006750         MOVE WS-EARLIER-COUNT TO WS-LINE-COUNT
006760         PERFORM 8000-WRITE-PCT-LINE
006770             THRU 8000-WRITE-PCT-LINE-EXIT
006780     END-IF.
006790     PERFORM 3150-PRINT-MONTH
006800         THRU 3150-PRINT-MONTH-EXIT
006810         VARYING WS-MONTH-SUB FROM WS-MONTH-MAX BY -1
006820         UNTIL WS-MONTH-SUB < 1.
006830     IF WS-BAD-FIRST-COUNT > ZERO
006840         MOVE "FIRST-SEEN DATE UNREADABLE. . :" TO RPT-PCT-TEXT
006850         MOVE WS-BAD-FIRST-COUNT TO WS-LINE-COUNT
006860         PERFORM 8000-WRITE-PCT-LINE
006870             THRU 8000-WRITE-PCT-LINE-EXIT
006880     END-IF.
006890 3100-PRINT-MONTHS-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930*  3150-PRINT-MONTH                                              *
006940*  PRINTS ONE FIRST-SEEN MONTH, TURNING THE BUCKET BACK INTO ITS *
006950*  YEAR AND MONTH, WHEN IT BROUGHT ANY NEW NUMBERS.              *
006960******************************************************************
006970 3150-PRINT-MONTH.
006980     IF WS-MONTH-COUNT (WS-MONTH-SUB) = ZERO
006990         GO TO 3150-PRINT-MONTH-EXIT
007000     END-IF.
007010     COMPUTE WS-REC-MONTHS = WS-RUN-MONTHS - WS-MONTH-SUB + 1.
007020     DIVIDE WS-REC-MONTHS BY 12 GIVING WS-MONTH-YYYY
007030         REMAINDER WS-MONTH-MM0.
007040     ADD 1 WS-MONTH-MM0 GIVING WS-MONTH-MM.
007050     MOVE WS-MONTH-YYYY TO RPT-MON-YYYY.
007060     MOVE WS-MONTH-MM   TO RPT-MON-MM.
007070     MOVE RPT-MONTH-TEXT TO RPT-PCT-TEXT.
007080     MOVE WS-MONTH-COUNT (WS-MONTH-SUB) TO WS-LINE-COUNT.
007090     PERFORM 8000-WRITE-PCT-LINE
007100         THRU 8000-WRITE-PCT-LINE-EXIT.
007110 3150-PRINT-MONTH-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150*  3200-PRINT-TIMES-SEEN                                         *
007160*  PRINTS THE TIMES-SEEN HISTOGRAM, ONE LINE PER BAND.           *
007170******************************************************************
007180 3200-PRINT-TIMES-SEEN.
007190     MOVE SPACES TO REPORT-RECORD.
007200     WRITE REPORT-RECORD.
007210     MOVE "TIMES SEEN" TO RPT-SECTION-TEXT.
007220     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
007230     PERFORM 3250-PRINT-SEEN-BAND
007240         THRU 3250-PRINT-SEEN-BAND-EXIT
007250         VARYING WS-SEEN-SUB FROM 1 BY 1
007260         UNTIL WS-SEEN-SUB > WS-SEEN-BANDS.
007270     IF WS-BAD-SEEN-COUNT > ZERO
007280         MOVE "TIMES-SEEN UNREADABLE . . . . :" TO RPT-PCT-TEXT
007290         MOVE WS-BAD-SEEN-COUNT TO WS-LINE-COUNT
007300         PERFORM 8000-WRITE-PCT-LINE
007310             THRU 8000-WRITE-PCT-LINE-EXIT
007320     END-IF.
007330 3200-PRINT-TIMES-SEEN-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370*  3250-PRINT-SEEN-BAND                                          *
007380*  PRINTS ONE TIMES-SEEN BAND.                                   *
007390******************************************************************
007400 3250-PRINT-SEEN-BAND.
007410     MOVE SPACES TO RPT-PCT-TEXT.
007420     STRING "  " WS-SEEN-LABEL (WS-SEEN-SUB)
007430         " . . . . . :" DELIMITED BY SIZE INTO RPT-PCT-TEXT.
007440     MOVE WS-SEEN-COUNT (WS-SEEN-SUB) TO WS-LINE-COUNT.
007450     PERFORM 8000-WRITE-PCT-LINE
007460         THRU 8000-WRITE-PCT-LINE-EXIT.
007470 3250-PRINT-SEEN-BAND-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510*  3300-PRINT-DORMANCY                                           *
007520*  PRINTS THE DORMANCY BANDS, DAYS SINCE LAST SEEN AS OF THE RUN *
007530*  DATE.                                                         *
007540******************************************************************
007550 3300-PRINT-DORMANCY.
007560     MOVE SPACES TO REPORT-RECORD.
007570     WRITE REPORT-RECORD.
007580     MOVE "DORMANCY - DAYS SINCE LAST SEEN" TO RPT-SECTION-TEXT.
007590     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
007600     PERFORM 3350-PRINT-DORM-BAND
007610         THRU 3350-PRINT-DORM-BAND-EXIT
007620         VARYING WS-DORM-SUB FROM 1 BY 1
007630         UNTIL WS-DORM-SUB > WS-DORM-BANDS.
007640     IF WS-BAD-LAST-COUNT > ZERO
007650         MOVE "LAST-SEEN DATE UNREADABLE . . :" TO RPT-PCT-TEXT
007660         MOVE WS-BAD-LAST-COUNT TO WS-LINE-COUNT
007670         PERFORM 8000-WRITE-PCT-LINE
007680             THRU 8000-WRITE-PCT-LINE-EXIT
007690     END-IF.
007700 3300-PRINT-DORMANCY-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740*  3350-PRINT-DORM-BAND                                          *
007750*  PRINTS ONE DORMANCY BAND.                                     *
007760******************************************************************
007770 3350-PRINT-DORM-BAND.
007780     MOVE SPACES TO RPT-PCT-TEXT.
007790     STRING "  " WS-DORM-LABEL (WS-DORM-SUB)
007800         " . . . . . :" DELIMITED BY SIZE INTO RPT-PCT-TEXT.
007810     MOVE WS-DORM-COUNT (WS-DORM-SUB) TO WS-LINE-COUNT.
007820     PERFORM 8000-WRITE-PCT-LINE
007830         THRU 8000-WRITE-PCT-LINE-EXIT.
007840 3350-PRINT-DORM-BAND-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880*  3400-PRINT-PREFIXES                                           *
007890*  PRINTS THE TOP TEN SOURCE BATCH-ID PREFIXES BY NUMBER COUNT,  *
007900*  THEN EVERYTHING ELSE AS ONE LINE SO THE SECTION ADDS UP TO    *
007910*  THE MASTER.                                                   *
007920******************************************************************
007930 3400-PRINT-PREFIXES.
007940     MOVE SPACES TO REPORT-RECORD.
007950     WRITE REPORT-RECORD.
007960     MOVE SPACES TO RPT-SECTION-TEXT.
007970     STRING "TOP SOURCE BATCH-ID PREFIXES (FIRST "
007980         WS-PREFIX-LENGTH " CHARACTERS)"
007990         DELIMITED BY SIZE INTO RPT-SECTION-TEXT.
008000     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
008010     MOVE ZERO TO WS-TOP-TOTAL.
008020     PERFORM 3450-PRINT-TOP-PREFIX
008030         THRU 3450-PRINT-TOP-PREFIX-EXIT
008040         VARYING WS-TOP-RANK FROM 1 BY 1
008050         UNTIL WS-TOP-RANK > WS-TOP-MAX
008060            OR WS-TOP-RANK > WS-PFX-LOAD-COUNT.
008070     MOVE "  ALL OTHER PREFIXES. . . . . :" TO RPT-PCT-TEXT.
008080     COMPUTE WS-LINE-COUNT = WS-TOTAL-COUNT - WS-TOP-TOTAL.
008090     PERFORM 8000-WRITE-PCT-LINE
008100         THRU 8000-WRITE-PCT-LINE-EXIT.
008110     IF WS-PFX-OVERFLOW-COUNT > ZERO
008120         MOVE "PREFIX TABLE FULL - SOME PREFIXES ARE ONLY COUNTED"
008130             TO RPT-NOTE-TEXT
008140         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
008150         MOVE "UNDER ALL OTHER PREFIXES - USE A SHORTER PREFIX"
008160             TO RPT-NOTE-TEXT
008170         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
008180     END-IF.
008190 3400-PRINT-PREFIXES-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230*  3450-PRINT-TOP-PREFIX                                         *
008240*  FINDS THE LARGEST PREFIX NOT YET PRINTED, PRINTS IT AT THE    *
008250*  CURRENT RANK AND MARKS IT PRINTED.                            *
008260******************************************************************
008270 3450-PRINT-TOP-PREFIX.
008280     MOVE ZERO TO WS-TOP-SUB.
008290     MOVE ZERO TO WS-TOP-COUNT.
008300     PERFORM 3460-TEST-PREFIX
008310         THRU 3460-TEST-PREFIX-EXIT
008320         VARYING PFX-IDX FROM 1 BY 1
008330         UNTIL PFX-IDX > WS-PFX-LOAD-COUNT.
008340     IF WS-TOP-SUB = ZERO
008350         GO TO 3450-PRINT-TOP-PREFIX-EXIT
008360     END-IF.
008370     MOVE "Y" TO WS-PFX-PRINTED-SW (WS-TOP-SUB).
008380     ADD WS-TOP-COUNT TO WS-TOP-TOTAL.
008390     MOVE WS-TOP-RANK TO RPT-RANK.
008400     MOVE WS-PFX-VALUE (WS-TOP-SUB) TO RPT-RANK-PREFIX.
008410     MOVE RPT-RANK-TEXT TO RPT-PCT-TEXT.
008420     MOVE WS-TOP-COUNT TO WS-LINE-COUNT.
008430     PERFORM 8000-WRITE-PCT-LINE
008440         THRU 8000-WRITE-PCT-LINE-EXIT.
008450 3450-PRINT-TOP-PREFIX-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490*  3460-TEST-PREFIX                                              *
008500*  KEEPS THE UNPRINTED PREFIX WITH THE HIGHEST COUNT SO FAR.     *
008510******************************************************************
008520 3460-TEST-PREFIX.
008530     IF NOT WS-PFX-PRINTED (PFX-IDX)
008540         AND WS-PFX-COUNT (PFX-IDX) > WS-TOP-COUNT
008550         SET WS-TOP-SUB TO PFX-IDX
008560         MOVE WS-PFX-COUNT (PFX-IDX) TO WS-TOP-COUNT
008570     END-IF.
008580 3460-TEST-PREFIX-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620*  3600-PRINT-PURGE-PREVIEW                                      *
008630*  PRINTS WHAT THE NEXT PROGRAMAMANUTMESTRE RUN WITH THE SAME    *
008640*  RETENTION PERIOD WOULD REMOVE, AS OF TODAY, AND THE LAST-SEEN *
008650*  DATE RANGE IT WOULD COVER.                                    *
008660******************************************************************
008670 3600-PRINT-PURGE-PREVIEW.
008680     MOVE SPACES TO REPORT-RECORD.
008690     WRITE REPORT-RECORD.
008700     MOVE "PURGE PREVIEW" TO RPT-SECTION-TEXT.
008710     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
008720     MOVE WS-RETENTION-DAYS TO RPT-PARM-DAYS.
008730     MOVE WS-CUTOFF-DATE    TO RPT-PARM-CUTOFF.
008740     WRITE REPORT-RECORD FROM RPT-PARM-LINE.
008750     MOVE "RECORDS THE PURGE WOULD REMOVE:" TO RPT-PCT-TEXT.
008760     MOVE WS-PURGE-COUNT TO WS-LINE-COUNT.
008770     PERFORM 8000-WRITE-PCT-LINE
008780         THRU 8000-WRITE-PCT-LINE-EXIT.
008790     MOVE "RECORDS THE PURGE WOULD KEEP. :" TO RPT-PCT-TEXT.
008800     COMPUTE WS-LINE-COUNT = WS-TOTAL-COUNT - WS-PURGE-COUNT.
008810     PERFORM 8000-WRITE-PCT-LINE
008820         THRU 8000-WRITE-PCT-LINE-EXIT.
008830     IF WS-PURGE-COUNT > ZERO
008840         MOVE "LAST-SEEN DATE RANGE. . . . . :" TO RPT-RNG-TEXT
008850         MOVE WS-PURGE-MIN TO RPT-RNG-FROM
008860         MOVE WS-PURGE-MAX TO RPT-RNG-TO
008870         WRITE REPORT-RECORD FROM RPT-RANGE-LINE
008880     END-IF.
008890 3600-PRINT-PURGE-PREVIEW-EXIT.
008900     EXIT.
008910
008920******************************************************************
008930*  8000-WRITE-PCT-LINE                                           *
008940*  WRITES ONE COUNT LINE - THE CALLER HAS SET THE TEXT AND THE   *
008950*  COUNT - WITH THE COUNT'S SHARE OF THE WHOLE MASTER.           *
008960******************************************************************
008970 8000-WRITE-PCT-LINE.
008980     MOVE WS-LINE-COUNT TO RPT-PCT-VALUE.
008990     IF WS-TOTAL-COUNT > ZERO
009000         COMPUTE WS-LINE-PCT ROUNDED =
009010             WS-LINE-COUNT * 100 / WS-TOTAL-COUNT
009020     ELSE
009030         MOVE ZERO TO WS-LINE-PCT
009040     END-IF.
009050     MOVE WS-LINE-PCT TO RPT-PCT-PCT.
009060     WRITE REPORT-RECORD FROM RPT-PCT-LINE.
009070 8000-WRITE-PCT-LINE-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110*  9000-TERMINATE                                                *
009120*  CLOSES EVERYTHING AT END OF A NORMAL RUN.                     *
009130******************************************************************
009140 9000-TERMINATE.
009150     DISPLAY "PROGRAMAPERFILMESTRE - END OF JOB SUMMARY".
009160     DISPLAY "NUMBERS ON THE MASTER . . . : " WS-TOTAL-COUNT.
009170     DISPLAY "PURGE WOULD REMOVE. . . . . : " WS-PURGE-COUNT.
009180     CLOSE NUMMAST-FILE.
009190     CLOSE REPORT-FILE.
009200 9000-TERMINATE-EXIT.
009210     EXIT.
009220
009230******************************************************************
009240*  9500-ABORT-RUN                                                *
009250*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS A NON-ZERO RETURN   *
009260*  CODE SO THE JOB STEP SHOWS FAILED.  THE MASTER IS ONLY READ,  *
009270*  SO THE STEP IS SIMPLY RERUN; ANY FILES ALREADY OPENED ARE     *
009280*  CLOSED IMPLICITLY BY STOP RUN.                                *
009290******************************************************************
009300 9500-ABORT-RUN.
009310     DISPLAY "PROGRAMAPERFILMESTRE - RUN ABORTED, SEE PRIOR "
009320         "MESSAGE".
009330     MOVE 16 TO RETURN-CODE.
009340 9500-ABORT-RUN-EXIT.
009350     EXIT.
009360
009370 END PROGRAM PROGRAMAPERFILMESTRE.
