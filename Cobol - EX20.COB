000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMANOTIFICAORIGEM.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  RETURN-TO-SOURCE REJECT
000130*                  NOTIFICATION, RUN AFTER THE REJREPAR JOB.  THE
000140*                  REGIONS ONLY HEARD OF THEIR REJECTS WHEN THE
000150*                  SERVICE DESK PHONED THEM.  READS THE CYCLE'S
000160*                  REJECTS (THE REJNIGHT SNAPSHOT) AND THE REPAIR
000170*                  DESK'S RESOLUTIONS (THE REJRSLV GENERATIONS),
000180*                  BOTH SORTED BY SOURCE BATCH ID, AND WRITES ONE
000190*                  NOTIFICATION PER BATCH IN THE SHARED NTFREC
000200*                  LAYOUT - HEADER, ONE DETAIL PER REJECTED VALUE
000210*                  WITH ITS REASON CODE AND DESCRIPTION, ONE
000220*                  DETAIL PER EARLIER REJECT CORRECTED OR DROPPED
000230*                  BY THE REPAIR DESK, AND A TRAILER.  EVERY PART
000240*                  SENT IS STAGED TO NTFLWK FOR APPENDING TO THE
000250*                  NTFLOG NOTIFICATION LOG, AND THE LOG IS READ
000260*                  BACK SO NOTHING IS EVER SENT TWICE.
000262*  10/15/26  RA    THE SENT DATE ON THE NOTIFICATIONS AND NTFLOG
000264*                  IS NOW THE LOGICAL CYCLE DATE SET ON CYCFILE
000266*                  SLOT 8 BY THE DATE-CONTROL STEP, NOT THE SYSTEM
000268*                  DATE.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT REJECT-FILE ASSIGN TO REJFILE
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-REJ-FILE-STATUS.
000340     SELECT RESOLVED-FILE ASSIGN TO RSLVFILE
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RSV-FILE-STATUS.
000370     SELECT BATCH-REGISTER-FILE ASSIGN TO BCHREG
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS BR-BATCH-ID
000410         FILE STATUS IS WS-BCH-FILE-STATUS.
000420     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000430         ORGANIZATION IS RELATIVE
000440         ACCESS MODE IS RANDOM
000450         RELATIVE KEY IS WS-CYC-KEY
000460         FILE STATUS IS WS-CYC-FILE-STATUS.
000470     SELECT NOTIFY-LOG-FILE ASSIGN TO NTFLOG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-NTL-FILE-STATUS.
000500     SELECT NOTIFY-LOG-WORK-FILE ASSIGN TO NTFLWK
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-NLW-FILE-STATUS.
000530     SELECT NOTIFY-FILE ASSIGN TO NTFFILE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-NTF-FILE-STATUS.
000560     SELECT REPORT-FILE ASSIGN TO RPTFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610******************************************************************
000620*  REJECT-FILE - THE CYCLE'S REJECTS IN THE SHARED REJCLASS      *
000630*  LAYOUT, SORTED BY BATCH ID, RUN DATE AND VALUE.  A SHORT      *
000640*  RECORD FROM BEFORE THE BATCH ID WAS CARRIED READS WITH A      *
000650*  BLANK ONE.                                                    *
000660******************************************************************
000670 FD  REJECT-FILE
000680     RECORDING MODE IS F.
000690     COPY REJCLASS.
000700
000710******************************************************************
000720*  RESOLVED-FILE - THE REPAIR DESK'S RESOLUTIONS IN THE SHARED   *
000730*  REJRSLV LAYOUT, SORTED BY BATCH ID, REPAIR DATE AND VALUE.    *
000740******************************************************************
000750 FD  RESOLVED-FILE
000760     RECORDING MODE IS F.
000770     COPY REJRSLV.
000780
000790******************************************************************
000800*  BATCH-REGISTER-FILE - THE BATCH REGISTER (VSAM KSDS) IN THE   *
000810*  SHARED BCHREG LAYOUT, READ FOR EACH BATCH'S BUSINESS DATE AND *
000820*  DISPOSITION.                                                  *
000830******************************************************************
000840 FD  BATCH-REGISTER-FILE.
000850     COPY BCHREG.
000860
000870******************************************************************
000880*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS, READ ONLY *
000890*  FOR THE CYCLE DATE ON PARIMPAR'S SLOT AND TO HOLD THE RUN     *
000900*  WHILE PARIMPAR OR REJREPAR IS UNRESOLVED.  THIS JOB OWNS NO   *
000910*  SLOT.                                                         *
000920******************************************************************
000930 FD  CYCLE-CONTROL-FILE.
000940     COPY CYCCTL.
000950
000960******************************************************************
000970*  NOTIFY-LOG-FILE - THE NOTIFICATION LOG IN THE SHARED NTFLOG   *
000980*  LAYOUT, READ ONCE INTO THE LOG TABLE.  NOTIFY-LOG-WORK-FILE   *
000990*  TAKES THIS RUN'S ENTRIES AND IS APPENDED TO THE LOG BY THE    *
001000*  FOLLOW-ON JCL STEP (THE LOG IS OPEN FOR INPUT IN THIS STEP).  *
001010******************************************************************
001020 FD  NOTIFY-LOG-FILE
001030     RECORDING MODE IS F.
001040     COPY NTFLOG.
001050
001060 FD  NOTIFY-LOG-WORK-FILE
001070     RECORDING MODE IS F.
001080 01  NOTIFY-LOG-WORK-RECORD      PIC X(40).
001090
001100******************************************************************
001110*  NOTIFY-FILE - THE NOTIFICATIONS FOR THE SOURCE REGIONS IN THE *
001120*  SHARED NTFREC LAYOUT.                                         *
001130******************************************************************
001140 FD  NOTIFY-FILE
001150     RECORDING MODE IS F.
001160     COPY NTFREC.
001170
001180******************************************************************
001190*  REPORT-FILE - THE PRINTED NOTIFICATION REPORT.                *
001200******************************************************************
001210 FD  REPORT-FILE
001220     RECORDING MODE IS F.
001230 01  REPORT-RECORD               PIC X(90).
001240
001250 WORKING-STORAGE SECTION.
001260******************************************************************
001270*  SWITCHES                                                      *
001280******************************************************************
001290 77  WS-REJ-EOF-SW           PIC X(01)      VALUE "N".
001300     88  WS-REJ-EOF                          VALUE "Y".
001310 77  WS-RSV-EOF-SW           PIC X(01)      VALUE "N".
001320     88  WS-RSV-EOF                          VALUE "Y".
001330 77  WS-NTL-EOF-SW           PIC X(01)      VALUE "N".
001340     88  WS-NTL-EOF                          VALUE "Y".
001350 77  WS-HDR-SW               PIC X(01)      VALUE "N".
001360     88  WS-HDR-WRITTEN                      VALUE "Y".
001370 77  WS-GRP-SENT-SW          PIC X(01)      VALUE "N".
001380     88  WS-GRP-ALREADY-SENT                 VALUE "Y".
001390 77  WS-BATCH-SKIP-SW        PIC X(01)      VALUE SPACE.
001400     88  WS-BATCH-SENDABLE                   VALUE SPACE.
001410     88  WS-BATCH-NO-ID                      VALUE "B".
001420     88  WS-BATCH-RECYCLE                    VALUE "Y".
001430     88  WS-BATCH-REVERSED                   VALUE "R".
001440 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
001450     88  WS-FATAL                            VALUE "Y".
001460     88  WS-NOT-FATAL                        VALUE "N".
001470 77  WS-REJ-FILE-STATUS      PIC X(02)      VALUE SPACES.
001480 77  WS-RSV-FILE-STATUS      PIC X(02)      VALUE SPACES.
001490 77  WS-BCH-FILE-STATUS      PIC X(02)      VALUE SPACES.
001500 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
001510 77  WS-NTL-FILE-STATUS      PIC X(02)      VALUE SPACES.
001520 77  WS-NLW-FILE-STATUS      PIC X(02)      VALUE SPACES.
001530 77  WS-NTF-FILE-STATUS      PIC X(02)      VALUE SPACES.
001540 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
001550
001560*****************************************************************
001570*  THE CYCLE BEING NOTIFIED AND THE RUN'S OWN DATE AND TIME      *
001580*****************************************************************
001590 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001592 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
001600 77  WS-CYCLE-DATE           PIC 9(08)      VALUE ZERO.
001610 77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
001620 77  WS-RUN-TIME             PIC 9(08)      VALUE ZERO.
001630
001640*****************************************************************
001650*  MATCH KEYS - THE BATCH ID OF THE RECORD IN HAND ON EACH       *
001660*  INPUT, HIGH-VALUES ONCE THAT INPUT IS EXHAUSTED - AND THE     *
001670*  BATCH BEING NOTIFIED                                          *
001680*****************************************************************
001690 77  WS-REJ-KEY              PIC X(08)      VALUE SPACES.
001700 77  WS-RSV-KEY              PIC X(08)      VALUE SPACES.
001710 77  WS-CUR-BATCH-ID         PIC X(08)      VALUE SPACES.
001720 77  WS-CUR-BUSINESS-DATE    PIC 9(08)      VALUE ZERO.
001730
001740*****************************************************************
001750*  THE PART OF THE NOTIFICATION BEING BUILT - ONE BATCH'S        *
001760*  REJECTS FROM ONE RUN DATE (TYPE R) OR RESOLUTIONS FROM ONE    *
001770*  REPAIR DATE (TYPE S).  EACH PART IS ONE NTFLOG ENTRY.         *
001780*****************************************************************
001790 01  WS-GRP-KEY.
001800     05  WS-GRP-BATCH-ID     PIC X(08)      VALUE SPACES.
001810     05  WS-GRP-TYPE         PIC X(01)      VALUE SPACE.
001820     05  WS-GRP-DATE         PIC 9(08)      VALUE ZERO.
001830 01  WS-NEW-GRP-KEY.
001840     05  WS-NEW-GRP-BATCH-ID PIC X(08)      VALUE SPACES.
001850     05  WS-NEW-GRP-TYPE     PIC X(01)      VALUE SPACE.
001860     05  WS-NEW-GRP-DATE     PIC 9(08)      VALUE ZERO.
001870 77  WS-GRP-COUNT            PIC 9(07)      VALUE ZERO.
001880
001890*****************************************************************
001900*  NOTIFICATION LOG TABLE - THE MOST RECENT ENTRIES OF THE LOG,  *
001910*  KEPT CIRCULARLY SO A LOG OLDER THAN THE TABLE STILL LOADS; A  *
001920*  PART OLD ENOUGH TO HAVE FALLEN OUT CAN NO LONGER BE IN        *
001930*  TONIGHT'S INPUTS.                                             *
001940*****************************************************************
001950 01  WS-LOG-TABLE.
001960     05  WS-LOG-ENTRY OCCURS 5000 TIMES
001970             INDEXED BY LOG-IDX.
001980         10  WS-LOG-KEY      PIC X(17).
001990 77  WS-LOG-MAX              PIC 9(05) COMP VALUE 5000.
002000 77  WS-LOG-USED             PIC 9(05) COMP VALUE ZERO.
002010 77  WS-LOG-SLOT             PIC 9(05) COMP VALUE ZERO.
002020 01  WS-LOG-IN-KEY.
002030     05  WS-LOG-IN-BATCH-ID  PIC X(08)      VALUE SPACES.
002040     05  WS-LOG-IN-TYPE      PIC X(01)      VALUE SPACE.
002050     05  WS-LOG-IN-DATE      PIC 9(08)      VALUE ZERO.
002060
002070*****************************************************************
002080*  REASON DESCRIPTIONS SENT WITH EACH REJECT, BY REASON CODE     *
002090*****************************************************************
002100 01  WS-REASON-TEXT-VALUES.
002110     05  FILLER              PIC X(30)      VALUE
002120         "NON-NUMERIC VALUE".
002130     05  FILLER              PIC X(30)      VALUE
002140         "NEGATIVE VALUE".
002150     05  FILLER              PIC X(30)      VALUE
002160         "DUPLICATE WITHIN CYCLE".
002170     05  FILLER              PIC X(30)      VALUE
002180         "CHECK DIGIT FAILED".
002190     05  FILLER              PIC X(30)      VALUE
002200         "BLOCKED BY COMPLIANCE REVIEW".
002210 01  WS-REASON-TEXTS REDEFINES WS-REASON-TEXT-VALUES.
002220     05  WS-REASON-TEXT      PIC X(30) OCCURS 5 TIMES.
002230 77  WS-REASON-MAX           PIC 9(02)      VALUE 5.
002240 77  WS-REASON-CODE          PIC 9(02)      VALUE ZERO.
002250
002260*****************************************************************
002270*  COUNTS FOR THE BATCH IN HAND                                  *
002280*****************************************************************
002290 77  WS-BCH-REJ-COUNT        PIC 9(07)      VALUE ZERO.
002300 77  WS-BCH-RSV-COUNT        PIC 9(07)      VALUE ZERO.
002310 77  WS-BCH-SKIP-COUNT       PIC 9(07)      VALUE ZERO.
002320 77  WS-BCH-ALREADY-COUNT    PIC 9(07)      VALUE ZERO.
002330
002340*****************************************************************
002350*  COUNTERS FOR THE END-OF-JOB TOTALS                            *
002360*****************************************************************
002370 77  WS-REJ-READ-COUNT       PIC 9(07)      VALUE ZERO.
002380 77  WS-RSV-READ-COUNT       PIC 9(07)      VALUE ZERO.
002390 77  WS-NTL-READ-COUNT       PIC 9(07)      VALUE ZERO.
002400 77  WS-NOTIFY-COUNT         PIC 9(07)      VALUE ZERO.
002410 77  WS-REJ-SENT-COUNT       PIC 9(07)      VALUE ZERO.
002420 77  WS-RSV-SENT-COUNT       PIC 9(07)      VALUE ZERO.
002430 77  WS-NTF-RECORD-COUNT     PIC 9(07)      VALUE ZERO.
002440 77  WS-LOG-WRITE-COUNT      PIC 9(07)      VALUE ZERO.
002450 77  WS-ALREADY-COUNT        PIC 9(07)      VALUE ZERO.
002460 77  WS-NO-ID-COUNT          PIC 9(07)      VALUE ZERO.
002470 77  WS-RECYCLE-COUNT        PIC 9(07)      VALUE ZERO.
002480 77  WS-REVERSED-COUNT       PIC 9(07)      VALUE ZERO.
002490
002500*****************************************************************
002510*  REPORT LINES                                                  *
002520*****************************************************************
002530 01  RPT-HEADING-1.
002540     05  FILLER              PIC X(45)      VALUE
002550         "PROGRAMANOTIFICAORIGEM - REJECT NOTIFICATION ".
002560     05  FILLER              PIC X(10)      VALUE "FOR CYCLE ".
002570     05  RPT-H1-DATE         PIC 9(08)      VALUE ZERO.
002580 01  RPT-SECTION-LINE.
002590     05  FILLER              PIC X(01)      VALUE SPACE.
002600     05  RPT-SECTION-TEXT    PIC X(60)      VALUE SPACES.
002610 01  RPT-NOTE-LINE.
002620     05  FILLER              PIC X(03)      VALUE SPACES.
002630     05  RPT-NOTE-TEXT       PIC X(60)      VALUE SPACES.
002640 01  RPT-BCH-HEADING.
002650     05  FILLER              PIC X(11)      VALUE "  BATCH".
002660     05  FILLER              PIC X(10)      VALUE "BUS-DATE".
002670     05  FILLER              PIC X(09)      VALUE "REJECTS".
002680     05  FILLER              PIC X(09)      VALUE "RESOLVED".
002690     05  FILLER              PIC X(09)      VALUE "NOT SENT".
002700     05  FILLER              PIC X(30)      VALUE "  REMARKS".
002710 01  RPT-BCH-LINE.
002720     05  FILLER              PIC X(02)      VALUE SPACES.
002730     05  RPT-BATCH-ID        PIC X(08)      VALUE SPACES.
002740     05  FILLER              PIC X(01)      VALUE SPACES.
002750     05  RPT-BUS-DATE        PIC 9(08)      VALUE ZERO.
002760     05  FILLER              PIC X(02)      VALUE SPACES.
002770     05  RPT-REJ-COUNT       PIC ZZZZZZ9    VALUE ZERO.
002780     05  FILLER              PIC X(02)      VALUE SPACES.
002790     05  RPT-RSV-COUNT       PIC ZZZZZZ9    VALUE ZERO.
002800     05  FILLER              PIC X(02)      VALUE SPACES.
002810     05  RPT-SKIP-COUNT      PIC ZZZZZZ9    VALUE ZERO.
002820     05  FILLER              PIC X(04)      VALUE SPACES.
002830     05  RPT-REMARKS         PIC X(38)      VALUE SPACES.
002840 01  RPT-COUNT-LINE.
002850     05  FILLER              PIC X(03)      VALUE SPACES.
002860     05  RPT-CNT-TEXT        PIC X(32)      VALUE SPACES.
002870     05  RPT-CNT-VALUE       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
002880
002890 PROCEDURE DIVISION.
002900******************************************************************
002910*  0000-MAINLINE                                                 *
002920*  DRIVES INITIALISATION, ONE MATCHED PASS OF THE TWO SORTED     *
002930*  INPUTS A BATCH AT A TIME, AND TERMINATION.  A FATAL OPEN, A   *
002940*  HELD CYCLE OR A FAILED WRITE ROUTES TO 9500-ABORT-RUN INSTEAD *
002950*  OF NORMAL TERMINATION.                                        *
002960******************************************************************
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE
002990         THRU 1000-INITIALIZE-EXIT.
003000     IF WS-NOT-FATAL
003010         PERFORM 2000-NOTIFY-BATCH
003020             THRU 2000-NOTIFY-BATCH-EXIT
003030             UNTIL (WS-REJ-EOF AND WS-RSV-EOF) OR WS-FATAL
003040     END-IF.
003050     IF WS-FATAL
003060         PERFORM 9500-ABORT-RUN
003070             THRU 9500-ABORT-RUN-EXIT
003080     ELSE
003090         PERFORM 9000-TERMINATE
003100             THRU 9000-TERMINATE-EXIT
003110     END-IF.
003120     STOP RUN.
003130 0000-MAINLINE-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170*  1000-INITIALIZE                                               *
003180*  OPENS THE REPORT, TAKES THE CYCLE DATE FROM CYCFILE, LOADS    *
003190*  THE NOTIFICATION LOG, OPENS THE INPUTS AND OUTPUTS, PRINTS    *
003200*  THE HEADINGS AND PRIMES THE FIRST READ OF EACH INPUT.  ANY    *
003210*  FAILED OPEN IS FATAL.                                         *
003220******************************************************************
003230 1000-INITIALIZE.
003250     ACCEPT WS-RUN-TIME FROM TIME.
003260     OPEN OUTPUT REPORT-FILE.
003270     IF WS-RPT-FILE-STATUS NOT = "00"
003280         DISPLAY "PROGRAMANOTIFICAORIGEM - UNABLE TO OPEN "
003290             "RPTFILE, FILE STATUS = " WS-RPT-FILE-STATUS
003300         SET WS-FATAL TO TRUE
003310         GO TO 1000-INITIALIZE-EXIT
003320     END-IF.
003330     PERFORM 1100-READ-CYCLE-DATE
003340         THRU 1100-READ-CYCLE-DATE-EXIT.
003350     IF WS-FATAL
003360         GO TO 1000-INITIALIZE-EXIT
003370     END-IF.
003380     PERFORM 1200-LOAD-NOTIFY-LOG
003390         THRU 1200-LOAD-NOTIFY-LOG-EXIT.
003400     IF WS-FATAL
003410         GO TO 1000-INITIALIZE-EXIT
003420     END-IF.
003430     OPEN INPUT REJECT-FILE.
003440     OPEN INPUT RESOLVED-FILE.
003450     IF WS-REJ-FILE-STATUS NOT = "00"
003460         OR WS-RSV-FILE-STATUS NOT = "00"
003470         DISPLAY "PROGRAMANOTIFICAORIGEM - UNABLE TO OPEN "
003480             "REJFILE/RSLVFILE, FILE STATUS = " WS-REJ-FILE-STATUS
003490             "/" WS-RSV-FILE-STATUS
003500         SET WS-FATAL TO TRUE
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF.
003530     OPEN INPUT BATCH-REGISTER-FILE.
003540     IF WS-BCH-FILE-STATUS NOT = "00"
003550         AND WS-BCH-FILE-STATUS NOT = "97"
003560         DISPLAY "PROGRAMANOTIFICAORIGEM - UNABLE TO OPEN "
003570             "BCHREG, FILE STATUS = " WS-BCH-FILE-STATUS
003580         SET WS-FATAL TO TRUE
003590         GO TO 1000-INITIALIZE-EXIT
003600     END-IF.
003610     OPEN OUTPUT NOTIFY-FILE.
003620     OPEN OUTPUT NOTIFY-LOG-WORK-FILE.
003630     IF WS-NTF-FILE-STATUS NOT = "00"
003640         OR WS-NLW-FILE-STATUS NOT = "00"
003650         DISPLAY "PROGRAMANOTIFICAORIGEM - UNABLE TO OPEN "
003660             "NTFFILE/NTFLWK, FILE STATUS = " WS-NTF-FILE-STATUS
003670             "/" WS-NLW-FILE-STATUS
003680         SET WS-FATAL TO TRUE
003690         GO TO 1000-INITIALIZE-EXIT
003700     END-IF.
003710     MOVE WS-CYCLE-DATE TO RPT-H1-DATE.
003720     WRITE REPORT-RECORD FROM RPT-HEADING-1.
003730     MOVE SPACES TO REPORT-RECORD.
003740     WRITE REPORT-RECORD.
003750     MOVE "BATCHES WITH REJECTS OR RESOLUTIONS"
003760         TO RPT-SECTION-TEXT.
003770     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
003780     WRITE REPORT-RECORD FROM RPT-BCH-HEADING.
003790     PERFORM 2150-READ-REJECT
003800         THRU 2150-READ-REJECT-EXIT.
003810     PERFORM 2250-READ-RESOLVED
003820         THRU 2250-READ-RESOLVED-EXIT.
003830 1000-INITIALIZE-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870*  1100-READ-CYCLE-DATE                                          *
003880*  READS PARIMPAR'S SLOT (SLOT 1) FOR THE DATE OF THE CYCLE      *
003890*  BEING NOTIFIED, EVEN WHEN THE RUN HAS CROSSED MIDNIGHT.  A    *
003900*  SLOT PARIMPAR HAS NEVER STAMPED IS FATAL.  THE RUN IS HELD    *
003910*  WHILE PARIMPAR'S SLOT OR REJREPAR'S SLOT (3) IS OPEN - THE    *
003920*  REJNIGHT SNAPSHOT IS NOT CUT UNTIL THE CLASSIFIER'S CYCLE     *
003930*  CLOSES, AND A REPAIR RUN STILL OPEN HAS NOT FINISHED ITS      *
003940*  RESOLUTIONS - SO A HALF-BUILT NOTIFICATION NEVER GOES OUT.    *
003942*  THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP SET ON SLOT 8    *
003944*  IS THE SENT DATE STAMPED ON THE NOTIFICATIONS AND THE LOG;    *
003946*  NO DATE SET THERE IS FATAL.                                   *
003950******************************************************************
003960 1100-READ-CYCLE-DATE.
003970     OPEN INPUT CYCLE-CONTROL-FILE.
003980     IF WS-CYC-FILE-STATUS NOT = "00"
003990         DISPLAY "PROGRAMANOTIFICAORIGEM - UNABLE TO OPEN "
004000             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
004010         SET WS-FATAL TO TRUE
004020         GO TO 1100-READ-CYCLE-DATE-EXIT
004030     END-IF.
004040     MOVE 1 TO WS-CYC-KEY.
004050     READ CYCLE-CONTROL-FILE
004060         INVALID KEY
004070             CONTINUE
004080     END-READ.
004090     IF WS-CYC-FILE-STATUS NOT = "00"
004100         OR CYC-CYCLE-DATE = ZERO
004110         DISPLAY "PROGRAMANOTIFICAORIGEM - PARIMPAR HAS NOT "
004120             "STAMPED A CYCLE ON CYCFILE - NOTHING TO NOTIFY"
004130         SET WS-FATAL TO TRUE
004140         CLOSE CYCLE-CONTROL-FILE
004150         GO TO 1100-READ-CYCLE-DATE-EXIT
004160     END-IF.
004170     IF CYC-OPEN
004180         DISPLAY "PROGRAMANOTIFICAORIGEM - PARIMPAR CYCLE "
004190             CYC-CYCLE-DATE " STILL OPEN - RUN HELD"
004200         SET WS-FATAL TO TRUE
004210         CLOSE CYCLE-CONTROL-FILE
004220         GO TO 1100-READ-CYCLE-DATE-EXIT
004230     END-IF.
004240     MOVE CYC-CYCLE-DATE TO WS-CYCLE-DATE.
004250     MOVE 3 TO WS-CYC-KEY.
004260     READ CYCLE-CONTROL-FILE
004270         INVALID KEY
004280             CONTINUE
004290     END-READ.
004300     IF WS-CYC-FILE-STATUS = "00"
004310         AND CYC-OPEN
004320         DISPLAY "PROGRAMANOTIFICAORIGEM - REJREPAR CYCLE "
004330             CYC-CYCLE-DATE " STILL OPEN - RUN HELD"
004340         SET WS-FATAL TO TRUE
004350     END-IF.
004351     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
004352     READ CYCLE-CONTROL-FILE
004353         INVALID KEY
004354             CONTINUE
004355     END-READ.
004356     IF WS-CYC-FILE-STATUS = "00"
004357         AND CYC-COMPLETE
004358         AND CYC-CYCLE-DATE > ZERO
004359         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
004360     ELSE
004361         DISPLAY "PROGRAMANOTIFICAORIGEM - NO CYCLE DATE "
004362             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
004363         SET WS-FATAL TO TRUE
004364     END-IF.
004365     CLOSE CYCLE-CONTROL-FILE.
004370 1100-READ-CYCLE-DATE-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*  1200-LOAD-NOTIFY-LOG                                          *
004420*  LOADS THE NOTIFICATION LOG INTO THE LOG TABLE.  THE LOG DOES  *
004430*  NOT EXIST BEFORE THE FIRST NOTIFICATION EVER SENT, SO A       *
004440*  MISSING LOG (STATUS 35) LOADS AN EMPTY TABLE; ANY OTHER       *
004450*  FAILED OPEN IS FATAL, SINCE WITHOUT THE LOG EVERY PART WOULD  *
004460*  BE SENT AGAIN.                                                *
004470******************************************************************
004480 1200-LOAD-NOTIFY-LOG.
004490     OPEN INPUT NOTIFY-LOG-FILE.
004500     IF WS-NTL-FILE-STATUS = "35"
004510         GO TO 1200-LOAD-NOTIFY-LOG-EXIT
004520     END-IF.
004530     IF WS-NTL-FILE-STATUS NOT = "00"
004540         DISPLAY "PROGRAMANOTIFICAORIGEM - UNABLE TO OPEN "
004550             "NTFLOG, FILE STATUS = " WS-NTL-FILE-STATUS
004560         SET WS-FATAL TO TRUE
004570         GO TO 1200-LOAD-NOTIFY-LOG-EXIT
004580     END-IF.
004590     PERFORM 1250-LOAD-LOG-ENTRY
004600         THRU 1250-LOAD-LOG-ENTRY-EXIT
004610         UNTIL WS-NTL-EOF.
004620     CLOSE NOTIFY-LOG-FILE.
004630 1200-LOAD-NOTIFY-LOG-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670*  1250-LOAD-LOG-ENTRY                                           *
004680*  READS ONE LOG ENTRY AND FILES ITS KEY IN THE NEXT SLOT OF THE *
004690*  TABLE, WRAPPING TO THE FIRST SLOT WHEN THE TABLE IS FULL SO   *
004700*  THE OLDEST ENTRY GIVES WAY.                                   *
004710******************************************************************
004720 1250-LOAD-LOG-ENTRY.
004730     READ NOTIFY-LOG-FILE
004740         AT END
004750             SET WS-NTL-EOF TO TRUE
004760             GO TO 1250-LOAD-LOG-ENTRY-EXIT
004770     END-READ.
004780     ADD 1 TO WS-NTL-READ-COUNT.
004790     ADD 1 TO WS-LOG-SLOT.
004800     IF WS-LOG-SLOT > WS-LOG-MAX
004810         MOVE 1 TO WS-LOG-SLOT
004820     END-IF.
004830     IF WS-LOG-USED < WS-LOG-MAX
004840         ADD 1 TO WS-LOG-USED
004850     END-IF.
004860     MOVE NTL-BATCH-ID  TO WS-LOG-IN-BATCH-ID.
004870     MOVE NTL-TYPE      TO WS-LOG-IN-TYPE.
004880     MOVE NTL-ITEM-DATE TO WS-LOG-IN-DATE.
004890     SET LOG-IDX TO WS-LOG-SLOT.
004900     MOVE WS-LOG-IN-KEY TO WS-LOG-KEY (LOG-IDX).
004910 1250-LOAD-LOG-ENTRY-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*  2000-NOTIFY-BATCH                                             *
004960*  TAKES THE LOWER OF THE TWO INPUT KEYS AS THE BATCH IN HAND,   *
004970*  DECIDES WHETHER IT CAN BE RETURNED TO ITS SOURCE, PASSES ITS  *
004980*  REJECTS AND THEN ITS RESOLUTIONS, CLOSES ITS NOTIFICATION     *
004990*  WITH A TRAILER IF ANYTHING WAS SENT, AND PRINTS ITS REPORT    *
005000*  LINE.                                                         *
005010******************************************************************
005020 2000-NOTIFY-BATCH.
005030     IF WS-REJ-KEY < WS-RSV-KEY
005040         MOVE WS-REJ-KEY TO WS-CUR-BATCH-ID
005050     ELSE
005060         MOVE WS-RSV-KEY TO WS-CUR-BATCH-ID
005070     END-IF.
005080     MOVE "N"  TO WS-HDR-SW.
005090     MOVE ZERO TO WS-BCH-REJ-COUNT WS-BCH-RSV-COUNT
005100                  WS-BCH-SKIP-COUNT WS-BCH-ALREADY-COUNT
005110                  WS-GRP-COUNT.
005120     MOVE SPACES TO WS-GRP-KEY.
005130     PERFORM 2050-CHECK-BATCH
005140         THRU 2050-CHECK-BATCH-EXIT.
005142     IF WS-FATAL
005144         GO TO 2000-NOTIFY-BATCH-EXIT
005146     END-IF.
005150     PERFORM 2100-NOTIFY-REJECT
005160         THRU 2100-NOTIFY-REJECT-EXIT
005170         UNTIL WS-REJ-KEY NOT = WS-CUR-BATCH-ID OR WS-FATAL.
005180     IF WS-FATAL
005190         GO TO 2000-NOTIFY-BATCH-EXIT
005200     END-IF.
005210     PERFORM 2200-NOTIFY-RESOLVED
005220         THRU 2200-NOTIFY-RESOLVED-EXIT
005230         UNTIL WS-RSV-KEY NOT = WS-CUR-BATCH-ID OR WS-FATAL.
005240     IF WS-FATAL
005250         GO TO 2000-NOTIFY-BATCH-EXIT
005260     END-IF.
005270     PERFORM 2700-LOG-GROUP
005280         THRU 2700-LOG-GROUP-EXIT.
005290     IF WS-HDR-WRITTEN AND WS-NOT-FATAL
005300         PERFORM 2600-WRITE-TRAILER
005310             THRU 2600-WRITE-TRAILER-EXIT
005320     END-IF.
005330     IF WS-FATAL
005340         GO TO 2000-NOTIFY-BATCH-EXIT
005350     END-IF.
005360     PERFORM 2900-REPORT-BATCH
005370         THRU 2900-REPORT-BATCH-EXIT.
005380 2000-NOTIFY-BATCH-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*  2050-CHECK-BATCH                                              *
005430*  DECIDES WHETHER THE BATCH IN HAND CAN BE RETURNED TO ITS      *
005440*  SOURCE.  A BLANK BATCH ID (A REJECT WRITTEN BEFORE THE BATCH  *
005450*  ID WAS CARRIED) CANNOT BE ATTRIBUTED TO ANY REGION; AN        *
005460*  RCY-PREFIXED BATCH IS THE REPAIR DESK'S OWN RECYCLE FEED, NOT *
005470*  A REGION'S; AND A BATCH THE REGISTER SHOWS REVERSED HAS       *
005480*  ALREADY GONE BACK TO ITS SOURCE WHOLE.  OTHERWISE THE         *
005490*  REGISTER GIVES THE BUSINESS DATE FOR THE HEADER - ZERO WHEN   *
005500*  THE BATCH IS NOT ON IT.  A REGISTER READ THAT FAILS IS FATAL *
005505*  (RC=16) - NOTHING IS BUILT FROM A RECORD NOT READ.            *
005510******************************************************************
005520 2050-CHECK-BATCH.
005530     MOVE SPACE TO WS-BATCH-SKIP-SW.
005540     MOVE ZERO  TO WS-CUR-BUSINESS-DATE.
005550     IF WS-CUR-BATCH-ID = SPACES
005560         SET WS-BATCH-NO-ID TO TRUE
005570         GO TO 2050-CHECK-BATCH-EXIT
005580     END-IF.
005590     IF WS-CUR-BATCH-ID (1:3) = "RCY"
005600         SET WS-BATCH-RECYCLE TO TRUE
005610         GO TO 2050-CHECK-BATCH-EXIT
005620     END-IF.
005630     MOVE WS-CUR-BATCH-ID TO BR-BATCH-ID.
005640     READ BATCH-REGISTER-FILE
005650         INVALID KEY
005660             GO TO 2050-CHECK-BATCH-EXIT
005670     END-READ.
005671     IF WS-BCH-FILE-STATUS NOT = "00"
005672         DISPLAY "PROGRAMANOTIFICAORIGEM - BCHREG READ FAILED "
005673             "FOR BATCH " WS-CUR-BATCH-ID ", FILE STATUS = "
005674             WS-BCH-FILE-STATUS
005675         SET WS-FATAL TO TRUE
005676         GO TO 2050-CHECK-BATCH-EXIT
005677     END-IF.
005680     IF BR-REVERSED
005690         SET WS-BATCH-REVERSED TO TRUE
005700         GO TO 2050-CHECK-BATCH-EXIT
005710     END-IF.
005720     MOVE BR-BUSINESS-DATE TO WS-CUR-BUSINESS-DATE.
005730 2050-CHECK-BATCH-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770*  2100-NOTIFY-REJECT                                            *
005780*  SENDS ONE REJECT OF THE BATCH IN HAND AS A REJ DETAIL, WITH   *
005790*  ITS REASON CODE AND DESCRIPTION, UNLESS THE BATCH CANNOT BE   *
005800*  RETURNED OR THIS PART WAS SENT BY AN EARLIER RUN.  THEN READS *
005810*  THE NEXT REJECT.                                              *
005820******************************************************************
005830 2100-NOTIFY-REJECT.
005840     IF NOT WS-BATCH-SENDABLE
005850         PERFORM 2800-COUNT-SKIPPED
005860             THRU 2800-COUNT-SKIPPED-EXIT
005870         GO TO 2100-NOTIFY-REJECT-NEXT
005880     END-IF.
005890     MOVE WS-CUR-BATCH-ID TO WS-NEW-GRP-BATCH-ID.
005900     MOVE "R"             TO WS-NEW-GRP-TYPE.
005910     MOVE REJ-RUN-DATE    TO WS-NEW-GRP-DATE.
005920     PERFORM 2400-SET-GROUP
005930         THRU 2400-SET-GROUP-EXIT.
005940     IF WS-FATAL
005950         GO TO 2100-NOTIFY-REJECT-EXIT
005960     END-IF.
005970     IF WS-GRP-ALREADY-SENT
005980         ADD 1 TO WS-BCH-ALREADY-COUNT
005990         ADD 1 TO WS-ALREADY-COUNT
006000         GO TO 2100-NOTIFY-REJECT-NEXT
006010     END-IF.
006020     PERFORM 2500-WRITE-HEADER
006030         THRU 2500-WRITE-HEADER-EXIT.
006040     IF WS-FATAL
006050         GO TO 2100-NOTIFY-REJECT-EXIT
006060     END-IF.
006070     MOVE SPACES          TO NTFREC-RECORD.
006080     SET NTF-REJECT       TO TRUE.
006090     MOVE WS-CUR-BATCH-ID TO NTF-BATCH-ID.
006100     MOVE REJ-NUMERO      TO NTF-D-NUMERO.
006110     MOVE REJ-REASON-CODE TO NTF-D-REASON-CODE.
006120     MOVE REJ-REASON-CODE TO WS-REASON-CODE.
006130     PERFORM 2450-REASON-TEXT
006140         THRU 2450-REASON-TEXT-EXIT.
006150     MOVE REJ-RUN-DATE    TO NTF-D-REJECT-DATE.
006160     MOVE ZERO            TO NTF-D-REPAIR-DATE.
006170     PERFORM 2550-WRITE-NOTIFY
006180         THRU 2550-WRITE-NOTIFY-EXIT.
006190     IF WS-FATAL
006200         GO TO 2100-NOTIFY-REJECT-EXIT
006210     END-IF.
006220     ADD 1 TO WS-BCH-REJ-COUNT.
006230     ADD 1 TO WS-REJ-SENT-COUNT.
006240     ADD 1 TO WS-GRP-COUNT.
006250 2100-NOTIFY-REJECT-NEXT.
006260     PERFORM 2150-READ-REJECT
006270         THRU 2150-READ-REJECT-EXIT.
006280 2100-NOTIFY-REJECT-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320*  2150-READ-REJECT                                              *
006330*  READS THE NEXT REJECT, SETTING ITS MATCH KEY - HIGH-VALUES AT *
006340*  END OF FILE.                                                  *
006350******************************************************************
006360 2150-READ-REJECT.
006370     MOVE SPACES TO REJCLASS-RECORD.
006380     READ REJECT-FILE
006390         AT END
006400             SET WS-REJ-EOF TO TRUE
006410             MOVE HIGH-VALUES TO WS-REJ-KEY
006420             GO TO 2150-READ-REJECT-EXIT
006430     END-READ.
006440     ADD 1 TO WS-REJ-READ-COUNT.
006450     MOVE REJ-BATCH-ID TO WS-REJ-KEY.
006460 2150-READ-REJECT-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500*  2200-NOTIFY-RESOLVED                                          *
006510*  SENDS ONE RESOLUTION OF THE BATCH IN HAND AS AN RSV DETAIL -  *
006520*  THE ORIGINAL VALUE AND REASON, WHETHER THE REPAIR DESK        *
006530*  CORRECTED (C) OR DROPPED (D) IT, THE CORRECTED VALUE AND THE  *
006540*  REPAIR DATE - UNLESS THE BATCH CANNOT BE RETURNED OR THIS     *
006550*  PART WAS SENT BY AN EARLIER RUN.  THEN READS THE NEXT         *
006560*  RESOLUTION.                                                   *
006570******************************************************************
006580 2200-NOTIFY-RESOLVED.
006590     IF NOT WS-BATCH-SENDABLE
006600         PERFORM 2800-COUNT-SKIPPED
006610             THRU 2800-COUNT-SKIPPED-EXIT
006620         GO TO 2200-NOTIFY-RESOLVED-NEXT
006630     END-IF.
006640     MOVE WS-CUR-BATCH-ID TO WS-NEW-GRP-BATCH-ID.
006650     MOVE "S"             TO WS-NEW-GRP-TYPE.
006660     MOVE RSV-REPAIR-DATE TO WS-NEW-GRP-DATE.
006670     PERFORM 2400-SET-GROUP
006680         THRU 2400-SET-GROUP-EXIT.
006690     IF WS-FATAL
006700         GO TO 2200-NOTIFY-RESOLVED-EXIT
006710     END-IF.
006720     IF WS-GRP-ALREADY-SENT
006730         ADD 1 TO WS-BCH-ALREADY-COUNT
006740         ADD 1 TO WS-ALREADY-COUNT
006750         GO TO 2200-NOTIFY-RESOLVED-NEXT
006760     END-IF.
006770     PERFORM 2500-WRITE-HEADER
006780         THRU 2500-WRITE-HEADER-EXIT.
006790     IF WS-FATAL
006800         GO TO 2200-NOTIFY-RESOLVED-EXIT
006810     END-IF.
006820     MOVE SPACES              TO NTFREC-RECORD.
006830     SET NTF-RESOLVED         TO TRUE.
006840     MOVE WS-CUR-BATCH-ID     TO NTF-BATCH-ID.
006850     MOVE RSV-NUMERO          TO NTF-D-NUMERO.
006860     MOVE RSV-REASON-CODE     TO NTF-D-REASON-CODE.
006870     MOVE RSV-REASON-CODE     TO WS-REASON-CODE.
006880     PERFORM 2450-REASON-TEXT
006890         THRU 2450-REASON-TEXT-EXIT.
006900     MOVE RSV-FIRST-SEEN-DATE TO NTF-D-REJECT-DATE.
006910     MOVE RSV-ACTION          TO NTF-D-ACTION.
006920     MOVE RSV-NEW-VALUE       TO NTF-D-NEW-VALUE.
006930     MOVE RSV-REPAIR-DATE     TO NTF-D-REPAIR-DATE.
006940     PERFORM 2550-WRITE-NOTIFY
006950         THRU 2550-WRITE-NOTIFY-EXIT.
006960     IF WS-FATAL
006970         GO TO 2200-NOTIFY-RESOLVED-EXIT
006980     END-IF.
006990     ADD 1 TO WS-BCH-RSV-COUNT.
007000     ADD 1 TO WS-RSV-SENT-COUNT.
007010     ADD 1 TO WS-GRP-COUNT.
007020 2200-NOTIFY-RESOLVED-NEXT.
007030     PERFORM 2250-READ-RESOLVED
007040         THRU 2250-READ-RESOLVED-EXIT.
007050 2200-NOTIFY-RESOLVED-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*  2250-READ-RESOLVED                                            *
007100*  READS THE NEXT RESOLUTION, SETTING ITS MATCH KEY -            *
007110*  HIGH-VALUES AT END OF FILE.                                   *
007120******************************************************************
007130 2250-READ-RESOLVED.
007140     READ RESOLVED-FILE
007150         AT END
007160             SET WS-RSV-EOF TO TRUE
007170             MOVE HIGH-VALUES TO WS-RSV-KEY
007180             GO TO 2250-READ-RESOLVED-EXIT
007190     END-READ.
007200     ADD 1 TO WS-RSV-READ-COUNT.
007210     MOVE RSV-BATCH-ID TO WS-RSV-KEY.
007220 2250-READ-RESOLVED-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260*  2400-SET-GROUP                                                *
007270*  WHEN THE ITEM IN HAND BELONGS TO A DIFFERENT PART FROM THE    *
007280*  LAST ONE - A NEW TYPE OR A NEW DATE - LOGS THE PART JUST      *
007290*  FINISHED AND LOOKS THE NEW ONE UP IN THE LOG TABLE, SO AN     *
007300*  ALREADY-SENT PART IS SKIPPED WHOLE.                           *
007310******************************************************************
007320 2400-SET-GROUP.
007330     IF WS-NEW-GRP-KEY = WS-GRP-KEY
007340         GO TO 2400-SET-GROUP-EXIT
007350     END-IF.
007360     PERFORM 2700-LOG-GROUP
007370         THRU 2700-LOG-GROUP-EXIT.
007380     IF WS-FATAL
007390         GO TO 2400-SET-GROUP-EXIT
007400     END-IF.
007410     MOVE WS-NEW-GRP-KEY TO WS-GRP-KEY.
007420     MOVE ZERO TO WS-GRP-COUNT.
007430     MOVE "N"  TO WS-GRP-SENT-SW.
007440     PERFORM 2420-SEARCH-LOG
007450         THRU 2420-SEARCH-LOG-EXIT
007460         VARYING LOG-IDX FROM 1 BY 1
007470         UNTIL LOG-IDX > WS-LOG-USED
007480            OR WS-GRP-ALREADY-SENT.
007490 2400-SET-GROUP-EXIT.
007500     EXIT.
007510
007520******************************************************************
007530*  2420-SEARCH-LOG                                               *
007540*  COMPARES ONE LOG TABLE ENTRY WITH THE PART IN HAND.           *
007550******************************************************************
007560 2420-SEARCH-LOG.
007570     IF WS-LOG-KEY (LOG-IDX) = WS-GRP-KEY
007580         SET WS-GRP-ALREADY-SENT TO TRUE
007590     END-IF.
007600 2420-SEARCH-LOG-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640*  2450-REASON-TEXT                                              *
007650*  MOVES THE DESCRIPTION OF THE REASON CODE IN WS-REASON-CODE TO *
007660*  THE DETAIL, SO THE REGION NEED NOT KEEP ITS OWN COPY OF OUR   *
007670*  CODES.  A CODE OUTSIDE THE TABLE IS SENT AS UNKNOWN.          *
007680******************************************************************
007690 2450-REASON-TEXT.
007700     IF WS-REASON-CODE > ZERO
007710         AND WS-REASON-CODE NOT > WS-REASON-MAX
007720         MOVE WS-REASON-TEXT (WS-REASON-CODE) TO NTF-D-REASON-TEXT
007730     ELSE
007740         MOVE "UNKNOWN REASON" TO NTF-D-REASON-TEXT
007750     END-IF.
007760 2450-REASON-TEXT-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800*  2500-WRITE-HEADER                                             *
007810*  OPENS THE BATCH'S NOTIFICATION WITH A HEADER THE FIRST TIME   *
007820*  IT HAS SOMETHING TO SEND - A BATCH WHOSE WHOLE CONTENT WAS    *
007830*  SENT EARLIER GETS NO EMPTY NOTIFICATION.                      *
007840******************************************************************
007850 2500-WRITE-HEADER.
007860     IF WS-HDR-WRITTEN
007870         GO TO 2500-WRITE-HEADER-EXIT
007880     END-IF.
007890     MOVE SPACES               TO NTFREC-RECORD.
007900     SET NTF-HEADER            TO TRUE.
007910     MOVE WS-CUR-BATCH-ID      TO NTF-BATCH-ID.
007920     MOVE WS-CUR-BUSINESS-DATE TO NTF-H-BUSINESS-DATE.
007930     MOVE WS-CYCLE-DATE        TO NTF-H-CYCLE-DATE.
007940     MOVE WS-RUN-DATE          TO NTF-H-SENT-DATE.
007950     MOVE WS-RUN-TIME          TO NTF-H-SENT-TIME.
007960     PERFORM 2550-WRITE-NOTIFY
007970         THRU 2550-WRITE-NOTIFY-EXIT.
007980     IF WS-NOT-FATAL
007990         SET WS-HDR-WRITTEN TO TRUE
008000         ADD 1 TO WS-NOTIFY-COUNT
008010     END-IF.
008020 2500-WRITE-HEADER-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060*  2550-WRITE-NOTIFY                                             *
008070*  WRITES ONE NOTIFICATION RECORD.  A FAILED WRITE IS FATAL.     *
008080******************************************************************
008090 2550-WRITE-NOTIFY.
008100     WRITE NTFREC-RECORD.
008110     IF WS-NTF-FILE-STATUS NOT = "00"
008120         DISPLAY "PROGRAMANOTIFICAORIGEM - NTFFILE WRITE FAILED "
008130             "FOR BATCH " WS-CUR-BATCH-ID ", FILE STATUS = "
008140             WS-NTF-FILE-STATUS
008150         SET WS-FATAL TO TRUE
008160         GO TO 2550-WRITE-NOTIFY-EXIT
008170     END-IF.
008180     ADD 1 TO WS-NTF-RECORD-COUNT.
008190 2550-WRITE-NOTIFY-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230*  2600-WRITE-TRAILER                                            *
008240*  CLOSES THE BATCH'S NOTIFICATION WITH A TRAILER CARRYING THE   *
008250*  REJECT AND RESOLUTION COUNTS AND THE NUMBER OF RECORDS IN THE *
008260*  NOTIFICATION, HEADER AND TRAILER INCLUDED.                    *
008270******************************************************************
008280 2600-WRITE-TRAILER.
008290     MOVE SPACES           TO NTFREC-RECORD.
008300     SET NTF-TRAILER       TO TRUE.
008310     MOVE WS-CUR-BATCH-ID  TO NTF-BATCH-ID.
008320     MOVE WS-BCH-REJ-COUNT TO NTF-T-REJECT-COUNT.
008330     MOVE WS-BCH-RSV-COUNT TO NTF-T-RESOLVED-COUNT.
008340     COMPUTE NTF-T-RECORD-COUNT =
008350         WS-BCH-REJ-COUNT + WS-BCH-RSV-COUNT + 2.
008360     PERFORM 2550-WRITE-NOTIFY
008370         THRU 2550-WRITE-NOTIFY-EXIT.
008380 2600-WRITE-TRAILER-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420*  2700-LOG-GROUP                                                *
008430*  STAGES THE NTFLOG ENTRY FOR THE PART JUST FINISHED, WHEN IT   *
008440*  SENT ANYTHING, WITH THE DATE AND TIME IT WENT OUT.  A FAILED  *
008450*  WRITE IS FATAL - A PART SENT BUT NOT LOGGED WOULD GO OUT      *
008460*  AGAIN.                                                        *
008470******************************************************************
008480 2700-LOG-GROUP.
008490     IF WS-GRP-COUNT = ZERO
008500         GO TO 2700-LOG-GROUP-EXIT
008510     END-IF.
008520     MOVE WS-GRP-BATCH-ID TO NTL-BATCH-ID.
008530     MOVE WS-GRP-TYPE     TO NTL-TYPE.
008540     MOVE WS-GRP-DATE     TO NTL-ITEM-DATE.
008550     MOVE WS-RUN-DATE     TO NTL-SENT-DATE.
008560     MOVE WS-RUN-TIME     TO NTL-SENT-TIME.
008570     MOVE WS-GRP-COUNT    TO NTL-ITEM-COUNT.
008580     WRITE NOTIFY-LOG-WORK-RECORD FROM NTFLOG-RECORD.
008590     IF WS-NLW-FILE-STATUS NOT = "00"
008600         DISPLAY "PROGRAMANOTIFICAORIGEM - NTFLWK WRITE FAILED "
008610             "FOR BATCH " WS-GRP-BATCH-ID ", FILE STATUS = "
008620             WS-NLW-FILE-STATUS
008630         SET WS-FATAL TO TRUE
008640         GO TO 2700-LOG-GROUP-EXIT
008650     END-IF.
008660     ADD 1 TO WS-LOG-WRITE-COUNT.
008670     MOVE ZERO TO WS-GRP-COUNT.
008680 2700-LOG-GROUP-EXIT.
008690     EXIT.
008700
008710******************************************************************
008720*  2800-COUNT-SKIPPED                                            *
008730*  COUNTS ONE ITEM OF A BATCH THAT CANNOT BE RETURNED TO ITS     *
008740*  SOURCE UNDER THE REASON FOUND BY 2050-CHECK-BATCH.            *
008750******************************************************************
008760 2800-COUNT-SKIPPED.
008770     ADD 1 TO WS-BCH-SKIP-COUNT.
008780     IF WS-BATCH-NO-ID
008790         ADD 1 TO WS-NO-ID-COUNT
008800     ELSE
008810         IF WS-BATCH-RECYCLE
008820             ADD 1 TO WS-RECYCLE-COUNT
008830         ELSE
008840             ADD 1 TO WS-REVERSED-COUNT
008850         END-IF
008860     END-IF.
008870 2800-COUNT-SKIPPED-EXIT.
008880     EXIT.
008890
008900******************************************************************
008910*  2900-REPORT-BATCH                                             *
008920*  PRINTS ONE LINE FOR THE BATCH IN HAND - WHAT WAS SENT, WHAT   *
008930*  WAS NOT AND WHY.                                              *
008940******************************************************************
008950 2900-REPORT-BATCH.
008960     MOVE WS-CUR-BATCH-ID      TO RPT-BATCH-ID.
008970     MOVE WS-CUR-BUSINESS-DATE TO RPT-BUS-DATE.
008980     MOVE WS-BCH-REJ-COUNT     TO RPT-REJ-COUNT.
008990     MOVE WS-BCH-RSV-COUNT     TO RPT-RSV-COUNT.
009000     ADD WS-BCH-SKIP-COUNT WS-BCH-ALREADY-COUNT
009010         GIVING RPT-SKIP-COUNT.
009020     IF WS-BATCH-NO-ID
009030         MOVE "NO BATCH ID - CANNOT BE RETURNED" TO RPT-REMARKS
009040     ELSE
009050         IF WS-BATCH-RECYCLE
009060             MOVE "RECYCLE FEED - NOT RETURNED" TO RPT-REMARKS
009070         ELSE
009080             IF WS-BATCH-REVERSED
009090                 MOVE "BATCH REVERSED - NOT RETURNED"
009100                     TO RPT-REMARKS
009110             ELSE
009120                 IF WS-HDR-WRITTEN
009130                     IF WS-BCH-ALREADY-COUNT > ZERO
009140                         MOVE "SENT - PART SENT BY AN EARLIER RUN"
009150                             TO RPT-REMARKS
009160                     ELSE
009170                         MOVE "SENT" TO RPT-REMARKS
009180                     END-IF
009190                 ELSE
009200                     MOVE "ALL SENT BY AN EARLIER RUN"
009210                         TO RPT-REMARKS
009220                 END-IF
009230             END-IF
009240         END-IF
009250     END-IF.
009260     WRITE REPORT-RECORD FROM RPT-BCH-LINE.
009270 2900-REPORT-BATCH-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310*  9000-TERMINATE                                                *
009320*  PRINTS THE TOTALS, CLOSES ALL FILES AND SETS RC=4 WHEN ANY    *
009330*  REJECT OR RESOLUTION COULD NOT BE ATTRIBUTED TO A BATCH, SO   *
009340*  THE SERVICE DESK RETURNS IT BY HAND; THE LOG APPEND STEP      *
009350*  STILL RUNS ON RC=4.                                           *
009360******************************************************************
009370 9000-TERMINATE.
009380     MOVE SPACES TO REPORT-RECORD.
009390     WRITE REPORT-RECORD.
009400     MOVE "REJECTS READ. . . . . . . . . :" TO RPT-CNT-TEXT.
009410     MOVE WS-REJ-READ-COUNT TO RPT-CNT-VALUE.
009420     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009430     MOVE "RESOLUTIONS READ. . . . . . . :" TO RPT-CNT-TEXT.
009440     MOVE WS-RSV-READ-COUNT TO RPT-CNT-VALUE.
009450     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009460     MOVE "NOTIFICATIONS WRITTEN . . . . :" TO RPT-CNT-TEXT.
009470     MOVE WS-NOTIFY-COUNT TO RPT-CNT-VALUE.
009480     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009490     MOVE "  REJECTS SENT. . . . . . . . :" TO RPT-CNT-TEXT.
009500     MOVE WS-REJ-SENT-COUNT TO RPT-CNT-VALUE.
009510     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009520     MOVE "  RESOLUTIONS SENT. . . . . . :" TO RPT-CNT-TEXT.
009530     MOVE WS-RSV-SENT-COUNT TO RPT-CNT-VALUE.
009540     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009550     MOVE "  NTFFILE RECORDS . . . . . . :" TO RPT-CNT-TEXT.
009560     MOVE WS-NTF-RECORD-COUNT TO RPT-CNT-VALUE.
009570     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009580     MOVE "ALREADY SENT BY AN EARLIER RUN:" TO RPT-CNT-TEXT.
009590     MOVE WS-ALREADY-COUNT TO RPT-CNT-VALUE.
009600     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009610     MOVE "NO BATCH ID - NOT RETURNED. . :" TO RPT-CNT-TEXT.
009620     MOVE WS-NO-ID-COUNT TO RPT-CNT-VALUE.
009630     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009640     MOVE "RECYCLE FEED - NOT RETURNED . :" TO RPT-CNT-TEXT.
009650     MOVE WS-RECYCLE-COUNT TO RPT-CNT-VALUE.
009660     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009670     MOVE "REVERSED BATCH - NOT RETURNED :" TO RPT-CNT-TEXT.
009680     MOVE WS-REVERSED-COUNT TO RPT-CNT-VALUE.
009690     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009700     MOVE "NTFLOG ENTRIES STAGED . . . . :" TO RPT-CNT-TEXT.
009710     MOVE WS-LOG-WRITE-COUNT TO RPT-CNT-VALUE.
009720     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009730     IF WS-NO-ID-COUNT > ZERO
009740         MOVE SPACES TO REPORT-RECORD
009750         WRITE REPORT-RECORD
009760         MOVE "NOTE - ITEMS WITHOUT A BATCH ID WERE REJECTED"
009770             TO RPT-NOTE-TEXT
009780         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
009790         MOVE "BEFORE THE BATCH ID WAS CARRIED - RETURN THEM BY"
009800             TO RPT-NOTE-TEXT
009810         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
009820         MOVE "HAND."
009830             TO RPT-NOTE-TEXT
009840         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
009850     END-IF.
009860     DISPLAY "PROGRAMANOTIFICAORIGEM - END OF JOB SUMMARY".
009870     DISPLAY "CYCLE DATE. . . . . . . . . : " WS-CYCLE-DATE.
009880     DISPLAY "NOTIFICATIONS WRITTEN . . . : " WS-NOTIFY-COUNT.
009890     DISPLAY "REJECTS SENT. . . . . . . . : " WS-REJ-SENT-COUNT.
009900     DISPLAY "RESOLUTIONS SENT. . . . . . : " WS-RSV-SENT-COUNT.
009910     DISPLAY "ALREADY SENT. . . . . . . . : " WS-ALREADY-COUNT.
009920     DISPLAY "NO BATCH ID - NOT RETURNED. : " WS-NO-ID-COUNT.
009930     CLOSE REJECT-FILE.
009940     CLOSE RESOLVED-FILE.
009950     CLOSE BATCH-REGISTER-FILE.
009960     CLOSE NOTIFY-FILE.
009970     CLOSE NOTIFY-LOG-WORK-FILE.
009980     CLOSE REPORT-FILE.
009990     IF WS-NO-ID-COUNT > ZERO
010000         MOVE 4 TO RETURN-CODE
010010     END-IF.
010020 9000-TERMINATE-EXIT.
010030     EXIT.
010040
010050******************************************************************
010060*  9500-ABORT-RUN                                                *
010070*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS RC=16 SO THE LOG    *
010080*  APPEND STEP DOES NOT RUN - THE NOTIFICATIONS OF A FAILED RUN  *
010090*  ARE NOT RECORDED AS SENT AND THE RERUN SENDS THEM AGAIN IN    *
010100*  FULL.  ANY FILES ALREADY OPENED ARE CLOSED IMPLICITLY BY STOP *
010110*  RUN.                                                          *
010120******************************************************************
010130 9500-ABORT-RUN.
010140     DISPLAY "PROGRAMANOTIFICAORIGEM - RUN ABORTED, SEE PRIOR "
010150         "MESSAGE".
010160     MOVE 16 TO RETURN-CODE.
010170 9500-ABORT-RUN-EXIT.
010180     EXIT.
010190
010200 END PROGRAM PROGRAMANOTIFICAORIGEM.
