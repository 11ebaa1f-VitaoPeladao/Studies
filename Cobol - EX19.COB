000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMACONSOLIDAPARTE.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  CONSOLIDATION STEP OF
000130*                  THE RANGE-PARTITIONED CLASSIFIER RUN.  AT
000140*                  MONTH-END THE FEED IS TOO LARGE FOR ONE
000150*                  PARIMPAR STEP IN THE WINDOW, SO
000160*                  PROGRAMAPAROUIMPAR RUNS AS SEVERAL CONCURRENT
000170*                  PARTITIONS, EACH CLASSIFYING ITS OWN SHARE OF
000180*                  THE NUMBER RANGE TO ITS OWN OUTPUT FILES.
000190*                  THIS STEP PROVES THE PARTITIONS AGAINST EACH
000200*                  OTHER AND AGAINST THE FEED'S TRAILERS, POSTS
000210*                  THEIR OUTPUTS TO RESFILE, REJFILE AND WLHITS,
000220*                  MARKS THE BATCHES COMPLETE ON BCHREG, WRITES
000230*                  ONE AUDIT RECORD, APPLIES THE REJECT-RATE GATE
000240*                  TO THE WHOLE RUN AND CLOSES CYCFILE SLOT 1 -
000250*                  SO THE JOBS DOWNSTREAM SEE EXACTLY WHAT A
000260*                  SINGLE PARIMPAR STEP WOULD HAVE LEFT THEM.
000262*  10/15/26  RA    PARTITION REJECT RECORD WIDENED TO 25 BYTES
000264*                  WITH THE BATCH ID NOW CARRIED ON EVERY
000266*                  REJCLASS RECORD.
000267*  10/15/26  RA    THE RUN DATE IS NOW THE LOGICAL CYCLE DATE SET
000268*                  ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP, NOT
000269*                  THE SYSTEM DATE.  SLOT 8 IS CREATED WITH THE
000270*                  OTHERS ON A FIRST RUN.
000271*  10/15/26  RA    CYCLE HISTORY.  WHEN THE SLOT IS STAMPED
000272*                  COMPLETE ONE RECORD - CYCLE, JOB, START AND END
000273*                  TIME, ELAPSED SECONDS AND STEP CODE - IS
000274*                  APPENDED TO CYCHIST FOR THE BATCH-WINDOW
000275*                  REPORT.
000276******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CTL-FILE-STATUS.
000340     SELECT PARTITION-CONTROL-FILE ASSIGN TO PARTCTL
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PCT-FILE-STATUS.
000370     SELECT PART-RESULTADO-FILE ASSIGN TO PRESIN
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PRS-FILE-STATUS.
000400     SELECT PART-REJECT-FILE ASSIGN TO PREJIN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PRJ-FILE-STATUS.
000430     SELECT PART-WATCH-HIT-FILE ASSIGN TO PWLHIN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PWH-FILE-STATUS.
000460     SELECT RESULTADO-FILE ASSIGN TO RESFILE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RES-FILE-STATUS.
000490     SELECT REJECT-FILE ASSIGN TO REJFILE
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REJ-FILE-STATUS.
000520     SELECT WATCH-HIT-FILE ASSIGN TO WLHITS
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-WLH-FILE-STATUS.
000550     SELECT AUDIT-FILE ASSIGN TO AUDFILE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUD-FILE-STATUS.
000580     SELECT CHECKPOINT-FILE ASSIGN TO MRGCKPT
000590         ORGANIZATION IS RELATIVE
000600         ACCESS MODE IS RANDOM
000610         RELATIVE KEY IS WS-CKPT-KEY
000620         FILE STATUS IS WS-CKPT-FILE-STATUS.
000630     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000640         ORGANIZATION IS RELATIVE
000650         ACCESS MODE IS RANDOM
000660         RELATIVE KEY IS WS-CYC-KEY
000670         FILE STATUS IS WS-CYC-FILE-STATUS.
000680     SELECT BATCH-REGISTER-FILE ASSIGN TO BCHREG
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS BR-BATCH-ID
000720         FILE STATUS IS WS-BCH-FILE-STATUS.
000722     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
000724         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS WS-CHS-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750******************************************************************
000760*  CONTROL-CARD-FILE - ONE SYSIN CONTROL CARD IN THE SAME        *
000770*  LAYOUT AS THE CLASSIFIER'S.  RUN MODE MERGE; THE CHECKPOINT   *
000780*  INTERVAL, JOB ID, REJECT-RATE THRESHOLDS AND CHECK-DIGIT      *
000790*  SCHEME AS FOR A SINGLE PARIMPAR STEP; THE PARTITION NUMBER    *
000800*  BLANK AND THE PARTITION COUNT IN COLUMNS 33-34.               *
000810******************************************************************
000820 FD  CONTROL-CARD-FILE
000830     RECORDING MODE IS F.
000840 01  CONTROL-CARD-RECORD.
000850     05  CTL-RUN-MODE            PIC X(10).
000860     05  CTL-CHECKPOINT-INTERVAL PIC 9(05).
000870     05  CTL-JOB-ID              PIC X(08).
000880     05  CTL-WARN-THRESHOLD      PIC 9(03).
000890     05  CTL-FAIL-THRESHOLD      PIC 9(03).
000900     05  CTL-CHECK-SCHEME        PIC X(01).
000910     05  CTL-PARTITION-NO        PIC X(02).
000920     05  CTL-PARTITION-COUNT     PIC 9(02).
000930
000940******************************************************************
000950*  PARTITION-CONTROL-FILE - EVERY PARTITION'S PARTCTL FILE,      *
000960*  CONCATENATED IN THE JCL, IN THE SHARED PARTCTL LAYOUT.        *
000970******************************************************************
000980 FD  PARTITION-CONTROL-FILE
000990     RECORDING MODE IS F.
001000     COPY PARTCTL.
001010
001020******************************************************************
001030*  PART-RESULTADO-FILE, PART-REJECT-FILE, PART-WATCH-HIT-FILE -  *
001040*  THE PARTITIONS' RESFILE, REJFILE AND WLHITS OUTPUTS, EACH     *
001050*  CONCATENATED IN THE JCL.  THE RECORDS ARE POSTED AS THEY      *
001060*  STAND, SO ONLY THEIR LENGTHS ARE DECLARED HERE - THE LAYOUTS  *
001070*  ARE THE OUTPUT FILES' COPYBOOKS BELOW.                        *
001080******************************************************************
001090 FD  PART-RESULTADO-FILE
001100     RECORDING MODE IS F.
001110 01  PART-RESULTADO-RECORD       PIC X(26).
001120
001130 FD  PART-REJECT-FILE
001140     RECORDING MODE IS F.
001150 01  PART-REJECT-RECORD          PIC X(25).
001160
001170 FD  PART-WATCH-HIT-FILE
001180     RECORDING MODE IS F.
001190 01  PART-WATCH-HIT-RECORD       PIC X(62).
001200
001210******************************************************************
001220*  RESULTADO-FILE - THE CLASSIFIED NUMBERS, NUMCLASS LAYOUT.     *
001230******************************************************************
001240 FD  RESULTADO-FILE
001250     RECORDING MODE IS F.
001260     COPY NUMCLASS.
001270
001280******************************************************************
001290*  REJECT-FILE - THE REJECTED RECORDS, REJCLASS LAYOUT.          *
001300******************************************************************
001310 FD  REJECT-FILE
001320     RECORDING MODE IS F.
001330     COPY REJCLASS.
001340
001350******************************************************************
001360*  WATCH-HIT-FILE - THE WATCH-LIST HITS, WLHIT LAYOUT.           *
001370******************************************************************
001380 FD  WATCH-HIT-FILE
001390     RECORDING MODE IS F.
001400     COPY WLHIT.
001410
001420******************************************************************
001430*  AUDIT-FILE - THE PERSISTENT RUN AUDIT TRAIL (AUDCLASS).  ONE  *
001440*  RECORD FOR THE WHOLE PARTITIONED RUN, UNDER THE JOB ID ON THE *
001450*  CARD, SO THE TRAIL READS THE SAME AS FOR A SINGLE PARIMPAR    *
001460*  STEP.                                                         *
001470******************************************************************
001480 FD  AUDIT-FILE
001490     RECORDING MODE IS F.
001500     COPY AUDCLASS.
001510
001520******************************************************************
001530*  CHECKPOINT-FILE - A SINGLE-SLOT RELATIVE FILE (RECORD 1)      *
001540*  HOLDING HOW MANY RECORDS OF EACH PARTITION OUTPUT HAVE BEEN   *
001550*  POSTED SO FAR.  MCK-IN-FLIGHT MARKS A POSTING THAT DID NOT    *
001560*  FINISH; THE SLOT IS CLEARED AT CLEAN END OF JOB.              *
001570******************************************************************
001580 FD  CHECKPOINT-FILE.
001590 01  CHECKPOINT-RECORD.
001600     05  MCK-RES-POSTED          PIC 9(07).
001610     05  MCK-REJ-POSTED          PIC 9(07).
001620     05  MCK-WLH-POSTED          PIC 9(07).
001630     05  MCK-STATUS              PIC X(01).
001640         88  MCK-IN-FLIGHT                   VALUE "I".
001650
001660******************************************************************
001670*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS.  THIS     *
001680*  STEP STANDS IN FOR PARIMPAR ON SLOT 1, SO THE DOWNSTREAM      *
001690*  GATES ARE UNCHANGED.                                          *
001700******************************************************************
001710 FD  CYCLE-CONTROL-FILE.
001720     COPY CYCCTL.
001730
001731******************************************************************
001732*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
001733*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
001734*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
001735******************************************************************
001736 FD  CYCLE-HISTORY-FILE
001737     RECORDING MODE IS F.
001738     COPY CYCHIST.
001739
001740******************************************************************
001750*  BATCH-REGISTER-FILE - THE KEYED BATCH REGISTER (BCHREG).      *
001760******************************************************************
001770 FD  BATCH-REGISTER-FILE.
001780     COPY BCHREG.
001790
001800 WORKING-STORAGE SECTION.
001810******************************************************************
001820*  SWITCHES                                                      *
001830******************************************************************
001840 77  WS-EOF-SW               PIC X(01)      VALUE "N".
001850     88  WS-EOF                              VALUE "Y".
001860     88  WS-NOT-EOF                          VALUE "N".
001870 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
001880     88  WS-FATAL                            VALUE "Y".
001890     88  WS-NOT-FATAL                        VALUE "N".
001900 77  WS-DUP-BATCH-SW         PIC X(01)      VALUE "N".
001910     88  WS-DUP-BATCH                        VALUE "Y".
001920 77  WS-RESTART-SW           PIC X(01)      VALUE "N".
001930     88  WS-RESTART                          VALUE "Y".
001940 77  WS-CTL-FILE-STATUS      PIC X(02)      VALUE SPACES.
001950 77  WS-PCT-FILE-STATUS      PIC X(02)      VALUE SPACES.
001960 77  WS-PRS-FILE-STATUS      PIC X(02)      VALUE SPACES.
001970 77  WS-PRJ-FILE-STATUS      PIC X(02)      VALUE SPACES.
001980 77  WS-PWH-FILE-STATUS      PIC X(02)      VALUE SPACES.
001990 77  WS-RES-FILE-STATUS      PIC X(02)      VALUE SPACES.
002000 77  WS-REJ-FILE-STATUS      PIC X(02)      VALUE SPACES.
002010 77  WS-WLH-FILE-STATUS      PIC X(02)      VALUE SPACES.
002020 77  WS-AUD-FILE-STATUS      PIC X(02)      VALUE SPACES.
002030 77  WS-CKPT-FILE-STATUS     PIC X(02)      VALUE SPACES.
002040 77  WS-BCH-FILE-STATUS      PIC X(02)      VALUE SPACES.
002050
002060*****************************************************************
002070*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 1)          *
002080*****************************************************************
002090 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
002100 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
002102 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
002110 77  WS-CYC-OWN-SLOT         PIC 9(04) COMP VALUE 1.
002120 77  WS-CYC-TIME             PIC 9(08)      VALUE ZERO.
002121
002122*****************************************************************
002123*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                   *
002124*****************************************************************
002125 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
002126 77  WS-CHS-START-DATE       PIC 9(08)      VALUE ZERO.
002127 77  WS-CHS-START-TIME       PIC 9(08)      VALUE ZERO.
002128 77  WS-CHS-START-SECS       PIC 9(11)      VALUE ZERO.
002129 77  WS-CHS-END-SECS         PIC 9(11)      VALUE ZERO.
002130 01  WS-CHS-CLOCK.
002131     05  WS-CHS-HH           PIC 9(02).
002132     05  WS-CHS-MM           PIC 9(02).
002133     05  WS-CHS-SS           PIC 9(02).
002134     05  WS-CHS-CC           PIC 9(02).
002135
002140*****************************************************************
002150*  RUN CONTROL FROM THE SYSIN CARD                               *
002160*****************************************************************
002170 77  WS-JOB-ID               PIC X(08)      VALUE "UNKNOWN".
002180 77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
002190 77  WS-RUN-TIME             PIC 9(08)      VALUE ZERO.
002200 77  WS-CHECKPOINT-INTERVAL  PIC 9(05)      VALUE 00100.
002210 77  WS-WARN-THRESHOLD       PIC 9(03)      VALUE 010.
002220 77  WS-FAIL-THRESHOLD       PIC 9(03)      VALUE 025.
002230 77  WS-CD-SCHEME            PIC X(01)      VALUE "L".
002240 77  WS-PART-COUNT           PIC 9(02)      VALUE ZERO.
002250 77  WS-PART-MAX             PIC 9(02)      VALUE 16.
002260
002270*****************************************************************
002280*  ONE FLAG PER POSSIBLE PARTITION, SET BY ITS T RECORD          *
002290*****************************************************************
002300 01  WS-PART-TABLE.
002310     05  WS-PT-SEEN-SW OCCURS 16 TIMES
002320                             PIC X(01).
002330         88  WS-PT-SEEN                      VALUE "Y".
002340 77  WS-PT-SUB               PIC 9(04) COMP VALUE ZERO.
002350
002360*****************************************************************
002370*  THE FEED'S BATCHES, AS REPORTED BY THE FIRST ACTIVE           *
002380*  PARTITION.  EVERY OTHER ACTIVE PARTITION READ THE SAME FEED,  *
002390*  SO ITS B RECORDS MUST MATCH THIS LIST ENTRY FOR ENTRY.        *
002400*****************************************************************
002410 01  WS-BATCH-TABLE.
002420     05  WS-BT-ENTRY OCCURS 50 TIMES.
002430         10  WS-BT-BATCH-ID       PIC X(08).
002440         10  WS-BT-BUSINESS-DATE  PIC 9(08).
002450         10  WS-BT-DECLARED-COUNT PIC 9(07).
002460 77  WS-BT-COUNT             PIC 9(04) COMP VALUE ZERO.
002470 77  WS-BT-MAX               PIC 9(04) COMP VALUE 50.
002480 77  WS-BT-SUB               PIC 9(04) COMP VALUE ZERO.
002490 77  WS-CUR-B-SUB            PIC 9(04) COMP VALUE ZERO.
002500 77  WS-REF-PART             PIC 9(02)      VALUE ZERO.
002510 77  WS-REF-CLOSED-SW        PIC X(01)      VALUE "N".
002520     88  WS-REF-CLOSED                       VALUE "Y".
002530
002540*****************************************************************
002550*  WHOLE-RUN TOTALS, SUMMED OVER THE PARTITIONS                  *
002560*****************************************************************
002570 77  WS-ACTIVE-COUNT         PIC 9(02)      VALUE ZERO.
002580 77  WS-RECORDS-READ         PIC 9(07)      VALUE ZERO.
002590 77  WS-READ-SET-SW          PIC X(01)      VALUE "N".
002600     88  WS-READ-SET                         VALUE "Y".
002610 77  WS-SCHEME-SET-SW        PIC X(01)      VALUE "N".
002620     88  WS-SCHEME-SET                       VALUE "Y".
002630 77  WS-PART-SCHEME          PIC X(01)      VALUE SPACE.
002640 77  WS-TOTAL-COUNT          PIC 9(07)      VALUE ZERO.
002650 77  WS-REJECT-COUNT         PIC 9(07)      VALUE ZERO.
002660 77  WS-DUP-COUNT            PIC 9(07)      VALUE ZERO.
002670 77  WS-PAR-COUNT            PIC 9(07)      VALUE ZERO.
002680 77  WS-IMPAR-COUNT          PIC 9(07)      VALUE ZERO.
002690 77  WS-PAR-SUM              PIC 9(11)      VALUE ZERO.
002700 77  WS-IMPAR-SUM            PIC 9(11)      VALUE ZERO.
002710 77  WS-DECLARED-TOTAL       PIC 9(07)      VALUE ZERO.
002720 77  WS-ACCOUNTED-TOTAL      PIC 9(07)      VALUE ZERO.
002730
002740*****************************************************************
002750*  WORKING FIELDS FOR THE POSTING AND ITS CHECKPOINT             *
002760*****************************************************************
002770 77  WS-RES-ON-FILE          PIC 9(07)      VALUE ZERO.
002780 77  WS-REJ-ON-FILE          PIC 9(07)      VALUE ZERO.
002790 77  WS-RES-POSTED           PIC 9(07)      VALUE ZERO.
002800 77  WS-REJ-POSTED           PIC 9(07)      VALUE ZERO.
002810 77  WS-WLH-POSTED           PIC 9(07)      VALUE ZERO.
002820 77  WS-RES-SKIP             PIC 9(07)      VALUE ZERO.
002830 77  WS-REJ-SKIP             PIC 9(07)      VALUE ZERO.
002840 77  WS-WLH-SKIP             PIC 9(07)      VALUE ZERO.
002850 77  WS-SKIPPED              PIC 9(07)      VALUE ZERO.
002860 77  WS-ALL-POSTED           PIC 9(07)      VALUE ZERO.
002870 77  WS-CKPT-QUOTIENT        PIC 9(07)      VALUE ZERO.
002880 77  WS-CKPT-REMAINDER       PIC 9(05)      VALUE ZERO.
002890 77  WS-CKPT-KEY             PIC 9(04) COMP VALUE 1.
002900
002910*****************************************************************
002920*  WORKING FIELDS FOR THE REJECT-RATE QUALITY GATE               *
002930*****************************************************************
002940 77  WS-REJ-RATE             PIC 9(03)V9(02) VALUE ZERO.
002950 77  WS-REJ-RATE-DISP        PIC ZZ9.99     VALUE ZERO.
002960
002970 PROCEDURE DIVISION.
002980******************************************************************
002990*  0000-MAINLINE                                                 *
003000*  DRIVES THE CONSOLIDATION: START-UP, PROOF OF THE PARTITION    *
003010*  CONTROL FILES, THE WHOLE-RUN TRAILER GATE, THE BATCH REGISTER *
003020*  CHECK, THE POSTING OF THE PARTITION OUTPUTS AND THE MARKING   *
003030*  OF THE BATCHES COMPLETE.  ANY FAILURE BEFORE THE POSTING      *
003040*  LEAVES RESFILE, REJFILE, WLHITS AND BCHREG UNTOUCHED AND      *
003050*  ROUTES TO 9500-ABORT-RUN.                                     *
003060******************************************************************
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE
003090         THRU 1000-INITIALIZE-EXIT.
003100     IF WS-NOT-FATAL
003110         PERFORM 2000-LOAD-PARTITION-CONTROL
003120             THRU 2000-LOAD-PARTITION-CONTROL-EXIT
003130     END-IF.
003140     IF WS-NOT-FATAL
003150         PERFORM 3000-RECONCILE-RUN
003160             THRU 3000-RECONCILE-RUN-EXIT
003170     END-IF.
003180     IF WS-NOT-FATAL
003190         PERFORM 4000-CHECK-BATCH-REGISTER
003200             THRU 4000-CHECK-BATCH-REGISTER-EXIT
003210     END-IF.
003220     IF WS-NOT-FATAL
003230         PERFORM 5000-POST-OUTPUTS
003240             THRU 5000-POST-OUTPUTS-EXIT
003250     END-IF.
003260     IF WS-NOT-FATAL
003270         PERFORM 6000-MARK-BATCHES-COMPLETE
003280             THRU 6000-MARK-BATCHES-COMPLETE-EXIT
003290     END-IF.
003300     IF WS-FATAL
003310         PERFORM 9500-ABORT-RUN
003320             THRU 9500-ABORT-RUN-EXIT
003330     ELSE
003340         PERFORM 9000-TERMINATE
003350             THRU 9000-TERMINATE-EXIT
003360     END-IF.
003370     STOP RUN.
003380 0000-MAINLINE-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420*  1000-INITIALIZE                                               *
003430*  READS THE CONTROL CARD, STAMPS CYCFILE SLOT 1 OPEN, LOADS THE *
003440*  POSTING CHECKPOINT AND OPENS THE AUDIT TRAIL, THE CHECKPOINT  *
003450*  SLOT AND THE BATCH REGISTER.  ANY FAILURE IS FATAL.           *
003460******************************************************************
003470 1000-INITIALIZE.
003472     PERFORM 1690-READ-CYCLE-DATE
003474         THRU 1690-READ-CYCLE-DATE-EXIT.
003476     IF WS-FATAL
003478         GO TO 1000-INITIALIZE-EXIT
003480     END-IF.
003490     ACCEPT WS-RUN-TIME FROM TIME.
003500     MOVE ALL "N" TO WS-PART-TABLE.
003510     PERFORM 1050-READ-CONTROL-CARD
003520         THRU 1050-READ-CONTROL-CARD-EXIT.
003530     IF WS-FATAL
003540         GO TO 1000-INITIALIZE-EXIT
003550     END-IF.
003560     PERFORM 1700-CHECK-CYCLE-CONTROL
003570         THRU 1700-CHECK-CYCLE-CONTROL-EXIT.
003580     IF WS-FATAL
003590         GO TO 1000-INITIALIZE-EXIT
003600     END-IF.
003610     PERFORM 1100-LOAD-CHECKPOINT
003620         THRU 1100-LOAD-CHECKPOINT-EXIT.
003630     PERFORM 1010-OPEN-AUDIT-FILE
003640         THRU 1010-OPEN-AUDIT-FILE-EXIT.
003650     IF WS-FATAL
003660         GO TO 1000-INITIALIZE-EXIT
003670     END-IF.
003680     PERFORM 1170-OPEN-CHECKPOINT-IO
003690         THRU 1170-OPEN-CHECKPOINT-IO-EXIT.
003700     IF WS-FATAL
003710         GO TO 1000-INITIALIZE-EXIT
003720     END-IF.
003730     PERFORM 1180-OPEN-BATCH-REGISTER
003740         THRU 1180-OPEN-BATCH-REGISTER-EXIT.
003750 1000-INITIALIZE-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790*  1010-OPEN-AUDIT-FILE                                          *
003800*  OPENS THE AUDIT TRAIL FOR APPEND, CREATING IT ON THE FIRST    *
003810*  RUN EVER - THE SAME IDIOM AS THE CLASSIFIER.                  *
003820******************************************************************
003830 1010-OPEN-AUDIT-FILE.
003840     OPEN EXTEND AUDIT-FILE.
003850     IF WS-AUD-FILE-STATUS NOT = "00"
003860         OPEN OUTPUT AUDIT-FILE
003870         IF WS-AUD-FILE-STATUS NOT = "00"
003880             DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN "
003890                 "AUDFILE, FILE STATUS = " WS-AUD-FILE-STATUS
003900             SET WS-FATAL TO TRUE
003910         END-IF
003920     END-IF.
003930 1010-OPEN-AUDIT-FILE-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970*  1050-READ-CONTROL-CARD                                        *
003980*  READS THE SYSIN CONTROL CARD.  UNLIKE THE CLASSIFIER'S THE    *
003990*  CARD IS REQUIRED - WITHOUT THE PARTITION COUNT THERE IS NO    *
004000*  TELLING WHETHER EVERY PARTITION HAS REPORTED.                 *
004010******************************************************************
004020 1050-READ-CONTROL-CARD.
004030     OPEN INPUT CONTROL-CARD-FILE.
004040     IF WS-CTL-FILE-STATUS NOT = "00"
004050         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN SYSIN, "
004060             "FILE STATUS = " WS-CTL-FILE-STATUS
004070         SET WS-FATAL TO TRUE
004080         GO TO 1050-READ-CONTROL-CARD-EXIT
004090     END-IF.
004100     READ CONTROL-CARD-FILE
004110         AT END
004120             DISPLAY "PROGRAMACONSOLIDAPARTE - NO CONTROL CARD "
004130                 "ON SYSIN"
004140             SET WS-FATAL TO TRUE
004150         NOT AT END
004160             PERFORM 1060-APPLY-CONTROL-CARD
004170                 THRU 1060-APPLY-CONTROL-CARD-EXIT
004180     END-READ.
004190     CLOSE CONTROL-CARD-FILE.
004200 1050-READ-CONTROL-CARD-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*  1060-APPLY-CONTROL-CARD                                       *
004250*  APPLIES THE CARD.  THE INTERVAL, JOB ID AND THRESHOLDS TAKE   *
004260*  THE CLASSIFIER'S DEFAULTS WHEN BLANK.  THE CHECK-DIGIT SCHEME *
004270*  IS WHAT EVERY PARTITION MUST HAVE RUN UNDER.  A PARTITION     *
004280*  COUNT THAT IS MISSING OR OUT OF RANGE IS FATAL.               *
004290******************************************************************
004300 1060-APPLY-CONTROL-CARD.
004310     IF CTL-RUN-MODE NOT = "MERGE"
004320         DISPLAY "PROGRAMACONSOLIDAPARTE - UNSUPPORTED RUN MODE "
004330             "ON SYSIN: " CTL-RUN-MODE
004340         DISPLAY "PROGRAMACONSOLIDAPARTE - CONTINUING IN "
004350             "MERGE MODE"
004360     END-IF.
004370     IF CTL-CHECKPOINT-INTERVAL IS NUMERIC
004380             AND CTL-CHECKPOINT-INTERVAL > ZERO
004390         MOVE CTL-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
004400     END-IF.
004410     IF CTL-JOB-ID NOT = SPACES
004420         MOVE CTL-JOB-ID TO WS-JOB-ID
004430     END-IF.
004440     IF CTL-WARN-THRESHOLD IS NUMERIC
004450             AND CTL-WARN-THRESHOLD > ZERO
004460         MOVE CTL-WARN-THRESHOLD TO WS-WARN-THRESHOLD
004470     END-IF.
004480     IF CTL-FAIL-THRESHOLD IS NUMERIC
004490             AND CTL-FAIL-THRESHOLD > ZERO
004500         MOVE CTL-FAIL-THRESHOLD TO WS-FAIL-THRESHOLD
004510     END-IF.
004520     IF CTL-CHECK-SCHEME = "L" OR "M" OR "N"
004530         MOVE CTL-CHECK-SCHEME TO WS-CD-SCHEME
004540     END-IF.
004550     IF CTL-PARTITION-COUNT IS NOT NUMERIC
004560         OR CTL-PARTITION-COUNT < 1
004570         OR CTL-PARTITION-COUNT > WS-PART-MAX
004580         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION COUNT ON "
004590             "SYSIN MISSING OR NOT 01-" WS-PART-MAX
004600         SET WS-FATAL TO TRUE
004610         GO TO 1060-APPLY-CONTROL-CARD-EXIT
004620     END-IF.
004630     MOVE CTL-PARTITION-COUNT TO WS-PART-COUNT.
004640 1060-APPLY-CONTROL-CARD-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*  1100-LOAD-CHECKPOINT                                          *
004690*  READS THE POSTING CHECKPOINT.  A SLOT MARKED IN FLIGHT MEANS  *
004700*  AN EARLIER ATTEMPT ABENDED PART-WAY THROUGH THE POSTING, SO   *
004710*  THIS RUN RESUMES IT PAST THE RECORDS ALREADY POSTED.          *
004720*  ANYTHING ELSE IS A FRESH RUN.                                 *
004730******************************************************************
004740 1100-LOAD-CHECKPOINT.
004750     OPEN INPUT CHECKPOINT-FILE.
004760     IF WS-CKPT-FILE-STATUS = "00"
004770         MOVE 1 TO WS-CKPT-KEY
004780         READ CHECKPOINT-FILE
004790             INVALID KEY
004800                 CONTINUE
004810             NOT INVALID KEY
004820                 IF MCK-IN-FLIGHT
004830                     AND MCK-RES-POSTED IS NUMERIC
004840                     AND MCK-REJ-POSTED IS NUMERIC
004850                     AND MCK-WLH-POSTED IS NUMERIC
004860                     SET WS-RESTART TO TRUE
004870                     MOVE MCK-RES-POSTED TO WS-RES-SKIP
004880                     MOVE MCK-REJ-POSTED TO WS-REJ-SKIP
004890                     MOVE MCK-WLH-POSTED TO WS-WLH-SKIP
004900                 END-IF
004910         END-READ
004920         CLOSE CHECKPOINT-FILE
004930     END-IF.
004940     IF WS-RESTART
004950         DISPLAY "PROGRAMACONSOLIDAPARTE - RESTART - RESUMING "
004960             "THE POSTING PAST " WS-RES-SKIP "/" WS-REJ-SKIP "/"
004970             WS-WLH-SKIP " RES/REJ/WLH RECORDS"
004980     END-IF.
004990 1100-LOAD-CHECKPOINT-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*  1170-OPEN-CHECKPOINT-IO                                       *
005040*  OPENS THE CHECKPOINT SLOT FOR IN-PLACE REWRITING, CREATING IT *
005050*  ON THE FIRST RUN EVER.  A SLOT THAT CANNOT BE OPENED IS       *
005060*  FATAL.                                                        *
005070******************************************************************
005080 1170-OPEN-CHECKPOINT-IO.
005090     OPEN I-O CHECKPOINT-FILE.
005100     IF WS-CKPT-FILE-STATUS = "35"
005110         OPEN OUTPUT CHECKPOINT-FILE
005120         MOVE 1 TO WS-CKPT-KEY
005130         MOVE ZEROS TO CHECKPOINT-RECORD
005140         WRITE CHECKPOINT-RECORD
005150             INVALID KEY
005160                 CONTINUE
005170         END-WRITE
005180         CLOSE CHECKPOINT-FILE
005190         OPEN I-O CHECKPOINT-FILE
005200     END-IF.
005210     IF WS-CKPT-FILE-STATUS NOT = "00"
005220         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN "
005230             "MRGCKPT FOR REWRITE, FILE STATUS = "
005240             WS-CKPT-FILE-STATUS
005250         SET WS-FATAL TO TRUE
005260     END-IF.
005270 1170-OPEN-CHECKPOINT-IO-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*  1180-OPEN-BATCH-REGISTER                                      *
005320*  OPENS THE BATCH REGISTER FOR KEYED UPDATE, CREATING IT EMPTY  *
005330*  ON THE FIRST RUN EVER.  A REGISTER THAT CANNOT BE OPENED IS   *
005340*  FATAL.                                                        *
005350******************************************************************
005360 1180-OPEN-BATCH-REGISTER.
005370     OPEN I-O BATCH-REGISTER-FILE.
005380     IF WS-BCH-FILE-STATUS = "35"
005390         OPEN OUTPUT BATCH-REGISTER-FILE
005400         CLOSE BATCH-REGISTER-FILE
005410         OPEN I-O BATCH-REGISTER-FILE
005420     END-IF.
005430     IF WS-BCH-FILE-STATUS NOT = "00"
005440         AND WS-BCH-FILE-STATUS NOT = "05"
005450         AND WS-BCH-FILE-STATUS NOT = "97"
005460         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN "
005470             "BCHREG, FILE STATUS = " WS-BCH-FILE-STATUS
005480         SET WS-FATAL TO TRUE
005490     END-IF.
005500 1180-OPEN-BATCH-REGISTER-EXIT.
005510     EXIT.
005520
005521******************************************************************
005522*  1690-READ-CYCLE-DATE                                          *
005523*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
005524*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE     *
005525*  STAMPED ON THE AUDIT RECORD AND THIS JOB'S SLOT, AND PROVED   *
005526*  AGAINST THE DATE EVERY PARTITION STAMPED, IN PLACE OF THE     *
005527*  SYSTEM DATE, SO A RUN HELD UP PAST MIDNIGHT STILL BELONGS TO  *
005528*  ITS CYCLE.  NO DATE SET IS FATAL - THE CYCLE HAS NOT BEEN     *
005529*  OPENED.                                                       *
005530******************************************************************
005531 1690-READ-CYCLE-DATE.
005532     OPEN INPUT CYCLE-CONTROL-FILE.
005533     IF WS-CYC-FILE-STATUS NOT = "00"
005534         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN "
005535             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
005536         SET WS-FATAL TO TRUE
005537         GO TO 1690-READ-CYCLE-DATE-EXIT
005538     END-IF.
005539     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
005540     READ CYCLE-CONTROL-FILE
005541         INVALID KEY
005542             CONTINUE
005543     END-READ.
005544     IF WS-CYC-FILE-STATUS = "00"
005545         AND CYC-COMPLETE
005546         AND CYC-CYCLE-DATE > ZERO
005547         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
005548     ELSE
005549         DISPLAY "PROGRAMACONSOLIDAPARTE - NO CYCLE DATE "
005550             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
005551         SET WS-FATAL TO TRUE
005552     END-IF.
005553     CLOSE CYCLE-CONTROL-FILE.
005554 1690-READ-CYCLE-DATE-EXIT.
005555     EXIT.
005556
005557******************************************************************
005558*  1700-CHECK-CYCLE-CONTROL                                      *
005559*  STAMPS CYCFILE SLOT 1 OPEN FOR TONIGHT'S CYCLE, EXACTLY AS    *
005560*  THE CLASSIFIER DOES WHEN IT RUNS AS ONE STEP - THIS STEP      *
005570*  STANDS IN FOR IT ON THE SLOT.  A SLOT ALREADY COMPLETE FOR    *
005580*  THE SAME CYCLE DATE IS FLAGGED AS A RERUN.  A CYCLE CONTROL   *
005590*  THAT CANNOT BE OPENED OR STAMPED IS FATAL.                    *
005600******************************************************************
005610 1700-CHECK-CYCLE-CONTROL.
005620     ACCEPT WS-CYC-TIME FROM TIME.
005622     ACCEPT WS-CHS-START-DATE FROM DATE YYYYMMDD.
005624     MOVE WS-CYC-TIME TO WS-CHS-START-TIME.
005630     OPEN I-O CYCLE-CONTROL-FILE.
005640     IF WS-CYC-FILE-STATUS = "35"
005650         PERFORM 1750-CREATE-CYCLE-CONTROL
005660             THRU 1750-CREATE-CYCLE-CONTROL-EXIT
005670     END-IF.
005680     IF WS-CYC-FILE-STATUS NOT = "00"
005690         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN "
005700             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
005710         SET WS-FATAL TO TRUE
005720         GO TO 1700-CHECK-CYCLE-CONTROL-EXIT
005730     END-IF.
005740     MOVE WS-CYC-OWN-SLOT TO WS-CYC-KEY.
005750     READ CYCLE-CONTROL-FILE
005760         INVALID KEY
005770             CONTINUE
005780     END-READ.
005790     IF WS-CYC-FILE-STATUS = "00"
005800         AND CYC-CYCLE-DATE = WS-RUN-DATE
005810         AND CYC-COMPLETE
005820         DISPLAY "PROGRAMACONSOLIDAPARTE - STEP ALREADY COMPLETE "
005830             "FOR CYCLE " WS-RUN-DATE " - RERUN FLAGGED"
005840     END-IF.
005850     MOVE WS-RUN-DATE TO CYC-CYCLE-DATE.
005860     MOVE "PARIMPAR" TO CYC-JOB-NAME.
005870     SET CYC-OPEN TO TRUE.
005880     MOVE WS-CYC-TIME TO CYC-STAMP-TIME.
005890     MOVE WS-CYC-OWN-SLOT TO WS-CYC-KEY.
005900     REWRITE CYCCTL-RECORD
005910         INVALID KEY
005920             CONTINUE
005930     END-REWRITE.
005940     IF WS-CYC-FILE-STATUS NOT = "00"
005950         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO STAMP "
005960             "CYCFILE SLOT, FILE STATUS = " WS-CYC-FILE-STATUS
005970         SET WS-FATAL TO TRUE
005980     END-IF.
005990 1700-CHECK-CYCLE-CONTROL-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*  1750-CREATE-CYCLE-CONTROL                                     *
006040*  FIRST RUN EVER - CREATES THE CYCLE-CONTROL FILE WITH ONE      *
006050*  EMPTY SLOT PER JOB IN THE SUITE AND REOPENS IT I-O.           *
006060******************************************************************
006070 1750-CREATE-CYCLE-CONTROL.
006080     OPEN OUTPUT CYCLE-CONTROL-FILE.
006090     MOVE 1 TO WS-CYC-KEY.
006100     PERFORM 1760-WRITE-EMPTY-SLOT
006110         THRU 1760-WRITE-EMPTY-SLOT-EXIT
006120         UNTIL WS-CYC-KEY > 8.
006130     CLOSE CYCLE-CONTROL-FILE.
006140     OPEN I-O CYCLE-CONTROL-FILE.
006150 1750-CREATE-CYCLE-CONTROL-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190*  1760-WRITE-EMPTY-SLOT                                         *
006200*  WRITES ONE EMPTY CYCLE-CONTROL SLOT AND STEPS TO THE NEXT.    *
006210******************************************************************
006220 1760-WRITE-EMPTY-SLOT.
006230     MOVE SPACES TO CYCCTL-RECORD.
006240     MOVE ZEROS TO CYC-CYCLE-DATE.
006250     MOVE ZEROS TO CYC-STAMP-TIME.
006260     WRITE CYCCTL-RECORD
006270         INVALID KEY
006280             CONTINUE
006290     END-WRITE.
006300     ADD 1 TO WS-CYC-KEY.
006310 1760-WRITE-EMPTY-SLOT-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*  2000-LOAD-PARTITION-CONTROL                                   *
006360*  READS EVERY PARTITION'S PARTCTL FILE AND PROVES THE SET:      *
006370*    - EVERY PARTITION 1 TO THE COUNT ON THE CARD REPORTED       *
006380*      ACTIVE, EXACTLY ONCE, FOR THE SAME COUNT AND UNDER THE    *
006390*      CHECK-DIGIT SCHEME ON THE CARD;                           *
006400*    - ANY PARTITION ABOVE THE COUNT REPORTED IDLE, WITH NOTHING *
006410*      CLASSIFIED;                                               *
006420*    - EVERY ACTIVE PARTITION READ THE SAME FEED - THE SAME      *
006430*      BATCHES IN THE SAME ORDER WITH THE SAME DECLARED COUNTS,  *
006440*      AND THE SAME NUMBER OF DETAILS.                           *
006450*  A MISSING PARTCTL FILE IS A PARTITION THAT HAS NOT FINISHED.  *
006460*  ANY FAILURE IS FATAL AND NOTHING IS POSTED.                   *
006470******************************************************************
006480 2000-LOAD-PARTITION-CONTROL.
006490     OPEN INPUT PARTITION-CONTROL-FILE.
006500     IF WS-PCT-FILE-STATUS NOT = "00"
006510         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN "
006520             "PARTCTL, FILE STATUS = " WS-PCT-FILE-STATUS
006530         SET WS-FATAL TO TRUE
006540         GO TO 2000-LOAD-PARTITION-CONTROL-EXIT
006550     END-IF.
006560     MOVE "N" TO WS-EOF-SW.
006570     PERFORM 2100-READ-PARTITION-CONTROL
006580         THRU 2100-READ-PARTITION-CONTROL-EXIT
006590         UNTIL WS-EOF.
006600     CLOSE PARTITION-CONTROL-FILE.
006610     IF WS-FATAL
006620         GO TO 2000-LOAD-PARTITION-CONTROL-EXIT
006630     END-IF.
006640     IF WS-CUR-B-SUB > ZERO
006650         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTCTL ENDS WITH "
006660             "BATCH RECORDS AND NO TOTALS - PARTITION FILE "
006670             "TRUNCATED"
006680         SET WS-FATAL TO TRUE
006690         GO TO 2000-LOAD-PARTITION-CONTROL-EXIT
006700     END-IF.
006710     MOVE 1 TO WS-PT-SUB.
006720     PERFORM 2300-CHECK-ONE-PARTITION
006730         THRU 2300-CHECK-ONE-PARTITION-EXIT
006740         UNTIL WS-PT-SUB > WS-PART-COUNT.
006750 2000-LOAD-PARTITION-CONTROL-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790*  2100-READ-PARTITION-CONTROL                                   *
006800*  READS ONE PARTCTL RECORD, CHECKS THE PARTITION NUMBER AND     *
006810*  COUNT IT CARRIES, AND HANDS IT TO THE B OR T RECORD           *
006820*  PARAGRAPH.                                                    *
006830******************************************************************
006840 2100-READ-PARTITION-CONTROL.
006850     READ PARTITION-CONTROL-FILE
006860         AT END
006870             SET WS-EOF TO TRUE
006880             GO TO 2100-READ-PARTITION-CONTROL-EXIT
006890     END-READ.
006900     IF PC-PARTITION-NO IS NOT NUMERIC
006910         OR PC-PARTITION-NO < 1
006920         OR PC-PARTITION-NO > WS-PART-MAX
006930         OR PC-PARTITION-COUNT NOT = WS-PART-COUNT
006940         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTCTL RECORD FOR "
006950             "PARTITION " PC-PARTITION-NO " OF "
006960             PC-PARTITION-COUNT " - RUN IS " WS-PART-COUNT
006970             " PARTITIONS"
006980         SET WS-FATAL TO TRUE
006990         SET WS-EOF TO TRUE
007000         GO TO 2100-READ-PARTITION-CONTROL-EXIT
007010     END-IF.
007020     IF PC-BATCH-ENTRY
007030         PERFORM 2150-APPLY-BATCH-ENTRY
007040             THRU 2150-APPLY-BATCH-ENTRY-EXIT
007050     ELSE
007060         IF PC-TOTALS
007070             PERFORM 2200-APPLY-TOTALS
007080                 THRU 2200-APPLY-TOTALS-EXIT
007090         ELSE
007100             DISPLAY "PROGRAMACONSOLIDAPARTE - UNKNOWN PARTCTL "
007110                 "RECORD TYPE " PC-RECORD-TYPE
007120             SET WS-FATAL TO TRUE
007130             SET WS-EOF TO TRUE
007140         END-IF
007150     END-IF.
007160 2100-READ-PARTITION-CONTROL-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200*  2150-APPLY-BATCH-ENTRY                                        *
007210*  ONE B RECORD.  THE FIRST PARTITION TO REPORT BUILDS THE BATCH *
007220*  TABLE; EVERY LATER ONE IS COMPARED WITH IT ENTRY FOR ENTRY.   *
007230*  AN IDLE PARTITION HAS NO BATCHES TO REPORT.                   *
007240******************************************************************
007250 2150-APPLY-BATCH-ENTRY.
007260     IF PC-PARTITION-NO > WS-PART-COUNT
007270         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
007280             PC-PARTITION-NO " SHOULD BE IDLE BUT REPORTED BATCH "
007290             PC-BATCH-ID
007300         SET WS-FATAL TO TRUE
007310         SET WS-EOF TO TRUE
007320         GO TO 2150-APPLY-BATCH-ENTRY-EXIT
007330     END-IF.
007340     IF WS-REF-PART = ZERO
007350         MOVE PC-PARTITION-NO TO WS-REF-PART
007360     END-IF.
007370     ADD 1 TO WS-CUR-B-SUB.
007380     IF PC-PARTITION-NO = WS-REF-PART
007390         AND NOT WS-REF-CLOSED
007400         IF WS-BT-COUNT NOT < WS-BT-MAX
007410             DISPLAY "PROGRAMACONSOLIDAPARTE - MORE THAN "
007420                 WS-BT-MAX " BATCHES ON PARTCTL - BATCH TABLE "
007430                 "FULL"
007440             SET WS-FATAL TO TRUE
007450             SET WS-EOF TO TRUE
007460             GO TO 2150-APPLY-BATCH-ENTRY-EXIT
007470         END-IF
007480         ADD 1 TO WS-BT-COUNT
007490         MOVE PC-BATCH-ID
007500             TO WS-BT-BATCH-ID (WS-BT-COUNT)
007510         MOVE PC-BUSINESS-DATE
007520             TO WS-BT-BUSINESS-DATE (WS-BT-COUNT)
007530         MOVE PC-DECLARED-COUNT
007540             TO WS-BT-DECLARED-COUNT (WS-BT-COUNT)
007550         GO TO 2150-APPLY-BATCH-ENTRY-EXIT
007560     END-IF.
007570     IF WS-CUR-B-SUB > WS-BT-COUNT
007580         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
007590             PC-PARTITION-NO " REPORTED MORE BATCHES THAN "
007600             "PARTITION " WS-REF-PART
007610         SET WS-FATAL TO TRUE
007620         SET WS-EOF TO TRUE
007630         GO TO 2150-APPLY-BATCH-ENTRY-EXIT
007640     END-IF.
007650     IF PC-BATCH-ID NOT = WS-BT-BATCH-ID (WS-CUR-B-SUB)
007660         OR PC-BUSINESS-DATE
007670             NOT = WS-BT-BUSINESS-DATE (WS-CUR-B-SUB)
007680         OR PC-DECLARED-COUNT
007690             NOT = WS-BT-DECLARED-COUNT (WS-CUR-B-SUB)
007700         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
007710             PC-PARTITION-NO " BATCH " PC-BATCH-ID
007720             " DISAGREES WITH PARTITION " WS-REF-PART " BATCH "
007730             WS-BT-BATCH-ID (WS-CUR-B-SUB)
007740         SET WS-FATAL TO TRUE
007750         SET WS-EOF TO TRUE
007760     END-IF.
007770 2150-APPLY-BATCH-ENTRY-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810*  2200-APPLY-TOTALS                                             *
007820*  ONE T RECORD - THE END OF ONE PARTITION'S FILE.  RECORDS THE  *
007830*  PARTITION AS REPORTED, PROVES IT AGAINST THE CARD AND THE     *
007840*  OTHER PARTITIONS, AND ADDS ITS COUNTS INTO THE WHOLE-RUN      *
007850*  TOTALS.                                                       *
007860******************************************************************
007870 2200-APPLY-TOTALS.
007880     MOVE PC-PARTITION-NO TO WS-PT-SUB.
007890     IF WS-PT-SEEN (WS-PT-SUB)
007900         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
007910             PC-PARTITION-NO " REPORTED TWICE ON PARTCTL"
007920         SET WS-FATAL TO TRUE
007930         SET WS-EOF TO TRUE
007940         GO TO 2200-APPLY-TOTALS-EXIT
007950     END-IF.
007960     MOVE "Y" TO WS-PT-SEEN-SW (WS-PT-SUB).
007970     IF PC-PARTITION-NO > WS-PART-COUNT
007980         IF NOT PC-IDLE
007990             OR PC-CLASSIFIED-COUNT NOT = ZERO
008000             OR PC-REJECT-COUNT NOT = ZERO
008010             DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
008020                 PC-PARTITION-NO " IS ABOVE THE COUNT BUT "
008030                 "DID NOT RUN IDLE"
008040             SET WS-FATAL TO TRUE
008050             SET WS-EOF TO TRUE
008060         END-IF
008070         MOVE ZERO TO WS-CUR-B-SUB
008080         GO TO 2200-APPLY-TOTALS-EXIT
008090     END-IF.
008100     IF NOT PC-ACTIVE
008110         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
008120             PC-PARTITION-NO " RAN IDLE BUT IS WITHIN THE COUNT"
008130         SET WS-FATAL TO TRUE
008140         SET WS-EOF TO TRUE
008150         GO TO 2200-APPLY-TOTALS-EXIT
008160     END-IF.
008170     PERFORM 2250-CHECK-AGAINST-RUN
008180         THRU 2250-CHECK-AGAINST-RUN-EXIT.
008190     IF WS-FATAL
008200         GO TO 2200-APPLY-TOTALS-EXIT
008210     END-IF.
008220     ADD 1                   TO WS-ACTIVE-COUNT.
008230     ADD PC-CLASSIFIED-COUNT TO WS-TOTAL-COUNT.
008240     ADD PC-REJECT-COUNT     TO WS-REJECT-COUNT.
008250     ADD PC-DUP-COUNT        TO WS-DUP-COUNT.
008260     ADD PC-PAR-COUNT        TO WS-PAR-COUNT.
008270     ADD PC-IMPAR-COUNT      TO WS-IMPAR-COUNT.
008280     ADD PC-PAR-SUM          TO WS-PAR-SUM
008290         ON SIZE ERROR
008300             DISPLAY "PROGRAMACONSOLIDAPARTE - PAR TOTAL "
008310                 "OVERFLOW"
008320             SET WS-FATAL TO TRUE
008330             SET WS-EOF TO TRUE
008340     END-ADD.
008350     ADD PC-IMPAR-SUM        TO WS-IMPAR-SUM
008360         ON SIZE ERROR
008370             DISPLAY "PROGRAMACONSOLIDAPARTE - IMPAR TOTAL "
008380                 "OVERFLOW"
008390             SET WS-FATAL TO TRUE
008400             SET WS-EOF TO TRUE
008410     END-ADD.
008420     MOVE ZERO TO WS-CUR-B-SUB.
008430 2200-APPLY-TOTALS-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470*  2250-CHECK-AGAINST-RUN                                        *
008480*  PROVES ONE ACTIVE PARTITION'S T RECORD AGAINST THE REST OF    *
008490*  THE RUN: THE SAME CHECK-DIGIT SCHEME AS THE CARD, THE SAME    *
008500*  NUMBER OF BATCHES AND OF DETAILS READ AS THE OTHER            *
008510*  PARTITIONS.  THE FIRST ACTIVE PARTITION SETS THE MARK.  A     *
008520*  PARTITION THAT RAN FOR ANOTHER CYCLE DATE REFUSES THE RUN -   *
008530*  ITS RECORDS CARRY THAT DATE, SO THE NIGHTLY SNAPSHOT CUT      *
008540*  WOULD NOT PICK THEM UP.                                       *
008550******************************************************************
008560 2250-CHECK-AGAINST-RUN.
008570     IF PC-CHECK-SCHEME NOT = WS-CD-SCHEME
008580         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
008590             PC-PARTITION-NO " RAN UNDER CHECK-DIGIT SCHEME "
008600             PC-CHECK-SCHEME " - CARD SAYS " WS-CD-SCHEME
008610         SET WS-FATAL TO TRUE
008620         SET WS-EOF TO TRUE
008630         GO TO 2250-CHECK-AGAINST-RUN-EXIT
008640     END-IF.
008650     IF WS-REF-PART = ZERO
008660         MOVE PC-PARTITION-NO TO WS-REF-PART
008670     END-IF.
008680     IF PC-PARTITION-NO = WS-REF-PART
008690         SET WS-REF-CLOSED TO TRUE
008700     ELSE
008710         IF WS-CUR-B-SUB NOT = WS-BT-COUNT
008720             DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
008730                 PC-PARTITION-NO " REPORTED " WS-CUR-B-SUB
008740                 " BATCHES, PARTITION " WS-REF-PART " REPORTED "
008750                 WS-BT-COUNT
008760             SET WS-FATAL TO TRUE
008770             SET WS-EOF TO TRUE
008780             GO TO 2250-CHECK-AGAINST-RUN-EXIT
008790         END-IF
008800     END-IF.
008810     IF NOT WS-READ-SET
008820         MOVE PC-RECORDS-READ TO WS-RECORDS-READ
008830         SET WS-READ-SET TO TRUE
008840     END-IF.
008850     IF PC-RECORDS-READ NOT = WS-RECORDS-READ
008860         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
008870             PC-PARTITION-NO " READ " PC-RECORDS-READ
008880             " DETAILS, PARTITION " WS-REF-PART " READ "
008890             WS-RECORDS-READ
008900         SET WS-FATAL TO TRUE
008910         SET WS-EOF TO TRUE
008920         GO TO 2250-CHECK-AGAINST-RUN-EXIT
008930     END-IF.
008940     IF PC-RUN-DATE NOT = WS-RUN-DATE
008950         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION "
008960             PC-PARTITION-NO " RAN FOR CYCLE " PC-RUN-DATE
008970             " - NOT THIS CYCLE'S DATE " WS-RUN-DATE
008972         SET WS-FATAL TO TRUE
008974         SET WS-EOF TO TRUE
008976         GO TO 2250-CHECK-AGAINST-RUN-EXIT
008980     END-IF.
008990 2250-CHECK-AGAINST-RUN-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030*  2300-CHECK-ONE-PARTITION                                      *
009040*  CONFIRMS ONE PARTITION WITHIN THE COUNT HAS REPORTED, THEN    *
009050*  STEPS TO THE NEXT.  A PARTITION WITH NO PARTCTL RECORD HAS    *
009060*  NOT FINISHED - IT MUST BE RUN OR RESTARTED BEFORE THIS STEP.  *
009070******************************************************************
009080 2300-CHECK-ONE-PARTITION.
009090     IF NOT WS-PT-SEEN (WS-PT-SUB)
009100         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION " WS-PT-SUB
009110             " HAS NOT REPORTED - RUN OR RESTART IT FIRST"
009120         SET WS-FATAL TO TRUE
009130     END-IF.
009140     ADD 1 TO WS-PT-SUB.
009150 2300-CHECK-ONE-PARTITION-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190*  3000-RECONCILE-RUN                                            *
009200*  THE TRAILER GATE FOR THE RUN AS A WHOLE.  EACH PARTITION      *
009210*  PROVED EVERY BATCH AT ITS TRAILER; HERE THE DECLARED COUNTS   *
009220*  OF ALL THE BATCHES MUST EQUAL THE DETAILS READ, AND EVERY     *
009230*  DETAIL READ MUST HAVE BEEN CLASSIFIED OR REJECTED BY EXACTLY  *
009240*  ONE PARTITION.  THEN THE PARTITION OUTPUT FILES ARE COUNTED   *
009250*  AGAINST THE PARTITIONS' OWN TOTALS, SO A WRONG OR STALE       *
009260*  GENERATION IN THE CONCATENATION IS CAUGHT BEFORE IT IS        *
009270*  POSTED.                                                       *
009280******************************************************************
009290 3000-RECONCILE-RUN.
009300     MOVE ZERO TO WS-DECLARED-TOTAL.
009310     MOVE 1 TO WS-BT-SUB.
009320     PERFORM 3050-ADD-DECLARED-COUNT
009330         THRU 3050-ADD-DECLARED-COUNT-EXIT
009340         UNTIL WS-BT-SUB > WS-BT-COUNT.
009350     COMPUTE WS-ACCOUNTED-TOTAL =
009360         WS-TOTAL-COUNT + WS-REJECT-COUNT.
009370     IF WS-DECLARED-TOTAL NOT = WS-RECORDS-READ
009380         OR WS-ACCOUNTED-TOTAL NOT = WS-RECORDS-READ
009390         DISPLAY "PROGRAMACONSOLIDAPARTE - TRAILERS DECLARE "
009400             WS-DECLARED-TOTAL ", FEED HAD " WS-RECORDS-READ
009410             ", PARTITIONS ACCOUNT FOR " WS-ACCOUNTED-TOTAL
009420         SET WS-FATAL TO TRUE
009430         GO TO 3000-RECONCILE-RUN-EXIT
009440     END-IF.
009450     MOVE ZERO TO WS-RES-ON-FILE.
009460     MOVE ZERO TO WS-REJ-ON-FILE.
009470     OPEN INPUT PART-RESULTADO-FILE.
009480     OPEN INPUT PART-REJECT-FILE.
009490     IF WS-PRS-FILE-STATUS NOT = "00"
009500         OR WS-PRJ-FILE-STATUS NOT = "00"
009510         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN PRESIN/"
009520             "PREJIN, FILE STATUS = " WS-PRS-FILE-STATUS "/"
009530             WS-PRJ-FILE-STATUS
009540         SET WS-FATAL TO TRUE
009550         GO TO 3000-RECONCILE-RUN-EXIT
009560     END-IF.
009570     MOVE "N" TO WS-EOF-SW.
009580     PERFORM 3100-COUNT-PART-RESULTADO
009590         THRU 3100-COUNT-PART-RESULTADO-EXIT
009600         UNTIL WS-EOF.
009610     MOVE "N" TO WS-EOF-SW.
009620     PERFORM 3200-COUNT-PART-REJECT
009630         THRU 3200-COUNT-PART-REJECT-EXIT
009640         UNTIL WS-EOF.
009650     CLOSE PART-RESULTADO-FILE.
009660     CLOSE PART-REJECT-FILE.
009670     IF WS-RES-ON-FILE NOT = WS-TOTAL-COUNT
009680         OR WS-REJ-ON-FILE NOT = WS-REJECT-COUNT
009690         DISPLAY "PROGRAMACONSOLIDAPARTE - PARTITION OUTPUTS "
009700             "HOLD " WS-RES-ON-FILE "/" WS-REJ-ON-FILE
009710             " RES/REJ RECORDS, PARTCTL SAYS " WS-TOTAL-COUNT
009720             "/" WS-REJECT-COUNT
009730         SET WS-FATAL TO TRUE
009740     END-IF.
009750 3000-RECONCILE-RUN-EXIT.
009760     EXIT.
009770
009780******************************************************************
009790*  3050-ADD-DECLARED-COUNT                                       *
009800*  ADDS ONE BATCH'S DECLARED COUNT AND STEPS TO THE NEXT.        *
009810******************************************************************
009820 3050-ADD-DECLARED-COUNT.
009830     ADD WS-BT-DECLARED-COUNT (WS-BT-SUB) TO WS-DECLARED-TOTAL.
009840     ADD 1 TO WS-BT-SUB.
009850 3050-ADD-DECLARED-COUNT-EXIT.
009860     EXIT.
009870
009880******************************************************************
009890*  3100-COUNT-PART-RESULTADO                                     *
009900*  COUNTS ONE RECORD OF THE PARTITIONS' CLASSIFIED OUTPUT.       *
009910******************************************************************
009920 3100-COUNT-PART-RESULTADO.
009930     READ PART-RESULTADO-FILE
009940         AT END
009950             SET WS-EOF TO TRUE
009960             GO TO 3100-COUNT-PART-RESULTADO-EXIT
009970     END-READ.
009980     ADD 1 TO WS-RES-ON-FILE.
009990 3100-COUNT-PART-RESULTADO-EXIT.
010000     EXIT.
010010
010020******************************************************************
010030*  3200-COUNT-PART-REJECT                                        *
010040*  COUNTS ONE RECORD OF THE PARTITIONS' REJECT OUTPUT.           *
010050******************************************************************
010060 3200-COUNT-PART-REJECT.
010070     READ PART-REJECT-FILE
010080         AT END
010090             SET WS-EOF TO TRUE
010100             GO TO 3200-COUNT-PART-REJECT-EXIT
010110     END-READ.
010120     ADD 1 TO WS-REJ-ON-FILE.
010130 3200-COUNT-PART-REJECT-EXIT.
010140     EXIT.
010150
010160******************************************************************
010170*  4000-CHECK-BATCH-REGISTER                                     *
010180*  LOOKS EVERY BATCH UP ON THE REGISTER BEFORE ANYTHING IS       *
010190*  POSTED - A BATCH ALREADY COMPLETE STOPS THE RUN RC=12 WITH    *
010200*  THE REGISTER STILL UNTOUCHED - THEN REGISTERS THEM ALL        *
010210*  IN-PROCESS.  THE RULES ARE THE CLASSIFIER'S (SEE ITS          *
010220*  2160-CHECK-BATCH-REGISTER), WITH A RESTARTED POSTING STANDING *
010230*  IN FOR ITS RESTART SKIP.                                      *
010240******************************************************************
010250 4000-CHECK-BATCH-REGISTER.
010260     MOVE 1 TO WS-BT-SUB.
010270     PERFORM 4100-CHECK-ONE-BATCH
010280         THRU 4100-CHECK-ONE-BATCH-EXIT
010290         UNTIL WS-BT-SUB > WS-BT-COUNT
010300             OR WS-FATAL.
010310     IF WS-FATAL
010320         GO TO 4000-CHECK-BATCH-REGISTER-EXIT
010330     END-IF.
010340     MOVE 1 TO WS-BT-SUB.
010350     PERFORM 4200-REGISTER-ONE-BATCH
010360         THRU 4200-REGISTER-ONE-BATCH-EXIT
010370         UNTIL WS-BT-SUB > WS-BT-COUNT
010380             OR WS-FATAL.
010390 4000-CHECK-BATCH-REGISTER-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430*  4100-CHECK-ONE-BATCH                                          *
010440*  READ-ONLY LOOK-UP OF ONE BATCH.  COMPLETE IS FATAL UNLESS A   *
010450*  RESTARTED POSTING MARKED IT SO BEFORE IT ABENDED.             *
010460******************************************************************
010470 4100-CHECK-ONE-BATCH.
010480     MOVE WS-BT-BATCH-ID (WS-BT-SUB) TO BR-BATCH-ID.
010490     READ BATCH-REGISTER-FILE
010500         INVALID KEY
010510             ADD 1 TO WS-BT-SUB
010520             GO TO 4100-CHECK-ONE-BATCH-EXIT
010530     END-READ.
010540     IF BR-COMPLETE
010550         AND NOT WS-RESTART
010560         DISPLAY "PROGRAMACONSOLIDAPARTE - BATCH " BR-BATCH-ID
010570             " ALREADY PROCESSED " BR-RUN-DATE
010580             " (BUSINESS DATE " BR-BUSINESS-DATE
010590             ") - RUN STOPPED BEFORE ANY RECORD WAS POSTED"
010600         SET WS-DUP-BATCH TO TRUE
010610         SET WS-FATAL TO TRUE
010620     END-IF.
010630     IF BR-REVERSED
010640         DISPLAY "PROGRAMACONSOLIDAPARTE - BATCH " BR-BATCH-ID
010650             " WAS REVERSED - ACCEPTED AS THE CORRECTED RESEND"
010660     END-IF.
010670     ADD 1 TO WS-BT-SUB.
010680 4100-CHECK-ONE-BATCH-EXIT.
010690     EXIT.
010700
010710******************************************************************
010720*  4200-REGISTER-ONE-BATCH                                       *
010730*  REGISTERS ONE BATCH IN-PROCESS - A MISS IS ADDED, ANYTHING    *
010740*  ELSE RE-STAMPED - EXCEPT ONE A RESTARTED POSTING ALREADY      *
010750*  MARKED COMPLETE, WHICH IS PASSED OVER.  A REGISTER I/O        *
010760*  FAILURE IS FATAL.                                             *
010770******************************************************************
010780 4200-REGISTER-ONE-BATCH.
010790     MOVE WS-BT-BATCH-ID (WS-BT-SUB) TO BR-BATCH-ID.
010800     READ BATCH-REGISTER-FILE
010810         INVALID KEY
010820             MOVE WS-BT-BATCH-ID (WS-BT-SUB) TO BR-BATCH-ID
010830             MOVE WS-BT-BUSINESS-DATE (WS-BT-SUB)
010840                 TO BR-BUSINESS-DATE
010850             MOVE WS-RUN-DATE TO BR-RUN-DATE
010860             SET BR-IN-PROCESS TO TRUE
010870             WRITE BCHREG-RECORD
010880                 INVALID KEY
010890                     CONTINUE
010900             END-WRITE
010910             PERFORM 4250-CHECK-REGISTER-IO
010920                 THRU 4250-CHECK-REGISTER-IO-EXIT
010930             ADD 1 TO WS-BT-SUB
010940             GO TO 4200-REGISTER-ONE-BATCH-EXIT
010950     END-READ.
010960     IF BR-COMPLETE
010970         DISPLAY "PROGRAMACONSOLIDAPARTE - BATCH " BR-BATCH-ID
010980             " ALREADY COMPLETE - PASSED OVER ON RESTART"
010990         ADD 1 TO WS-BT-SUB
011000         GO TO 4200-REGISTER-ONE-BATCH-EXIT
011010     END-IF.
011020     MOVE WS-BT-BUSINESS-DATE (WS-BT-SUB) TO BR-BUSINESS-DATE.
011030     MOVE WS-RUN-DATE                     TO BR-RUN-DATE.
011040     SET BR-IN-PROCESS TO TRUE.
011050     REWRITE BCHREG-RECORD
011060         INVALID KEY
011070             CONTINUE
011080     END-REWRITE.
011090     PERFORM 4250-CHECK-REGISTER-IO
011100         THRU 4250-CHECK-REGISTER-IO-EXIT.
011110     ADD 1 TO WS-BT-SUB.
011120 4200-REGISTER-ONE-BATCH-EXIT.
011130     EXIT.
011140
011150******************************************************************
011160*  4250-CHECK-REGISTER-IO                                        *
011170*  GRADES THE LAST BATCH-REGISTER WRITE/REWRITE.                 *
011180******************************************************************
011190 4250-CHECK-REGISTER-IO.
011200     IF WS-BCH-FILE-STATUS NOT = "00"
011210         AND WS-BCH-FILE-STATUS NOT = "02"
011220         DISPLAY "PROGRAMACONSOLIDAPARTE - BATCH REGISTER I/O "
011230             "FAILED, FILE STATUS = " WS-BCH-FILE-STATUS
011240         SET WS-FATAL TO TRUE
011250     END-IF.
011260 4250-CHECK-REGISTER-IO-EXIT.
011270     EXIT.
011280
011290******************************************************************
011300*  5000-POST-OUTPUTS                                             *
011310*  COPIES THE PARTITIONS' CLASSIFIED, REJECT AND HIT RECORDS     *
011320*  ONTO RESFILE, REJFILE AND WLHITS, IN PARTITION ORDER (SO      *
011330*  RESFILE IS IN THE SAME NUMBER-RANGE ORDER AS THE PARTITIONS). *
011340*  A FRESH RUN OPENS THE OUTPUTS OUTPUT, AS THE CLASSIFIER DOES; *
011350*  A RESTARTED POSTING OPENS THEM EXTEND AND SKIPS THE RECORDS   *
011360*  THE CHECKPOINT SAYS ARE ALREADY POSTED.  THE CHECKPOINT IS    *
011370*  REWRITTEN EVERY INTERVAL AND ONCE MORE WHEN THE POSTING IS    *
011380*  DONE, SO AN ABEND WHILE THE BATCHES ARE BEING MARKED COMPLETE *
011390*  STILL RESTARTS AS A RESTART.                                  *
011400******************************************************************
011410 5000-POST-OUTPUTS.
011420     OPEN INPUT PART-RESULTADO-FILE.
011430     OPEN INPUT PART-REJECT-FILE.
011440     OPEN INPUT PART-WATCH-HIT-FILE.
011450     IF WS-PRS-FILE-STATUS NOT = "00"
011460         OR WS-PRJ-FILE-STATUS NOT = "00"
011470         OR WS-PWH-FILE-STATUS NOT = "00"
011480         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN PRESIN/"
011490             "PREJIN/PWLHIN, FILE STATUS = " WS-PRS-FILE-STATUS
011500             "/" WS-PRJ-FILE-STATUS "/" WS-PWH-FILE-STATUS
011510         SET WS-FATAL TO TRUE
011520         GO TO 5000-POST-OUTPUTS-EXIT
011530     END-IF.
011540     IF WS-RESTART
011550         OPEN EXTEND RESULTADO-FILE
011560         OPEN EXTEND REJECT-FILE
011570         OPEN EXTEND WATCH-HIT-FILE
011580     ELSE
011590         OPEN OUTPUT RESULTADO-FILE
011600         OPEN OUTPUT REJECT-FILE
011610         OPEN OUTPUT WATCH-HIT-FILE
011620     END-IF.
011630     IF WS-RES-FILE-STATUS NOT = "00"
011640         OR WS-REJ-FILE-STATUS NOT = "00"
011650         OR WS-WLH-FILE-STATUS NOT = "00"
011660         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN "
011670             "RESFILE/REJFILE/WLHITS, FILE STATUS = "
011680             WS-RES-FILE-STATUS
011690             "/" WS-REJ-FILE-STATUS "/" WS-WLH-FILE-STATUS
011700         SET WS-FATAL TO TRUE
011710         GO TO 5000-POST-OUTPUTS-EXIT
011720     END-IF.
011730     MOVE WS-RES-SKIP TO WS-RES-POSTED.
011740     MOVE WS-REJ-SKIP TO WS-REJ-POSTED.
011750     MOVE WS-WLH-SKIP TO WS-WLH-POSTED.
011760     MOVE "N" TO WS-EOF-SW.
011770     MOVE ZERO TO WS-SKIPPED.
011780     PERFORM 5100-POST-RESULTADO
011790         THRU 5100-POST-RESULTADO-EXIT
011800         UNTIL WS-EOF.
011810     MOVE "N" TO WS-EOF-SW.
011820     MOVE ZERO TO WS-SKIPPED.
011830     PERFORM 5200-POST-REJECT
011840         THRU 5200-POST-REJECT-EXIT
011850         UNTIL WS-EOF.
011860     MOVE "N" TO WS-EOF-SW.
011870     MOVE ZERO TO WS-SKIPPED.
011880     PERFORM 5300-POST-WATCH-HIT
011890         THRU 5300-POST-WATCH-HIT-EXIT
011900         UNTIL WS-EOF.
011910     CLOSE PART-RESULTADO-FILE.
011920     CLOSE PART-REJECT-FILE.
011930     CLOSE PART-WATCH-HIT-FILE.
011940     CLOSE RESULTADO-FILE.
011950     CLOSE REJECT-FILE.
011960     CLOSE WATCH-HIT-FILE.
011970     IF WS-FATAL
011980         GO TO 5000-POST-OUTPUTS-EXIT
011990     END-IF.
012000     PERFORM 5500-WRITE-CHECKPOINT
012010         THRU 5500-WRITE-CHECKPOINT-EXIT.
012020 5000-POST-OUTPUTS-EXIT.
012030     EXIT.
012040
012050******************************************************************
012060*  5100-POST-RESULTADO                                           *
012070*  POSTS ONE CLASSIFIED RECORD, OR PASSES OVER IT WHEN A         *
012080*  RESTARTED POSTING HAS ALREADY POSTED IT.                      *
012090******************************************************************
012100 5100-POST-RESULTADO.
012110     READ PART-RESULTADO-FILE
012120         AT END
012130             SET WS-EOF TO TRUE
012140             GO TO 5100-POST-RESULTADO-EXIT
012150     END-READ.
012160     IF WS-SKIPPED < WS-RES-SKIP
012170         ADD 1 TO WS-SKIPPED
012180         GO TO 5100-POST-RESULTADO-EXIT
012190     END-IF.
012200     WRITE NUMCLASS-RECORD FROM PART-RESULTADO-RECORD.
012210     IF WS-RES-FILE-STATUS NOT = "00"
012220         DISPLAY "PROGRAMACONSOLIDAPARTE - RESFILE WRITE FAILED, "
012230             "FILE STATUS = " WS-RES-FILE-STATUS
012240         SET WS-FATAL TO TRUE
012250         SET WS-EOF TO TRUE
012260         GO TO 5100-POST-RESULTADO-EXIT
012270     END-IF.
012280     ADD 1 TO WS-RES-POSTED.
012290     PERFORM 5400-CHECKPOINT-IF-DUE
012300         THRU 5400-CHECKPOINT-IF-DUE-EXIT.
012310 5100-POST-RESULTADO-EXIT.
012320     EXIT.
012330
012340******************************************************************
012350*  5200-POST-REJECT                                              *
012360*  POSTS ONE REJECT RECORD, OR PASSES OVER IT WHEN A RESTARTED   *
012370*  POSTING HAS ALREADY POSTED IT.                                *
012380******************************************************************
012390 5200-POST-REJECT.
012400     READ PART-REJECT-FILE
012410         AT END
012420             SET WS-EOF TO TRUE
012430             GO TO 5200-POST-REJECT-EXIT
012440     END-READ.
012450     IF WS-SKIPPED < WS-REJ-SKIP
012460         ADD 1 TO WS-SKIPPED
012470         GO TO 5200-POST-REJECT-EXIT
012480     END-IF.
012490     WRITE REJCLASS-RECORD FROM PART-REJECT-RECORD.
012500     IF WS-REJ-FILE-STATUS NOT = "00"
012510         DISPLAY "PROGRAMACONSOLIDAPARTE - REJFILE WRITE FAILED, "
012520             "FILE STATUS = " WS-REJ-FILE-STATUS
012530         SET WS-FATAL TO TRUE
012540         SET WS-EOF TO TRUE
012550         GO TO 5200-POST-REJECT-EXIT
012560     END-IF.
012570     ADD 1 TO WS-REJ-POSTED.
012580     PERFORM 5400-CHECKPOINT-IF-DUE
012590         THRU 5400-CHECKPOINT-IF-DUE-EXIT.
012600 5200-POST-REJECT-EXIT.
012610     EXIT.
012620
012630******************************************************************
012640*  5300-POST-WATCH-HIT                                           *
012650*  POSTS ONE WATCH-LIST HIT, OR PASSES OVER IT WHEN A RESTARTED  *
012660*  POSTING HAS ALREADY POSTED IT.                                *
012670******************************************************************
012680 5300-POST-WATCH-HIT.
012690     READ PART-WATCH-HIT-FILE
012700         AT END
012710             SET WS-EOF TO TRUE
012720             GO TO 5300-POST-WATCH-HIT-EXIT
012730     END-READ.
012740     IF WS-SKIPPED < WS-WLH-SKIP
012750         ADD 1 TO WS-SKIPPED
012760         GO TO 5300-POST-WATCH-HIT-EXIT
012770     END-IF.
012780     WRITE WLHIT-RECORD FROM PART-WATCH-HIT-RECORD.
012790     IF WS-WLH-FILE-STATUS NOT = "00"
012800         DISPLAY "PROGRAMACONSOLIDAPARTE - WLHITS WRITE FAILED, "
012810             "FILE STATUS = " WS-WLH-FILE-STATUS
012820         SET WS-FATAL TO TRUE
012830         SET WS-EOF TO TRUE
012840         GO TO 5300-POST-WATCH-HIT-EXIT
012850     END-IF.
012860     ADD 1 TO WS-WLH-POSTED.
012870     PERFORM 5400-CHECKPOINT-IF-DUE
012880         THRU 5400-CHECKPOINT-IF-DUE-EXIT.
012890 5300-POST-WATCH-HIT-EXIT.
012900     EXIT.
012910
012920******************************************************************
012930*  5400-CHECKPOINT-IF-DUE                                        *
012940*  REWRITES THE CHECKPOINT EVERY WS-CHECKPOINT-INTERVAL RECORDS  *
012950*  POSTED, COUNTING ALL THREE OUTPUTS TOGETHER.                  *
012960******************************************************************
012970 5400-CHECKPOINT-IF-DUE.
012980     COMPUTE WS-ALL-POSTED =
012990         WS-RES-POSTED + WS-REJ-POSTED + WS-WLH-POSTED.
013000     DIVIDE WS-ALL-POSTED BY WS-CHECKPOINT-INTERVAL
013010         GIVING WS-CKPT-QUOTIENT REMAINDER WS-CKPT-REMAINDER.
013020     IF WS-CKPT-REMAINDER = 0
013030         PERFORM 5500-WRITE-CHECKPOINT
013040             THRU 5500-WRITE-CHECKPOINT-EXIT
013050     END-IF.
013060 5400-CHECKPOINT-IF-DUE-EXIT.
013070     EXIT.
013080
013090******************************************************************
013100*  5500-WRITE-CHECKPOINT                                         *
013110*  REWRITES THE CHECKPOINT SLOT WITH THE RECORDS POSTED SO FAR   *
013120*  AND MARKS THE POSTING IN FLIGHT.  A SLOT THAT CANNOT BE       *
013130*  REWRITTEN IS FATAL.                                           *
013140******************************************************************
013150 5500-WRITE-CHECKPOINT.
013160     MOVE WS-RES-POSTED TO MCK-RES-POSTED.
013170     MOVE WS-REJ-POSTED TO MCK-REJ-POSTED.
013180     MOVE WS-WLH-POSTED TO MCK-WLH-POSTED.
013190     SET MCK-IN-FLIGHT TO TRUE.
013200     MOVE 1 TO WS-CKPT-KEY.
013210     REWRITE CHECKPOINT-RECORD
013220         INVALID KEY
013230             CONTINUE
013240     END-REWRITE.
013250     IF WS-CKPT-FILE-STATUS NOT = "00"
013260         DISPLAY "PROGRAMACONSOLIDAPARTE - CHECKPOINT REWRITE "
013270             "FAILED, FILE STATUS = " WS-CKPT-FILE-STATUS
013280         SET WS-FATAL TO TRUE
013290         SET WS-EOF TO TRUE
013300         GO TO 5500-WRITE-CHECKPOINT-EXIT
013310     END-IF.
013320     DISPLAY "PROGRAMACONSOLIDAPARTE - PROGRESS - "
013330         WS-RES-POSTED "/" WS-REJ-POSTED "/" WS-WLH-POSTED
013340         " RES/REJ/WLH RECORDS POSTED".
013350 5500-WRITE-CHECKPOINT-EXIT.
013360     EXIT.
013370
013380******************************************************************
013390*  6000-MARK-BATCHES-COMPLETE                                    *
013400*  EVERYTHING IS POSTED, SO EVERY BATCH ON THE FEED IS ADVANCED  *
013410*  TO COMPLETE - FROM HERE ON A RETRANSMISSION FAILS THE HEADER  *
013420*  CHECK.                                                        *
013430******************************************************************
013440 6000-MARK-BATCHES-COMPLETE.
013450     MOVE 1 TO WS-BT-SUB.
013460     PERFORM 6100-MARK-ONE-BATCH
013470         THRU 6100-MARK-ONE-BATCH-EXIT
013480         UNTIL WS-BT-SUB > WS-BT-COUNT
013490             OR WS-FATAL.
013500 6000-MARK-BATCHES-COMPLETE-EXIT.
013510     EXIT.
013520
013530******************************************************************
013540*  6100-MARK-ONE-BATCH                                           *
013550*  MARKS ONE BATCH COMPLETE AND STEPS TO THE NEXT.               *
013560******************************************************************
013570 6100-MARK-ONE-BATCH.
013580     MOVE WS-BT-BATCH-ID (WS-BT-SUB)      TO BR-BATCH-ID.
013590     MOVE WS-BT-BUSINESS-DATE (WS-BT-SUB) TO BR-BUSINESS-DATE.
013600     MOVE WS-RUN-DATE                     TO BR-RUN-DATE.
013610     SET BR-COMPLETE TO TRUE.
013620     REWRITE BCHREG-RECORD
013630         INVALID KEY
013640             CONTINUE
013650     END-REWRITE.
013660     IF WS-BCH-FILE-STATUS NOT = "00"
013670         AND WS-BCH-FILE-STATUS NOT = "02"
013680         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO MARK BATCH "
013690             BR-BATCH-ID " COMPLETE, FILE STATUS = "
013700             WS-BCH-FILE-STATUS
013710         SET WS-FATAL TO TRUE
013720     END-IF.
013730     ADD 1 TO WS-BT-SUB.
013740 6100-MARK-ONE-BATCH-EXIT.
013750     EXIT.
013760
013770******************************************************************
013780*  9000-TERMINATE                                                *
013790*  CLEARS THE CHECKPOINT, PRINTS THE SUMMARY AND WRITES THE ONE  *
013800*  AUDIT RECORD FOR THE RUN, THEN GRADES THE WHOLE RUN'S REJECT  *
013810*  RATE AND CLOSES CYCFILE SLOT 1 - LEFT OPEN WHEN THE GATE HELD *
013820*  THE BATCH (RC=8), AS IN THE CLASSIFIER.                       *
013830******************************************************************
013840 9000-TERMINATE.
013850     CLOSE BATCH-REGISTER-FILE.
013860     MOVE 1 TO WS-CKPT-KEY.
013870     MOVE ZEROS TO CHECKPOINT-RECORD.
013880     REWRITE CHECKPOINT-RECORD
013890         INVALID KEY
013900             CONTINUE
013910     END-REWRITE.
013920     CLOSE CHECKPOINT-FILE.
013930     PERFORM 9100-PRINT-SUMMARY
013940         THRU 9100-PRINT-SUMMARY-EXIT.
013950     PERFORM 9200-WRITE-AUDIT-RECORD
013960         THRU 9200-WRITE-AUDIT-RECORD-EXIT.
013970     CLOSE AUDIT-FILE.
013980     PERFORM 9300-QUALITY-GATE
013990         THRU 9300-QUALITY-GATE-EXIT.
014000     IF RETURN-CODE = 8
014010         DISPLAY "PROGRAMACONSOLIDAPARTE - BATCH HELD - CYCFILE "
014020             "SLOT LEFT OPEN, DOWNSTREAM GATES HOLD"
014030         CLOSE CYCLE-CONTROL-FILE
014040     ELSE
014050         PERFORM 9400-CLOSE-CYCLE-CONTROL
014060             THRU 9400-CLOSE-CYCLE-CONTROL-EXIT
014070     END-IF.
014080 9000-TERMINATE-EXIT.
014090     EXIT.
014100
014110******************************************************************
014120*  9100-PRINT-SUMMARY                                            *
014130*  DISPLAYS THE END-OF-JOB SUMMARY FOR THE WHOLE RUN, IN THE     *
014140*  CLASSIFIER'S LAYOUT, PLUS THE PARTITION AND POSTING COUNTS.   *
014150******************************************************************
014160 9100-PRINT-SUMMARY.
014170     DISPLAY "PROGRAMACONSOLIDAPARTE - END OF JOB SUMMARY".
014180     DISPLAY "PARTITIONS. . . . . . . . . : " WS-PART-COUNT.
014190     DISPLAY "BATCHES . . . . . . . . . . : " WS-BT-COUNT.
014200     DISPLAY "RECORDS READ. . . . . . . . : " WS-RECORDS-READ.
014210     DISPLAY "RECORDS CLASSIFIED. . . . . : " WS-TOTAL-COUNT.
014220     DISPLAY "RECORDS REJECTED  . . . . . : " WS-REJECT-COUNT.
014230     DISPLAY "  OF WHICH DUPLICATES . . . : " WS-DUP-COUNT.
014240     DISPLAY "CHECK-DIGIT SCHEME. . . . . : " WS-CD-SCHEME.
014250     DISPLAY "PAR    COUNT . . . . . . . . : " WS-PAR-COUNT.
014260     DISPLAY "PAR    TOTAL . . . . . . . . : " WS-PAR-SUM.
014270     DISPLAY "IMPAR  COUNT . . . . . . . . : " WS-IMPAR-COUNT.
014280     DISPLAY "IMPAR  TOTAL . . . . . . . . : " WS-IMPAR-SUM.
014290     DISPLAY "WATCH-LIST HITS POSTED. . . : " WS-WLH-POSTED.
014300 9100-PRINT-SUMMARY-EXIT.
014310     EXIT.
014320
014330******************************************************************
014340*  9200-WRITE-AUDIT-RECORD                                       *
014350*  APPENDS THE ONE AUDIT RECORD FOR THE WHOLE PARTITIONED RUN.   *
014360******************************************************************
014370 9200-WRITE-AUDIT-RECORD.
014380     MOVE WS-RUN-DATE     TO AUD-RUN-DATE.
014390     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
014400     MOVE WS-JOB-ID       TO AUD-JOB-ID.
014410     MOVE WS-RECORDS-READ TO AUD-RECORDS-IN.
014420     MOVE WS-TOTAL-COUNT  TO AUD-RECORDS-OUT.
014430     MOVE WS-REJECT-COUNT TO AUD-REJECT-COUNT.
014440     MOVE WS-DUP-COUNT    TO AUD-DUP-COUNT.
014450     WRITE AUDCLASS-RECORD.
014460 9200-WRITE-AUDIT-RECORD-EXIT.
014470     EXIT.
014480
014490******************************************************************
014500*  9300-QUALITY-GATE                                             *
014510*  GRADES THE WHOLE RUN BY ITS REJECT RATE, ON THE SAME RULES AS *
014520*  THE CLASSIFIER: OVER THE WARNING THRESHOLD RC=4, OVER THE     *
014530*  FAILURE THRESHOLD RC=8 AND THE BATCH IS HELD.                 *
014540******************************************************************
014550 9300-QUALITY-GATE.
014560     IF WS-RECORDS-READ = ZERO
014570         GO TO 9300-QUALITY-GATE-EXIT
014580     END-IF.
014590     COMPUTE WS-REJ-RATE ROUNDED =
014600         WS-REJECT-COUNT * 100 / WS-RECORDS-READ
014610         ON SIZE ERROR
014620             MOVE 999.99 TO WS-REJ-RATE
014630     END-COMPUTE.
014640     MOVE WS-REJ-RATE TO WS-REJ-RATE-DISP.
014650     IF WS-REJ-RATE > WS-FAIL-THRESHOLD
014660         DISPLAY "PROGRAMACONSOLIDAPARTE - REJECT RATE "
014670             WS-REJ-RATE-DISP " PCT EXCEEDS FAILURE THRESHOLD "
014680             WS-FAIL-THRESHOLD " PCT - BATCH HELD, RC=8"
014690         MOVE 8 TO RETURN-CODE
014700         GO TO 9300-QUALITY-GATE-EXIT
014710     END-IF.
014720     IF WS-REJ-RATE > WS-WARN-THRESHOLD
014730         DISPLAY "PROGRAMACONSOLIDAPARTE - REJECT RATE "
014740             WS-REJ-RATE-DISP " PCT EXCEEDS WARNING THRESHOLD "
014750             WS-WARN-THRESHOLD " PCT - RC=4"
014760         MOVE 4 TO RETURN-CODE
014770     END-IF.
014780 9300-QUALITY-GATE-EXIT.
014790     EXIT.
014800
014810******************************************************************
014820*  9400-CLOSE-CYCLE-CONTROL                                      *
014830*  STAMPS CYCFILE SLOT 1 COMPLETE - THIS IS WHAT RELEASES THE    *
014840*  NUMLOAD GATE - AND CLOSES THE CYCLE-CONTROL FILE.             *
014850******************************************************************
014860 9400-CLOSE-CYCLE-CONTROL.
014870     MOVE WS-CYC-OWN-SLOT TO WS-CYC-KEY.
014880     MOVE WS-RUN-DATE TO CYC-CYCLE-DATE.
014890     MOVE "PARIMPAR" TO CYC-JOB-NAME.
014900     SET CYC-COMPLETE TO TRUE.
014910     ACCEPT WS-CYC-TIME FROM TIME.
014920     MOVE WS-CYC-TIME TO CYC-STAMP-TIME.
014930     REWRITE CYCCTL-RECORD
014940         INVALID KEY
014950             CONTINUE
014960     END-REWRITE.
014970     IF WS-CYC-FILE-STATUS NOT = "00"
014980         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO MARK "
014990             "CYCFILE SLOT COMPLETE, FILE STATUS = "
015000             WS-CYC-FILE-STATUS
015010     END-IF.
015012     IF WS-CYC-FILE-STATUS = "00"
015014         PERFORM 9450-WRITE-CYCLE-HISTORY
015016             THRU 9450-WRITE-CYCLE-HISTORY-EXIT
015018     END-IF.
015020     CLOSE CYCLE-CONTROL-FILE.
015030 9400-CLOSE-CYCLE-CONTROL-EXIT.
015040     EXIT.
015050
015051******************************************************************
015052*  9450-WRITE-CYCLE-HISTORY                                      *
015053*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION    *
015054*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY THE *
015055*  SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE STEP   *
015056*  CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN BE      *
015057*  TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE FIRST  *
015058*  RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN IS      *
015059*  FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS STEP *
015060*  CODE STAND.                                                   *
015061******************************************************************
015062 9450-WRITE-CYCLE-HISTORY.
015063     OPEN EXTEND CYCLE-HISTORY-FILE.
015064     IF WS-CHS-FILE-STATUS NOT = "00"
015065         OPEN OUTPUT CYCLE-HISTORY-FILE
015066     END-IF.
015067     IF WS-CHS-FILE-STATUS NOT = "00"
015068         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO OPEN "
015069             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
015070         GO TO 9450-WRITE-CYCLE-HISTORY-EXIT
015071     END-IF.
015072     MOVE WS-RUN-DATE       TO CH-CYCLE-DATE.
015073     MOVE "PARIMPAR"        TO CH-JOB-NAME.
015074     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
015075     MOVE WS-CHS-START-DATE TO CH-START-DATE.
015076     MOVE WS-CHS-START-TIME TO CH-START-TIME.
015077     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
015078     MOVE WS-CYC-TIME       TO CH-END-TIME.
015079     MOVE CH-START-TIME TO WS-CHS-CLOCK.
015080     COMPUTE WS-CHS-START-SECS =
015081         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
015082         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
015083     MOVE CH-END-TIME TO WS-CHS-CLOCK.
015084     COMPUTE WS-CHS-END-SECS =
015085         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
015086         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
015087     IF WS-CHS-END-SECS > WS-CHS-START-SECS
015088         COMPUTE CH-ELAPSED-SECS =
015089             WS-CHS-END-SECS - WS-CHS-START-SECS
015090     ELSE
015091         MOVE ZERO TO CH-ELAPSED-SECS
015092     END-IF.
015093     MOVE RETURN-CODE TO CH-RETURN-CODE.
015094     WRITE CYCHIST-RECORD.
015095     IF WS-CHS-FILE-STATUS NOT = "00"
015096         DISPLAY "PROGRAMACONSOLIDAPARTE - UNABLE TO WRITE "
015097             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
015098     END-IF.
015099     CLOSE CYCLE-HISTORY-FILE.
015100 9450-WRITE-CYCLE-HISTORY-EXIT.
015101     EXIT.
015102
015103******************************************************************
015104*  9500-ABORT-RUN                                                *
015105*  REACHED WHEN WS-FATAL WAS SET.  A BATCH ALREADY PROCESSED     *
015106*  ENDS RC=12, AS IN THE CLASSIFIER; EVERYTHING ELSE RC=16.  A   *
015107*  FAILURE BEFORE THE POSTING LEAVES NOTHING TO UNDO - THE STEP  *
015110*  IS RERUN ONCE THE CAUSE IS FIXED.  A FAILURE DURING THE       *
015120*  POSTING LEAVES THE CHECKPOINT IN FLIGHT AND THE RERUN RESUMES *
015130*  IT.                                                           *
015140******************************************************************
015150 9500-ABORT-RUN.
015160     DISPLAY "PROGRAMACONSOLIDAPARTE - RUN ABORTED, SEE PRIOR "
015170         "MESSAGE".
015180     IF WS-DUP-BATCH
015190         MOVE 12 TO RETURN-CODE
015200         GO TO 9500-ABORT-RUN-EXIT
015210     END-IF.
015220     MOVE 16 TO RETURN-CODE.
015230 9500-ABORT-RUN-EXIT.
015240     EXIT.
015250
015260 END PROGRAM PROGRAMACONSOLIDAPARTE.
