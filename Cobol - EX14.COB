000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMAESTORNOLOTE.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  BACKS A WHOLE SOURCE BATCH
000130*                  OUT OF THE SUITE WHEN THE SOURCE REGION TELLS
000140*                  US IT SHOULD NEVER HAVE BEEN POSTED.  DRIVEN BY
000150*                  THE BATCH ID ON THE SYSIN CARD, THE RUN
000160*                  RESTORES EVERY NUMMAST RECORD THE BATCH TOUCHED
000170*                  FROM THE NMJRNL BEFORE IMAGES (DELETING THE
000180*                  ONES THE BATCH ADDED), JOURNALS EACH REVERSAL
000190*                  IN THE SAME NMJRNL LAYOUT SO A FORWARD RECOVERY
000200*                  REPLAYS IT, WRITES RESFILE LESS THE BATCH'S
000210*                  NC-BATCH-ID RECORDS TO A KEEP DATASET FOR THE
000220*                  FOLLOW-ON SWAP STEP, STAGES THE MATCHING
000230*                  MASTER-LOAD APPLIED-COUNT THE WAY HOUSEKP DOES,
000240*                  AND MARKS THE BCHREG ENTRY REVERSED SO THE
000250*                  CORRECTED RESEND IS ACCEPTED BY THE CLASSIFIER
000260*                  INSTEAD OF FAILING RC=12.  THE REVERSAL REPORT
000270*                  LISTS EVERY MASTER RECORD PUT BACK, DELETED OR
000280*                  LEFT FOR REVIEW, FOR HANDING TO THE AUDITORS.
000281*  10/15/26  RA    ALSO BACKS THE BATCH OUT OF REJFILE.  NOW THAT
000282*                  REJCLASS CARRIES THE BATCH ID, REJFILE LESS
000283*                  THE BATCH'S REJECTS IS WRITTEN TO A REJKEEP
000284*                  DATASET AND SWAPPED IN BY ITS OWN FOLLOW-ON
000285*                  STEP, SO THE RESEND'S REJECTS ARE NOT COUNTED
000286*                  TWICE.  REJECTS WRITTEN BEFORE THE BATCH ID WAS
000287*                  CARRIED HAVE NONE AND ARE ALWAYS KEPT.
000288*  10/15/26  RA    THE RUN DATE IS NOW THE LOGICAL CYCLE DATE SET
000289*                  ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP, NOT
000290*                  THE SYSTEM DATE.
000291*  10/15/26  RA    THE REGISTER IS NO LONGER MARKED REVERSED BY
000292*                  THE REVERSAL RUN ITSELF, WHICH NOW STAGES A
000293*                  MARK CARD (RUN MODE M IN COLUMN 19) TO
000294*                  BCHMARK.  THE LAST STEP OF THE JOB RUNS THIS
000295*                  PROGRAM AGAIN ON THAT CARD TO MARK THE BATCH,
000296*                  SO THE BATCH STAYS COMPLETE UNTIL EVERY SWAP
000297*                  STEP HAS STOOD.  THE LOADCKWK WRITE IS NOW
000298*                  CHECKED.
000299******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PRM-FILE-STATUS.
000360     SELECT BATCH-REGISTER-FILE ASSIGN TO BCHREG
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS BR-BATCH-ID
000400         FILE STATUS IS WS-BCH-FILE-STATUS.
000410     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000420         ORGANIZATION IS RELATIVE
000430         ACCESS MODE IS RANDOM
000440         RELATIVE KEY IS WS-CYC-KEY
000450         FILE STATUS IS WS-CYC-FILE-STATUS.
000460     SELECT JOURNAL-FILE ASSIGN TO NMJRNL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-JRN-FILE-STATUS.
000490     SELECT REVERSAL-JOURNAL-FILE ASSIGN TO RVJRNL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RVJ-FILE-STATUS.
000520     SELECT NUMMAST-FILE ASSIGN TO NUMMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS NM-NUMERO
000560         FILE STATUS IS WS-MST-FILE-STATUS.
000570     SELECT RESULTADO-FILE ASSIGN TO RESFILE
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RES-FILE-STATUS.
000600     SELECT RESULTADO-KEEP-FILE ASSIGN TO RESKEEP
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RSK-FILE-STATUS.
000621     SELECT REJECT-FILE ASSIGN TO REJFILE
000622         ORGANIZATION IS LINE SEQUENTIAL
000623         FILE STATUS IS WS-REJ-FILE-STATUS.
000624     SELECT REJECT-KEEP-FILE ASSIGN TO REJKEEP
000625         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS WS-RJK-FILE-STATUS.
000630     SELECT LOAD-CONTROL-FILE ASSIGN TO LOADCKPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CTL-FILE-STATUS.
000660     SELECT LOAD-WORK-FILE ASSIGN TO LOADCKWK
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CKW-FILE-STATUS.
000682     SELECT MARK-CARD-FILE ASSIGN TO BCHMARK
000684         ORGANIZATION IS LINE SEQUENTIAL
000686         FILE STATUS IS WS-MRK-FILE-STATUS.
000690     SELECT REPORT-FILE ASSIGN TO RPTFILE
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740******************************************************************
000750*  PARM-CARD-FILE - ONE SYSIN CARD: THE BATCH ID TO REVERSE AND  *
000760*  THE ID OF WHOEVER AUTHORISED THE REVERSAL, FOR THE REPORT.    *
000762*  THE RUN MODE IS BLANK FOR THE REVERSAL ITSELF; M (MARK THE    *
000764*  BATCH REVERSED ON THE REGISTER) IS ONLY EVER SET ON THE CARD  *
000766*  THE REVERSAL STAGES TO BCHMARK FOR THE LAST STEP OF THE JOB.  *
000770******************************************************************
000780 FD  PARM-CARD-FILE
000790     RECORDING MODE IS F.
000800 01  PARM-CARD.
000810     05  PRM-BATCH-ID            PIC X(08).
000820     05  FILLER                  PIC X(01).
000830     05  PRM-AUTHORISED-BY       PIC X(08).
000833     05  FILLER                  PIC X(01).
000836     05  PRM-RUN-MODE            PIC X(01).
000840
000850******************************************************************
000860*  BATCH-REGISTER-FILE - THE BATCH REGISTER (VSAM KSDS) IN THE   *
000870*  SHARED BCHREG LAYOUT.  ONLY A COMPLETE BATCH CAN BE REVERSED, *
000876*  AND IT IS MARKED REVERSED BY THE MARK RUN AT THE END OF THE   *
000882*  JOB.                                                          *
000890******************************************************************
000900 FD  BATCH-REGISTER-FILE.
000910     COPY BCHREG.
000920
000930******************************************************************
000940*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS, READ ONLY *
000950*  TO HOLD THE REVERSAL OUT OF AN UNRESOLVED CYCLE.  THIS JOB    *
000960*  OWNS NO SLOT - IT RUNS ON REQUEST, OUTSIDE THE CYCLE.         *
000970******************************************************************
000980 FD  CYCLE-CONTROL-FILE.
000990     COPY CYCCTL.
001000
001010******************************************************************
001020*  JOURNAL-FILE - THE NUMMAST UPDATE JOURNAL IN THE SHARED       *
001030*  NMJRNL LAYOUT, READ TWICE FROM THE TOP.                       *
001040******************************************************************
001050 FD  JOURNAL-FILE
001060     RECORDING MODE IS F.
001070     COPY NMJRNL.
001080
001090******************************************************************
001100*  REVERSAL-JOURNAL-FILE - ONE NMJRNL-LAYOUT RECORD PER MASTER   *
001110*  RECORD REVERSED, STAGED HERE AND APPENDED TO NMJRNL BY THE    *
001120*  FOLLOW-ON JCL STEP (THE JOURNAL IS OPEN FOR INPUT IN THIS     *
001130*  STEP).                                                        *
001140******************************************************************
001150 FD  REVERSAL-JOURNAL-FILE
001160     RECORDING MODE IS F.
001170 01  REVERSAL-JOURNAL-RECORD     PIC X(102).
001180
001190******************************************************************
001200*  NUMMAST-FILE - THE KEYED CLASSIFICATION MASTER, IN THE        *
001210*  SHARED NUMMAST LAYOUT, PUT BACK IN PLACE.                     *
001220******************************************************************
001230 FD  NUMMAST-FILE.
001240     COPY NUMMAST.
001250
001260******************************************************************
001270*  RESULTADO-FILE - THE CUMULATIVE CLASSIFIED-NUMBER FILE IN THE *
001280*  SHARED NUMCLASS LAYOUT.  RESULTADO-KEEP-FILE TAKES EVERY      *
001290*  RECORD NOT CARRYING THE REVERSED BATCH ID AND REPLACES        *
001300*  RESFILE IN THE FOLLOW-ON SWAP STEP.                           *
001310******************************************************************
001320 FD  RESULTADO-FILE
001330     RECORDING MODE IS F.
001340     COPY NUMCLASS.
001350
001360 FD  RESULTADO-KEEP-FILE
001370     RECORDING MODE IS F.
001380 01  RESULTADO-KEEP-RECORD       PIC X(26).
001390
001391******************************************************************
001392*  REJECT-FILE - THE CUMULATIVE REJECT LOG IN THE SHARED         *
001393*  REJCLASS LAYOUT.  REJECT-KEEP-FILE TAKES EVERY RECORD NOT     *
001394*  CARRYING THE REVERSED BATCH ID AND REPLACES REJFILE IN THE    *
001395*  FOLLOW-ON SWAP STEP.                                          *
001396******************************************************************
001397 FD  REJECT-FILE
001398     RECORDING MODE IS F.
001399     COPY REJCLASS.
001400
001401 FD  REJECT-KEEP-FILE
001402     RECORDING MODE IS F.
001403 01  REJECT-KEEP-RECORD          PIC X(25).
001404
001405******************************************************************
001410*  LOAD-CONTROL-FILE - THE MASTER LOAD'S APPLIED-COUNT.  THE     *
001420*  POST-REVERSAL COUNT GOES TO LOAD-WORK-FILE AND IS COPIED OVER *
001430*  LOADCKPT BY THE FINAL JCL STEP ONLY AFTER THE RESFILE SWAP    *
001440*  HAS STOOD, EXACTLY AS IN HOUSEKP.                             *
001450******************************************************************
001460 FD  LOAD-CONTROL-FILE
001470     RECORDING MODE IS F.
001480 01  LOAD-CONTROL-RECORD.
001490     05  LCT-APPLIED-COUNT       PIC 9(07).
001500
001510 FD  LOAD-WORK-FILE
001520     RECORDING MODE IS F.
001530 01  LOAD-WORK-RECORD.
001540     05  LCW-APPLIED-COUNT       PIC 9(07).
001550
001551******************************************************************
001552*  MARK-CARD-FILE - THE SYSIN CARD FOR THE MARK RUN, STAGED HERE *
001553*  BY THE REVERSAL AND READ BY THE LAST STEP OF THE JOB, WHICH   *
001554*  ONLY RUNS ONCE EVERY SWAP STEP HAS STOOD.                     *
001555******************************************************************
001556 FD  MARK-CARD-FILE
001557     RECORDING MODE IS F.
001558 01  MARK-CARD-RECORD            PIC X(19).
001559
001560******************************************************************
001570*  REPORT-FILE - THE PRINTED REVERSAL REPORT FOR THE AUDITORS.   *
001580******************************************************************
001590 FD  REPORT-FILE
001600     RECORDING MODE IS F.
001610 01  REPORT-RECORD               PIC X(90).
001620
001630 WORKING-STORAGE SECTION.
001640******************************************************************
001650*  SWITCHES                                                      *
001660******************************************************************
001670 77  WS-JRN-EOF-SW           PIC X(01)      VALUE "N".
001680     88  WS-JRN-EOF                          VALUE "Y".
001690 77  WS-RES-EOF-SW           PIC X(01)      VALUE "N".
001700     88  WS-RES-EOF                          VALUE "Y".
001702 77  WS-REJ-EOF-SW           PIC X(01)      VALUE "N".
001704     88  WS-REJ-EOF                          VALUE "Y".
001710 77  WS-CTL-EOF-SW           PIC X(01)      VALUE "N".
001720     88  WS-CTL-EOF                          VALUE "Y".
001730 77  WS-REFUSED-SW           PIC X(01)      VALUE "N".
001740     88  WS-REFUSED                          VALUE "Y".
001750 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
001760     88  WS-FATAL                            VALUE "Y".
001770     88  WS-NOT-FATAL                        VALUE "N".
001772 77  WS-RUN-MODE             PIC X(01)      VALUE SPACE.
001774     88  WS-REVERSE-RUN                      VALUE SPACE.
001776     88  WS-MARK-RUN                         VALUE "M".
001780 77  WS-PRM-FILE-STATUS      PIC X(02)      VALUE SPACES.
001790 77  WS-BCH-FILE-STATUS      PIC X(02)      VALUE SPACES.
001800 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
001810 77  WS-JRN-FILE-STATUS      PIC X(02)      VALUE SPACES.
001820 77  WS-RVJ-FILE-STATUS      PIC X(02)      VALUE SPACES.
001830 77  WS-MST-FILE-STATUS      PIC X(02)      VALUE SPACES.
001840 77  WS-RES-FILE-STATUS      PIC X(02)      VALUE SPACES.
001850 77  WS-RSK-FILE-STATUS      PIC X(02)      VALUE SPACES.
001852 77  WS-REJ-FILE-STATUS      PIC X(02)      VALUE SPACES.
001854 77  WS-RJK-FILE-STATUS      PIC X(02)      VALUE SPACES.
001860 77  WS-CTL-FILE-STATUS      PIC X(02)      VALUE SPACES.
001870 77  WS-CKW-FILE-STATUS      PIC X(02)      VALUE SPACES.
001875 77  WS-MRK-FILE-STATUS      PIC X(02)      VALUE SPACES.
001880 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
001890
001900*****************************************************************
001910*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (READ ONLY)       *
001920*****************************************************************
001930 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001932 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
001940
001950*****************************************************************
001960*  REVERSAL PARAMETERS AND THE REGISTER ENTRY BEING REVERSED     *
001970*****************************************************************
001980 77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
001990 77  WS-RUN-TIME             PIC 9(08)      VALUE ZERO.
002000 77  WS-BATCH-ID             PIC X(08)      VALUE SPACES.
002010 77  WS-AUTHORISED-BY        PIC X(08)      VALUE SPACES.
002020 77  WS-BUSINESS-DATE        PIC 9(08)      VALUE ZERO.
002030 77  WS-POSTED-DATE          PIC 9(08)      VALUE ZERO.
002031 01  WS-MARK-CARD.
002032     05  WS-MRK-BATCH-ID         PIC X(08)      VALUE SPACES.
002033     05  FILLER                  PIC X(01)      VALUE SPACE.
002034     05  WS-MRK-AUTHORISED-BY    PIC X(08)      VALUE SPACES.
002035     05  FILLER                  PIC X(01)      VALUE SPACE.
002036     05  WS-MRK-RUN-MODE         PIC X(01)      VALUE "M".
002040
002050*****************************************************************
002060*  JOURNAL POSITION AND THE ENTRY BEING REVERSED.  THE IMAGE     *
002070*  AREA GIVES THE LAST-BATCH-ID OF A 39-BYTE MASTER IMAGE        *
002080*  WITHOUT DISTURBING THE MASTER RECORD AREA.                    *
002090*****************************************************************
002100 77  WS-JRN-SEQ              PIC 9(09) COMP VALUE ZERO.
002110 77  WS-LAST-REVERSAL-SEQ    PIC 9(09) COMP VALUE ZERO.
002120 77  WS-ENTRY-ACTION         PIC X(01)      VALUE SPACE.
002130     88  WS-ENTRY-ADD                        VALUE "A".
002140     88  WS-ENTRY-UPDATE                     VALUE "U".
002150 77  WS-ENTRY-NUMERO         PIC 9(07)      VALUE ZERO.
002160 77  WS-ENTRY-DATE           PIC 9(08)      VALUE ZERO.
002170 01  WS-ENTRY-BEFORE         PIC X(39)      VALUE SPACES.
002180 01  WS-ENTRY-AFTER          PIC X(39)      VALUE SPACES.
002190 01  WS-CURRENT-IMAGE        PIC X(39)      VALUE SPACES.
002200 01  WS-IMAGE-AREA.
002210     05  WS-IMG-NUMERO       PIC 9(07).
002220     05  FILLER              PIC X(24).
002230     05  WS-IMG-BATCH-ID     PIC X(08).
002240 77  WS-RVJ-ACTION           PIC X(01)      VALUE SPACE.
002250 01  WS-RVJ-BEFORE           PIC X(39)      VALUE SPACES.
002260 01  WS-RVJ-AFTER            PIC X(39)      VALUE SPACES.
002270
002280*****************************************************************
002290*  RESFILE SPLIT AND MASTER-LOAD POSITION WORK FIELDS            *
002300*****************************************************************
002310 77  WS-RES-RECORD-NUMBER    PIC 9(07)      VALUE ZERO.
002320 77  WS-PRIOR-APPLIED        PIC 9(07)      VALUE ZERO.
002330 77  WS-NEW-APPLIED          PIC 9(07)      VALUE ZERO.
002340
002350*****************************************************************
002360*  COUNTERS FOR THE END-OF-JOB TOTALS                            *
002370*****************************************************************
002380 77  WS-JRN-READ-COUNT       PIC 9(07)      VALUE ZERO.
002390 77  WS-JRN-MATCH-COUNT      PIC 9(07)      VALUE ZERO.
002400 77  WS-RESTORED-COUNT       PIC 9(07)      VALUE ZERO.
002410 77  WS-DELETED-COUNT        PIC 9(07)      VALUE ZERO.
002420 77  WS-ALREADY-COUNT        PIC 9(07)      VALUE ZERO.
002430 77  WS-EXCEPTION-COUNT      PIC 9(07)      VALUE ZERO.
002440 77  WS-RES-READ-COUNT       PIC 9(07)      VALUE ZERO.
002450 77  WS-RES-REMOVED-COUNT    PIC 9(07)      VALUE ZERO.
002460 77  WS-RES-KEPT-COUNT       PIC 9(07)      VALUE ZERO.
002470 77  WS-RES-UNLOADED-COUNT   PIC 9(07)      VALUE ZERO.
002472 77  WS-REJ-READ-COUNT       PIC 9(07)      VALUE ZERO.
002474 77  WS-REJ-REMOVED-COUNT    PIC 9(07)      VALUE ZERO.
002476 77  WS-REJ-KEPT-COUNT       PIC 9(07)      VALUE ZERO.
002480
002490*****************************************************************
002500*  REPORT LINES                                                  *
002510*****************************************************************
002520 01  RPT-HEADING-1.
002530     05  FILLER              PIC X(45)      VALUE
002540         "PROGRAMAESTORNOLOTE - BATCH REVERSAL REPORT ".
002550     05  FILLER              PIC X(04)      VALUE "FOR ".
002560     05  RPT-H1-DATE         PIC 9(08)      VALUE ZERO.
002570 01  RPT-PARM-LINE.
002580     05  FILLER              PIC X(03)      VALUE SPACES.
002590     05  RPT-PARM-TEXT       PIC X(32)      VALUE SPACES.
002600     05  RPT-PARM-VALUE      PIC X(08)      VALUE SPACES.
002610 01  RPT-HEADING-2.
002620     05  FILLER              PIC X(10)      VALUE " NUMBER".
002630     05  FILLER              PIC X(10)      VALUE "POSTED".
002640     05  FILLER              PIC X(08)      VALUE "ENTRY".
002650     05  FILLER              PIC X(20)      VALUE "OUTCOME".
002660     05  FILLER              PIC X(10)      VALUE "SEEN WAS".
002670     05  FILLER              PIC X(10)      VALUE "SEEN NOW".
002680 01  RPT-DETAIL-LINE.
002690     05  FILLER              PIC X(01)      VALUE SPACE.
002700     05  RPT-NUMERO          PIC 9(07)      VALUE ZERO.
002710     05  FILLER              PIC X(02)      VALUE SPACES.
002720     05  RPT-POSTED          PIC 9(08)      VALUE ZERO.
002730     05  FILLER              PIC X(02)      VALUE SPACES.
002740     05  RPT-ENTRY           PIC X(06)      VALUE SPACES.
002750     05  FILLER              PIC X(02)      VALUE SPACES.
002760     05  RPT-OUTCOME         PIC X(18)      VALUE SPACES.
002770     05  FILLER              PIC X(02)      VALUE SPACES.
002780     05  RPT-SEEN-WAS        PIC ZZZZ9      VALUE ZERO.
002790     05  FILLER              PIC X(05)      VALUE SPACES.
002800     05  RPT-SEEN-NOW        PIC ZZZZ9      VALUE ZERO.
002810 01  RPT-SECTION-LINE.
002820     05  FILLER              PIC X(01)      VALUE SPACE.
002830     05  RPT-SECTION-TEXT    PIC X(60)      VALUE SPACES.
002840 01  RPT-COUNT-LINE.
002850     05  FILLER              PIC X(03)      VALUE SPACES.
002860     05  RPT-CNT-TEXT        PIC X(32)      VALUE SPACES.
002870     05  RPT-CNT-VALUE       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
002880
002890 PROCEDURE DIVISION.
002900******************************************************************
002910*  0000-MAINLINE                                                 *
002912*  DRIVES INITIALISATION, THE JOURNAL PASS THAT FINDS ANY        *
002914*  EARLIER REVERSAL OF THE SAME BATCH ID, THE JOURNAL PASS THAT  *
002916*  PUTS THE MASTER BACK, THE RESFILE AND REJFILE SPLITS, THE     *
002925*  STAGED APPLIED-COUNT AND THE STAGED MARK CARD.  THE REGISTER  *
002934*  IS NOT TOUCHED - THE MARK RUN (RUN MODE M) AT THE END OF THE  *
002943*  JOB MARKS THE BATCH REVERSED ONLY AFTER EVERY SWAP STEP HAS   *
002952*  STOOD, SO A RUN THAT FAILS PART WAY LEAVES IT COMPLETE.  A    *
002961*  MARK RUN ONLY INITIALISES AND MARKS THE BATCH.  A REFUSED OR  *
002970*  FATAL RUN ROUTES TO 9500-ABORT-RUN INSTEAD OF NORMAL          *
002979*  TERMINATION.                                                  *
002990******************************************************************
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE
003020         THRU 1000-INITIALIZE-EXIT.
003030     IF WS-NOT-FATAL AND WS-REVERSE-RUN
003040         PERFORM 2000-FIND-LAST-REVERSAL
003050             THRU 2000-FIND-LAST-REVERSAL-EXIT
003060             UNTIL WS-JRN-EOF OR WS-FATAL
003070     END-IF.
003080     IF WS-NOT-FATAL AND WS-REVERSE-RUN
003090         PERFORM 2500-REOPEN-JOURNAL
003100             THRU 2500-REOPEN-JOURNAL-EXIT
003110     END-IF.
003120     IF WS-NOT-FATAL AND WS-REVERSE-RUN
003130         PERFORM 3000-REVERSE-JOURNAL
003140             THRU 3000-REVERSE-JOURNAL-EXIT
003150             UNTIL WS-JRN-EOF OR WS-FATAL
003160     END-IF.
003170     IF WS-NOT-FATAL AND WS-REVERSE-RUN
003180         PERFORM 4000-SPLIT-RESULTADO
003190             THRU 4000-SPLIT-RESULTADO-EXIT
003200             UNTIL WS-RES-EOF OR WS-FATAL
003210     END-IF.
003211     IF WS-NOT-FATAL AND WS-REVERSE-RUN
003212         PERFORM 4500-SPLIT-REJECT
003213             THRU 4500-SPLIT-REJECT-EXIT
003214             UNTIL WS-REJ-EOF OR WS-FATAL
003215     END-IF.
003220     IF WS-NOT-FATAL AND WS-REVERSE-RUN
003230         PERFORM 5000-WRITE-LOAD-WORK
003240             THRU 5000-WRITE-LOAD-WORK-EXIT
003250     END-IF.
003252     IF WS-NOT-FATAL AND WS-REVERSE-RUN
003254         PERFORM 5500-WRITE-MARK-CARD
003256             THRU 5500-WRITE-MARK-CARD-EXIT
003258     END-IF.
003260     IF WS-NOT-FATAL AND WS-MARK-RUN
003270         PERFORM 6000-MARK-BATCH-REVERSED
003280             THRU 6000-MARK-BATCH-REVERSED-EXIT
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
003422*  OPENS THE REPORT, READS THE SYSIN CARD, HOLDS THE RUN OUT OF  *
003424*  AN UNRESOLVED CYCLE AND CHECKS THE BATCH ON THE REGISTER      *
003426*  BEFORE ANY FILE THE REVERSAL CHANGES IS OPENED.  A CARD       *
003428*  WITHOUT A BATCH ID, OR A BATCH THAT IS NOT ON THE REGISTER AS *
003430*  COMPLETE, REFUSES THE RUN WITH NOTHING CHANGED.  THEN OPENS   *
003432*  THE JOURNAL, THE MASTER, RESFILE, REJFILE AND THE WORK FILES  *
003434*  AND PRIMES THE FIRST JOURNAL, RESFILE AND REJFILE READS.  ANY *
003436*  FAILED OPEN IS FATAL.                                         *
003460*  A MARK RUN ONLY OPENS THE REGISTER - ITS CARD WAS STAGED BY   *
003484*  A REVERSAL THAT HAS ALREADY PASSED EVERY CHECK.               *
003510******************************************************************
003520 1000-INITIALIZE.
003522     PERFORM 1050-READ-CYCLE-DATE
003524         THRU 1050-READ-CYCLE-DATE-EXIT.
003526     IF WS-FATAL
003528         GO TO 1000-INITIALIZE-EXIT
003530     END-IF.
003540     ACCEPT WS-RUN-TIME FROM TIME.
003550     OPEN OUTPUT REPORT-FILE.
003560     IF WS-RPT-FILE-STATUS NOT = "00"
003570         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN RPTFILE, "
003580             "FILE STATUS = " WS-RPT-FILE-STATUS
003590         SET WS-FATAL TO TRUE
003600         GO TO 1000-INITIALIZE-EXIT
003610     END-IF.
003620     MOVE WS-RUN-DATE TO RPT-H1-DATE.
003630     WRITE REPORT-RECORD FROM RPT-HEADING-1.
003640     PERFORM 1100-READ-PARM-CARD
003650         THRU 1100-READ-PARM-CARD-EXIT.
003660     IF WS-FATAL
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003681     IF WS-MARK-RUN
003682         PERFORM 1600-OPEN-BATCH-REGISTER
003683             THRU 1600-OPEN-BATCH-REGISTER-EXIT
003684         GO TO 1000-INITIALIZE-EXIT
003685     END-IF.
003690     PERFORM 1200-CHECK-CYCLE-CONTROL
003700         THRU 1200-CHECK-CYCLE-CONTROL-EXIT.
003710     IF WS-FATAL
003720         GO TO 1000-INITIALIZE-EXIT
003730     END-IF.
003740     PERFORM 1300-CHECK-BATCH-REGISTER
003750         THRU 1300-CHECK-BATCH-REGISTER-EXIT.
003760     IF WS-FATAL
003770         GO TO 1000-INITIALIZE-EXIT
003780     END-IF.
003790     PERFORM 1400-LOAD-APPLIED-COUNT
003800         THRU 1400-LOAD-APPLIED-COUNT-EXIT.
003810     OPEN INPUT JOURNAL-FILE.
003820     IF WS-JRN-FILE-STATUS NOT = "00"
003830         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN NMJRNL, "
003840             "FILE STATUS = " WS-JRN-FILE-STATUS
003850         SET WS-FATAL TO TRUE
003860         GO TO 1000-INITIALIZE-EXIT
003870     END-IF.
003880     OPEN I-O NUMMAST-FILE.
003890     IF WS-MST-FILE-STATUS NOT = "00"
003900         AND WS-MST-FILE-STATUS NOT = "05"
003910         AND WS-MST-FILE-STATUS NOT = "97"
003920         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN NUMMAST, "
003930             "FILE STATUS = " WS-MST-FILE-STATUS
003940         SET WS-FATAL TO TRUE
003950         GO TO 1000-INITIALIZE-EXIT
003960     END-IF.
003970     OPEN INPUT RESULTADO-FILE.
003980     IF WS-RES-FILE-STATUS NOT = "00"
003990         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN RESFILE, "
004000             "FILE STATUS = " WS-RES-FILE-STATUS
004010         SET WS-FATAL TO TRUE
004020         GO TO 1000-INITIALIZE-EXIT
004030     END-IF.
004031     OPEN INPUT REJECT-FILE.
004032     IF WS-REJ-FILE-STATUS NOT = "00"
004033         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN REJFILE, "
004034             "FILE STATUS = " WS-REJ-FILE-STATUS
004035         SET WS-FATAL TO TRUE
004036         GO TO 1000-INITIALIZE-EXIT
004037     END-IF.
004040     OPEN OUTPUT RESULTADO-KEEP-FILE.
004042     OPEN OUTPUT REJECT-KEEP-FILE.
004050     OPEN OUTPUT REVERSAL-JOURNAL-FILE.
004060     IF WS-RSK-FILE-STATUS NOT = "00"
004062         OR WS-RJK-FILE-STATUS NOT = "00"
004070         OR WS-RVJ-FILE-STATUS NOT = "00"
004080         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN RESKEEP/"
004082             "REJKEEP/RVJRNL, FILE STATUS = " WS-RSK-FILE-STATUS
004084             "/" WS-RJK-FILE-STATUS "/" WS-RVJ-FILE-STATUS
004110         SET WS-FATAL TO TRUE
004120         GO TO 1000-INITIALIZE-EXIT
004130     END-IF.
004140     PERFORM 1500-WRITE-PARM-LINES
004150         THRU 1500-WRITE-PARM-LINES-EXIT.
004160     PERFORM 2100-READ-JOURNAL
004170         THRU 2100-READ-JOURNAL-EXIT.
004180     PERFORM 4100-READ-RESULTADO
004190         THRU 4100-READ-RESULTADO-EXIT.
004192     PERFORM 4600-READ-REJECT
004194         THRU 4600-READ-REJECT-EXIT.
004200 1000-INITIALIZE-EXIT.
004210     EXIT.
004220
004221******************************************************************
004222*  1050-READ-CYCLE-DATE                                          *
004223*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
004224*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE     *
004225*  STAMPED ON THE REVERSAL JOURNAL AND THE REPORT, IN PLACE OF   *
004226*  THE SYSTEM DATE, SO A RUN HELD UP PAST MIDNIGHT STILL BELONGS *
004227*  TO ITS CYCLE.  NO DATE SET IS FATAL - THE CYCLE HAS NOT BEEN  *
004228*  OPENED.                                                       *
004229******************************************************************
004230 1050-READ-CYCLE-DATE.
004231     OPEN INPUT CYCLE-CONTROL-FILE.
004232     IF WS-CYC-FILE-STATUS NOT = "00"
004233         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN "
004234             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
004235         SET WS-FATAL TO TRUE
004236         GO TO 1050-READ-CYCLE-DATE-EXIT
004237     END-IF.
004238     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
004239     READ CYCLE-CONTROL-FILE
004240         INVALID KEY
004241             CONTINUE
004242     END-READ.
004243     IF WS-CYC-FILE-STATUS = "00"
004244         AND CYC-COMPLETE
004245         AND CYC-CYCLE-DATE > ZERO
004246         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
004247     ELSE
004248         DISPLAY "PROGRAMAESTORNOLOTE - NO CYCLE DATE "
004249             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
004250         SET WS-FATAL TO TRUE
004251     END-IF.
004252     CLOSE CYCLE-CONTROL-FILE.
004253 1050-READ-CYCLE-DATE-EXIT.
004254     EXIT.
004255
004256******************************************************************
004257*  1100-READ-PARM-CARD                                           *
004258*  TAKES THE BATCH ID TO REVERSE AND THE AUTHORISING ID FROM THE *
004260*  SYSIN CARD.  UNLIKE THE OTHER CARDS IN THE SUITE THERE IS NO  *
004270*  SAFE DEFAULT - A MISSING CARD OR A BLANK BATCH ID REFUSES THE *
004280*  RUN.  SO DOES A RUN MODE OTHER THAN BLANK OR M.               *
004290******************************************************************
004300 1100-READ-PARM-CARD.
004310     OPEN INPUT PARM-CARD-FILE.
004320     IF WS-PRM-FILE-STATUS = "00"
004330         READ PARM-CARD-FILE
004340             AT END
004350                 CONTINUE
004360             NOT AT END
004370                 MOVE PRM-BATCH-ID      TO WS-BATCH-ID
004380                 MOVE PRM-AUTHORISED-BY TO WS-AUTHORISED-BY
004385                 MOVE PRM-RUN-MODE      TO WS-RUN-MODE
004390         END-READ
004400         CLOSE PARM-CARD-FILE
004410     END-IF.
004420     IF WS-BATCH-ID = SPACES
004430         DISPLAY "PROGRAMAESTORNOLOTE - NO BATCH ID ON THE SYSIN "
004440             "CARD - NOTHING REVERSED"
004450         SET WS-REFUSED TO TRUE
004460         SET WS-FATAL TO TRUE
004465         GO TO 1100-READ-PARM-CARD-EXIT
004470     END-IF.
004471     IF NOT WS-REVERSE-RUN
004472         AND NOT WS-MARK-RUN
004473         DISPLAY "PROGRAMAESTORNOLOTE - RUN MODE " WS-RUN-MODE
004474             " ON THE SYSIN CARD IS NOT BLANK OR M - NOTHING "
004475             "DONE"
004476         SET WS-REFUSED TO TRUE
004477         SET WS-FATAL TO TRUE
004478     END-IF.
004480 1100-READ-PARM-CARD-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*  1200-CHECK-CYCLE-CONTROL                                      *
004530*  SCANS EVERY CYCLE-CONTROL SLOT AND REFUSES TO RUN WHILE ANY   *
004540*  IS STILL STAMPED OPEN - TAKING A BATCH BACK OUT OF RESFILE    *
004550*  AND NUMMAST WHILE A CLASSIFIER OR MASTER-LOAD RUN IS STILL    *
004560*  UNRESOLVED WOULD LEAVE THE TWO OUT OF STEP.  A CYCLE-CONTROL  *
004570*  FILE THAT DOES NOT EXIST YET HAS NOTHING OPEN.                *
004580******************************************************************
004590 1200-CHECK-CYCLE-CONTROL.
004600     OPEN INPUT CYCLE-CONTROL-FILE.
004610     IF WS-CYC-FILE-STATUS = "35"
004620         GO TO 1200-CHECK-CYCLE-CONTROL-EXIT
004630     END-IF.
004640     IF WS-CYC-FILE-STATUS NOT = "00"
004650         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN CYCFILE, "
004660             "FILE STATUS = " WS-CYC-FILE-STATUS
004670         SET WS-FATAL TO TRUE
004680         GO TO 1200-CHECK-CYCLE-CONTROL-EXIT
004690     END-IF.
004700     MOVE 1 TO WS-CYC-KEY.
004710     PERFORM 1210-CHECK-ONE-SLOT
004720         THRU 1210-CHECK-ONE-SLOT-EXIT
004730         UNTIL WS-CYC-KEY > 7 OR WS-FATAL.
004740     CLOSE CYCLE-CONTROL-FILE.
004750 1200-CHECK-CYCLE-CONTROL-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790*  1210-CHECK-ONE-SLOT                                           *
004800*  READS ONE CYCLE-CONTROL SLOT AND REFUSES THE RUN IF IT IS     *
004810*  STILL STAMPED OPEN, THEN STEPS TO THE NEXT SLOT.              *
004820******************************************************************
004830 1210-CHECK-ONE-SLOT.
004840     READ CYCLE-CONTROL-FILE
004850         INVALID KEY
004860             GO TO 1210-CHECK-ONE-SLOT-NEXT
004870     END-READ.
004880     IF WS-CYC-FILE-STATUS = "00"
004890         AND CYC-OPEN
004900         DISPLAY "PROGRAMAESTORNOLOTE - CYCLE STILL OPEN AT "
004910             CYC-JOB-NAME " (CYCLE " CYC-CYCLE-DATE
004920             ") - RUN HELD"
004930         SET WS-REFUSED TO TRUE
004940         SET WS-FATAL TO TRUE
004950         GO TO 1210-CHECK-ONE-SLOT-EXIT
004960     END-IF.
004970 1210-CHECK-ONE-SLOT-NEXT.
004980     ADD 1 TO WS-CYC-KEY.
004990 1210-CHECK-ONE-SLOT-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*  1300-CHECK-BATCH-REGISTER                                     *
005040*  LOOKS THE BATCH UP ON THE REGISTER.  ONLY A BATCH MARKED      *
005050*  COMPLETE CAN BE REVERSED: A MISS MEANS THE BATCH NEVER        *
005060*  ARRIVED (OR THE CARD IS MISKEYED), AN IN-PROCESS BATCH        *
005070*  BELONGS TO A CLASSIFIER RUN THAT HAS NOT FINISHED AND IS      *
005080*  RESOLVED BY RERUNNING THAT STEP, AND A BATCH ALREADY MARKED   *
005090*  REVERSED HAS NOTHING LEFT TO TAKE OUT.  EACH OF THESE REFUSES *
005100*  THE RUN (RC=8) WITH NOTHING CHANGED.  THE REGISTER STAYS OPEN *
005110*  FOR THE FINAL UPDATE.                                         *
005120******************************************************************
005130 1300-CHECK-BATCH-REGISTER.
005146     PERFORM 1600-OPEN-BATCH-REGISTER
005162         THRU 1600-OPEN-BATCH-REGISTER-EXIT.
005178     IF WS-FATAL
005194         GO TO 1300-CHECK-BATCH-REGISTER-EXIT
005210     END-IF.
005230     MOVE WS-BATCH-ID TO BR-BATCH-ID.
005240     READ BATCH-REGISTER-FILE
005250         INVALID KEY
005260             DISPLAY "PROGRAMAESTORNOLOTE - BATCH " WS-BATCH-ID
005270                 " IS NOT ON THE BATCH REGISTER - NOTHING "
005280                 "REVERSED"
005290             SET WS-REFUSED TO TRUE
005300             SET WS-FATAL TO TRUE
005310             GO TO 1300-CHECK-BATCH-REGISTER-EXIT
005320     END-READ.
005330     IF BR-IN-PROCESS
005340         DISPLAY "PROGRAMAESTORNOLOTE - BATCH " WS-BATCH-ID
005350             " IS STILL IN PROCESS - RERUN PARIMPAR TO RESOLVE "
005360             "IT FIRST"
005370         SET WS-REFUSED TO TRUE
005380         SET WS-FATAL TO TRUE
005390         GO TO 1300-CHECK-BATCH-REGISTER-EXIT
005400     END-IF.
005410     IF BR-REVERSED
005420         DISPLAY "PROGRAMAESTORNOLOTE - BATCH " WS-BATCH-ID
005430             " WAS ALREADY REVERSED - NOTHING TO DO"
005440         SET WS-REFUSED TO TRUE
005450         SET WS-FATAL TO TRUE
005460         GO TO 1300-CHECK-BATCH-REGISTER-EXIT
005470     END-IF.
005480     IF NOT BR-COMPLETE
005490         DISPLAY "PROGRAMAESTORNOLOTE - BATCH " WS-BATCH-ID
005500             " HAS UNKNOWN DISPOSITION " BR-DISPOSITION
005510             " - NOTHING REVERSED"
005520         SET WS-REFUSED TO TRUE
005530         SET WS-FATAL TO TRUE
005540         GO TO 1300-CHECK-BATCH-REGISTER-EXIT
005550     END-IF.
005560     MOVE BR-BUSINESS-DATE TO WS-BUSINESS-DATE.
005570     MOVE BR-RUN-DATE      TO WS-POSTED-DATE.
005580 1300-CHECK-BATCH-REGISTER-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*  1400-LOAD-APPLIED-COUNT                                       *
005630*  READS THE MASTER LOAD'S APPLIED-COUNT, KEEPING THE LAST       *
005640*  RECORD AS THE NIGHTLY LOADS DO.  A MISSING CONTROL FILE READS *
005650*  AS ZERO APPLIED.                                              *
005660******************************************************************
005670 1400-LOAD-APPLIED-COUNT.
005680     MOVE ZERO TO WS-PRIOR-APPLIED.
005690     OPEN INPUT LOAD-CONTROL-FILE.
005700     IF WS-CTL-FILE-STATUS = "00"
005710         PERFORM 1450-READ-APPLIED-RECORD
005720             THRU 1450-READ-APPLIED-RECORD-EXIT
005730             UNTIL WS-CTL-EOF
005740         CLOSE LOAD-CONTROL-FILE
005750     END-IF.
005760 1400-LOAD-APPLIED-COUNT-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800*  1450-READ-APPLIED-RECORD                                      *
005810*  READS ONE CONTROL RECORD, CARRYING ITS COUNT FORWARD UNTIL    *
005820*  END OF FILE, SO WHAT SURVIVES IS THE LAST COUNT WRITTEN.      *
005830******************************************************************
005840 1450-READ-APPLIED-RECORD.
005850     READ LOAD-CONTROL-FILE
005860         AT END
005870             SET WS-CTL-EOF TO TRUE
005880         NOT AT END
005890             IF LCT-APPLIED-COUNT IS NUMERIC
005900                 MOVE LCT-APPLIED-COUNT TO WS-PRIOR-APPLIED
005910             END-IF
005920     END-READ.
005930 1450-READ-APPLIED-RECORD-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*  1500-WRITE-PARM-LINES                                         *
005980*  PRINTS WHAT IS BEING REVERSED, ON WHOSE AUTHORITY, AND THE    *
005990*  REGISTER ENTRY AS IT STOOD, AHEAD OF THE DETAIL LINES.        *
006000******************************************************************
006010 1500-WRITE-PARM-LINES.
006020     MOVE "BATCH ID REVERSED . . . . . . :" TO RPT-PARM-TEXT.
006030     MOVE WS-BATCH-ID TO RPT-PARM-VALUE.
006040     WRITE REPORT-RECORD FROM RPT-PARM-LINE.
006050     MOVE "BUSINESS DATE DECLARED. . . . :" TO RPT-PARM-TEXT.
006060     MOVE WS-BUSINESS-DATE TO RPT-PARM-VALUE.
006070     WRITE REPORT-RECORD FROM RPT-PARM-LINE.
006080     MOVE "ORIGINALLY POSTED BY RUN OF . :" TO RPT-PARM-TEXT.
006090     MOVE WS-POSTED-DATE TO RPT-PARM-VALUE.
006100     WRITE REPORT-RECORD FROM RPT-PARM-LINE.
006110     MOVE "REVERSAL AUTHORISED BY. . . . :" TO RPT-PARM-TEXT.
006120     MOVE WS-AUTHORISED-BY TO RPT-PARM-VALUE.
006130     WRITE REPORT-RECORD FROM RPT-PARM-LINE.
006140     MOVE SPACES TO REPORT-RECORD.
006150     WRITE REPORT-RECORD.
006160     MOVE "NUMMAST RECORDS TOUCHED BY THE BATCH"
006170         TO RPT-SECTION-TEXT.
006180     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
006190     WRITE REPORT-RECORD FROM RPT-HEADING-2.
006200 1500-WRITE-PARM-LINES-EXIT.
006210     EXIT.
006220
006221******************************************************************
006222*  1600-OPEN-BATCH-REGISTER                                      *
006223*  OPENS THE BATCH REGISTER FOR KEYED UPDATE.  A REGISTER THAT   *
006224*  CANNOT BE OPENED IS FATAL.                                    *
006225******************************************************************
006226 1600-OPEN-BATCH-REGISTER.
006227     OPEN I-O BATCH-REGISTER-FILE.
006228     IF WS-BCH-FILE-STATUS NOT = "00"
006229         AND WS-BCH-FILE-STATUS NOT = "05"
006230         AND WS-BCH-FILE-STATUS NOT = "97"
006231         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN BCHREG, "
006232             "FILE STATUS = " WS-BCH-FILE-STATUS
006233         SET WS-FATAL TO TRUE
006234     END-IF.
006235 1600-OPEN-BATCH-REGISTER-EXIT.
006236     EXIT.
006237
006238******************************************************************
006240*  2000-FIND-LAST-REVERSAL                                       *
006250*  FIRST JOURNAL PASS.  A BATCH ID CAN BE REVERSED, RESENT AND   *
006260*  POSTED AGAIN, SO THE JOURNAL MAY HOLD AN EARLIER POSTING OF   *
006270*  THE SAME ID THAT WAS ALREADY TAKEN BACK OUT.  EVERY REVERSAL  *
006280*  ENTRY WHOSE BEFORE IMAGE CARRIES THIS BATCH ID MARKS SUCH A   *
006290*  POINT; THE LAST ONE FOUND IS REMEMBERED SO THE SECOND PASS    *
006300*  ONLY REVERSES THE POSTING MADE AFTER IT.                      *
006310******************************************************************
006320 2000-FIND-LAST-REVERSAL.
006330     IF JRN-REVERSE-RESTORE OR JRN-REVERSE-DELETE
006340         MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-AREA
006350         IF WS-IMG-BATCH-ID = WS-BATCH-ID
006360             MOVE WS-JRN-SEQ TO WS-LAST-REVERSAL-SEQ
006370         END-IF
006380     END-IF.
006390     PERFORM 2100-READ-JOURNAL
006400         THRU 2100-READ-JOURNAL-EXIT.
006410 2000-FIND-LAST-REVERSAL-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450*  2100-READ-JOURNAL                                             *
006460*  READS THE NEXT JOURNAL ENTRY, NUMBERING IT WITHIN THE PASS    *
006470*  AND SETTING THE EOF SWITCH WHEN THE JOURNAL IS EXHAUSTED.     *
006480******************************************************************
006490 2100-READ-JOURNAL.
006500     READ JOURNAL-FILE
006510         AT END
006520             SET WS-JRN-EOF TO TRUE
006530         NOT AT END
006540             ADD 1 TO WS-JRN-SEQ
006550     END-READ.
006560 2100-READ-JOURNAL-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*  2500-REOPEN-JOURNAL                                           *
006610*  REWINDS THE JOURNAL FOR THE SECOND PASS AND PRIMES ITS FIRST  *
006620*  READ.                                                         *
006630******************************************************************
006640 2500-REOPEN-JOURNAL.
006650     CLOSE JOURNAL-FILE.
006660     MOVE "N"  TO WS-JRN-EOF-SW.
006670     MOVE ZERO TO WS-JRN-SEQ.
006680     OPEN INPUT JOURNAL-FILE.
006690     IF WS-JRN-FILE-STATUS NOT = "00"
006700         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO REOPEN NMJRNL, "
006710             "FILE STATUS = " WS-JRN-FILE-STATUS
006720         SET WS-FATAL TO TRUE
006730         GO TO 2500-REOPEN-JOURNAL-EXIT
006740     END-IF.
006750     PERFORM 2100-READ-JOURNAL
006760         THRU 2100-READ-JOURNAL-EXIT.
006770 2500-REOPEN-JOURNAL-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*  3000-REVERSE-JOURNAL                                          *
006820*  SECOND JOURNAL PASS.  AN ADD OR UPDATE ENTRY PAST THE LAST    *
006830*  EARLIER REVERSAL WHOSE AFTER IMAGE CARRIES THIS BATCH ID WAS  *
006840*  MADE BY THE BATCH BEING REVERSED AND IS TAKEN BACK OUT; EVERY *
006850*  OTHER ENTRY IS PASSED OVER.  THEN READS THE NEXT ENTRY.       *
006860******************************************************************
006870 3000-REVERSE-JOURNAL.
006880     ADD 1 TO WS-JRN-READ-COUNT.
006890     IF WS-JRN-SEQ > WS-LAST-REVERSAL-SEQ
006900         AND (JRN-ADD OR JRN-UPDATE)
006910         MOVE JRN-AFTER-IMAGE TO WS-IMAGE-AREA
006920         IF WS-IMG-BATCH-ID = WS-BATCH-ID
006930             ADD 1 TO WS-JRN-MATCH-COUNT
006940             PERFORM 3100-REVERSE-ONE-ENTRY
006950                 THRU 3100-REVERSE-ONE-ENTRY-EXIT
006960         END-IF
006970     END-IF.
006980     IF WS-FATAL
006990         GO TO 3000-REVERSE-JOURNAL-EXIT
007000     END-IF.
007010     PERFORM 2100-READ-JOURNAL
007020         THRU 2100-READ-JOURNAL-EXIT.
007030 3000-REVERSE-JOURNAL-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070*  3100-REVERSE-ONE-ENTRY                                        *
007080*  PUTS ONE MASTER RECORD BACK AS IT WAS BEFORE THE BATCH.  THE  *
007090*  ENTRY IS STAGED IN WORKING STORAGE FIRST BECAUSE THE KEYED    *
007100*  READ AND THE REVERSAL JOURNAL BUILD REUSE THE RECORD AREAS.   *
007110*  THE MASTER AS IT STANDS NOW DECIDES WHAT IS SAFE:             *
007120*    - STILL EXACTLY THE BATCH'S AFTER IMAGE - NOTHING HAS       *
007130*      TOUCHED IT SINCE, SO AN ADD IS DELETED AND AN UPDATE IS   *
007140*      REWRITTEN FROM ITS BEFORE IMAGE;                          *
007150*    - ALREADY BACK AT THE BEFORE IMAGE (OR GONE, FOR AN ADD) -  *
007160*      A RERUN AFTER A FAILED ATTEMPT; NOTHING IS CHANGED BUT    *
007170*      THE REVERSAL IS STILL JOURNALED, SINCE THE FAILED         *
007180*      ATTEMPT'S STAGED JOURNAL WAS NEVER APPENDED;              *
007190*    - ANYTHING ELSE - A LATER BATCH HAS SEEN THE NUMBER SINCE,  *
007200*      OR MSTPURGE HAS RETIRED IT.  PUTTING THE BEFORE IMAGE     *
007210*      BACK WOULD WIPE OUT THAT LATER ACTIVITY, SO THE RECORD IS *
007220*      LEFT AS IT IS AND PRINTED AS AN EXCEPTION FOR MANUAL      *
007230*      REVIEW, AND THE STEP ENDS RC=4.                           *
007240*  AS IN THE MASTER LOAD, THE JOURNAL IS WRITTEN AHEAD OF THE    *
007250*  MASTER CHANGE.                                                *
007260******************************************************************
007270 3100-REVERSE-ONE-ENTRY.
007280     MOVE JRN-ACTION       TO WS-ENTRY-ACTION.
007290     MOVE JRN-NUMERO       TO WS-ENTRY-NUMERO.
007300     MOVE JRN-RUN-DATE     TO WS-ENTRY-DATE.
007310     MOVE JRN-BEFORE-IMAGE TO WS-ENTRY-BEFORE.
007320     MOVE JRN-AFTER-IMAGE  TO WS-ENTRY-AFTER.
007330     MOVE WS-ENTRY-NUMERO  TO RPT-NUMERO.
007340     MOVE WS-ENTRY-DATE    TO RPT-POSTED.
007350     IF WS-ENTRY-ADD
007360         MOVE "ADD"    TO RPT-ENTRY
007370     ELSE
007380         MOVE "UPDATE" TO RPT-ENTRY
007390     END-IF.
007400     MOVE ZERO TO RPT-SEEN-WAS.
007410     MOVE ZERO TO RPT-SEEN-NOW.
007420     MOVE WS-ENTRY-NUMERO TO NM-NUMERO.
007430     READ NUMMAST-FILE
007440         INVALID KEY
007450             MOVE SPACES TO WS-CURRENT-IMAGE
007460         NOT INVALID KEY
007470             MOVE NUMMAST-RECORD TO WS-CURRENT-IMAGE
007480             MOVE NM-TIMES-SEEN  TO RPT-SEEN-WAS
007490     END-READ.
007500     IF WS-MST-FILE-STATUS NOT = "00"
007510         AND WS-MST-FILE-STATUS NOT = "02"
007520         AND WS-MST-FILE-STATUS NOT = "23"
007530         DISPLAY "PROGRAMAESTORNOLOTE - MASTER READ FAILED FOR "
007540             WS-ENTRY-NUMERO ", FILE STATUS = " WS-MST-FILE-STATUS
007550         SET WS-FATAL TO TRUE
007560         GO TO 3100-REVERSE-ONE-ENTRY-EXIT
007570     END-IF.
007580     IF WS-CURRENT-IMAGE = WS-ENTRY-AFTER
007590         IF WS-ENTRY-ADD
007600             PERFORM 3200-DELETE-MASTER
007610                 THRU 3200-DELETE-MASTER-EXIT
007620         ELSE
007630             PERFORM 3300-RESTORE-MASTER
007640                 THRU 3300-RESTORE-MASTER-EXIT
007650         END-IF
007660         GO TO 3100-REVERSE-ONE-ENTRY-EXIT
007670     END-IF.
007680     IF (WS-ENTRY-ADD AND WS-CURRENT-IMAGE = SPACES)
007690         OR (WS-ENTRY-UPDATE
007700             AND WS-CURRENT-IMAGE = WS-ENTRY-BEFORE)
007710         PERFORM 3400-JOURNAL-ALREADY-REVERSED
007720             THRU 3400-JOURNAL-ALREADY-REVERSED-EXIT
007730         GO TO 3100-REVERSE-ONE-ENTRY-EXIT
007740     END-IF.
007750     ADD 1 TO WS-EXCEPTION-COUNT.
007760     IF WS-CURRENT-IMAGE = SPACES
007770         MOVE "NOT ON MASTER" TO RPT-OUTCOME
007780     ELSE
007790         MOVE "CHANGED SINCE-LEFT" TO RPT-OUTCOME
007800         MOVE RPT-SEEN-WAS TO RPT-SEEN-NOW
007810     END-IF.
007820     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
007830 3100-REVERSE-ONE-ENTRY-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870*  3200-DELETE-MASTER                                            *
007880*  THE BATCH ADDED THIS NUMBER AND NOTHING HAS SEEN IT SINCE -   *
007890*  JOURNALS A REVERSAL DELETE AND REMOVES THE MASTER RECORD. A   *
007900*  DELETE THAT FAILS IS FATAL.                                   *
007910******************************************************************
007920 3200-DELETE-MASTER.
007930     MOVE "D"              TO WS-RVJ-ACTION.
007940     MOVE WS-CURRENT-IMAGE TO WS-RVJ-BEFORE.
007950     MOVE SPACES           TO WS-RVJ-AFTER.
007960     PERFORM 3700-WRITE-REVERSAL-JOURNAL
007970         THRU 3700-WRITE-REVERSAL-JOURNAL-EXIT.
007980     IF WS-FATAL
007990         GO TO 3200-DELETE-MASTER-EXIT
008000     END-IF.
008010     DELETE NUMMAST-FILE
008020         INVALID KEY
008030             CONTINUE
008040     END-DELETE.
008050     IF WS-MST-FILE-STATUS NOT = "00"
008060         DISPLAY "PROGRAMAESTORNOLOTE - DELETE FAILED FOR "
008070             WS-ENTRY-NUMERO ", FILE STATUS = " WS-MST-FILE-STATUS
008080         SET WS-FATAL TO TRUE
008090         GO TO 3200-DELETE-MASTER-EXIT
008100     END-IF.
008110     ADD 1 TO WS-DELETED-COUNT.
008120     MOVE "DELETED" TO RPT-OUTCOME.
008130     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
008140 3200-DELETE-MASTER-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180*  3300-RESTORE-MASTER                                           *
008190*  THE BATCH UPDATED THIS NUMBER AND NOTHING HAS SEEN IT SINCE - *
008200*  JOURNALS A REVERSAL RESTORE AND REWRITES THE MASTER RECORD    *
008210*  FROM THE BEFORE IMAGE, WHICH PUTS BACK THE LAST-SEEN DATE,    *
008220*  THE TIMES-SEEN COUNT AND THE SOURCE BATCH IT HAD.  A REWRITE  *
008230*  THAT FAILS IS FATAL.                                          *
008240******************************************************************
008250 3300-RESTORE-MASTER.
008260     MOVE "R"              TO WS-RVJ-ACTION.
008270     MOVE WS-CURRENT-IMAGE TO WS-RVJ-BEFORE.
008280     MOVE WS-ENTRY-BEFORE  TO WS-RVJ-AFTER.
008290     PERFORM 3700-WRITE-REVERSAL-JOURNAL
008300         THRU 3700-WRITE-REVERSAL-JOURNAL-EXIT.
008310     IF WS-FATAL
008320         GO TO 3300-RESTORE-MASTER-EXIT
008330     END-IF.
008340     MOVE WS-ENTRY-BEFORE TO NUMMAST-RECORD.
008350     REWRITE NUMMAST-RECORD
008360         INVALID KEY
008370             CONTINUE
008380     END-REWRITE.
008390     IF WS-MST-FILE-STATUS NOT = "00"
008400         AND WS-MST-FILE-STATUS NOT = "02"
008410         DISPLAY "PROGRAMAESTORNOLOTE - REWRITE FAILED FOR "
008420             WS-ENTRY-NUMERO ", FILE STATUS = " WS-MST-FILE-STATUS
008430         SET WS-FATAL TO TRUE
008440         GO TO 3300-RESTORE-MASTER-EXIT
008450     END-IF.
008460     ADD 1 TO WS-RESTORED-COUNT.
008470     MOVE NM-TIMES-SEEN TO RPT-SEEN-NOW.
008480     MOVE "RESTORED" TO RPT-OUTCOME.
008490     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
008500 3300-RESTORE-MASTER-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540*  3400-JOURNAL-ALREADY-REVERSED                                 *
008550*  THE MASTER IS ALREADY WHERE THE REVERSAL WOULD PUT IT - AN    *
008560*  EARLIER ATTEMPT GOT THIS FAR BEFORE FAILING.  THE MASTER IS   *
008570*  LEFT ALONE BUT THE REVERSAL IS JOURNALED, SO A FORWARD        *
008580*  RECOVERY STILL ENDS AT THE REVERSED STATE.  THE BEFORE IMAGE  *
008583*  IS THE BATCH'S AFTER IMAGE, AS 3200/3300 JOURNAL IT, SO A     *
008586*  LATER RE-REVERSAL OF THE BATCH STILL RECOGNISES THE KEY.      *
008590******************************************************************
008600 3400-JOURNAL-ALREADY-REVERSED.
008610     MOVE WS-ENTRY-AFTER TO WS-RVJ-BEFORE.
008620     IF WS-ENTRY-ADD
008630         MOVE "D"             TO WS-RVJ-ACTION
008640         MOVE SPACES          TO WS-RVJ-AFTER
008650     ELSE
008660         MOVE "R"             TO WS-RVJ-ACTION
008670         MOVE WS-ENTRY-BEFORE TO WS-RVJ-AFTER
008680         MOVE RPT-SEEN-WAS    TO RPT-SEEN-NOW
008690     END-IF.
008700     PERFORM 3700-WRITE-REVERSAL-JOURNAL
008710         THRU 3700-WRITE-REVERSAL-JOURNAL-EXIT.
008720     IF WS-FATAL
008730         GO TO 3400-JOURNAL-ALREADY-REVERSED-EXIT
008740     END-IF.
008750     ADD 1 TO WS-ALREADY-COUNT.
008760     MOVE "ALREADY REVERSED" TO RPT-OUTCOME.
008770     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
008780 3400-JOURNAL-ALREADY-REVERSED-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820*  3700-WRITE-REVERSAL-JOURNAL                                   *
008830*  BUILDS ONE REVERSAL ENTRY IN THE NMJRNL LAYOUT - THE RUN      *
008840*  MAKING IT, THE REVERSAL ACTION, THE MASTER AS IT STOOD AND AS *
008850*  IT WILL STAND - AND STAGES IT FOR THE APPEND STEP.  THE       *
008860*  JOURNAL RECORD AREA IS FREE TO REUSE HERE BECAUSE THE ENTRY   *
008870*  BEING REVERSED WAS STAGED IN WORKING STORAGE AND THE NEXT     *
008880*  READ REFILLS IT.  A FAILED WRITE IS FATAL.                    *
008890******************************************************************
008900 3700-WRITE-REVERSAL-JOURNAL.
008910     MOVE WS-RUN-DATE     TO JRN-RUN-DATE.
008920     MOVE WS-RUN-TIME     TO JRN-RUN-TIME.
008930     MOVE WS-RVJ-ACTION   TO JRN-ACTION.
008940     MOVE WS-ENTRY-NUMERO TO JRN-NUMERO.
008950     MOVE WS-RVJ-BEFORE   TO JRN-BEFORE-IMAGE.
008960     MOVE WS-RVJ-AFTER    TO JRN-AFTER-IMAGE.
008970     WRITE REVERSAL-JOURNAL-RECORD FROM NMJRNL-RECORD.
008980     IF WS-RVJ-FILE-STATUS NOT = "00"
008990         DISPLAY "PROGRAMAESTORNOLOTE - REVERSAL JOURNAL WRITE "
009000             "FAILED FOR " WS-ENTRY-NUMERO ", FILE STATUS = "
009010             WS-RVJ-FILE-STATUS
009020         SET WS-FATAL TO TRUE
009030     END-IF.
009040 3700-WRITE-REVERSAL-JOURNAL-EXIT.
009050     EXIT.
009060
009070******************************************************************
009080*  4000-SPLIT-RESULTADO                                          *
009090*  COPIES ONE RESFILE RECORD TO THE KEEP FILE UNLESS IT CARRIES  *
009100*  THE REVERSED BATCH ID, THEN READS THE NEXT.  THE NEW          *
009110*  MASTER-LOAD APPLIED-COUNT IS THE NUMBER OF KEPT RECORDS THAT  *
009120*  SAT INSIDE THE OLD APPLIED-COUNT, SO THE NEXT LOAD STARTS     *
009130*  EXACTLY WHERE IT WOULD HAVE, WHETHER OR NOT THE BATCH HAD     *
009140*  REACHED NUMMAST YET.                                          *
009150******************************************************************
009160 4000-SPLIT-RESULTADO.
009170     IF NC-BATCH-ID = WS-BATCH-ID
009180         ADD 1 TO WS-RES-REMOVED-COUNT
009190         IF WS-RES-RECORD-NUMBER > WS-PRIOR-APPLIED
009200             ADD 1 TO WS-RES-UNLOADED-COUNT
009210         END-IF
009220     ELSE
009230         WRITE RESULTADO-KEEP-RECORD FROM NUMCLASS-RECORD
009240         IF WS-RSK-FILE-STATUS NOT = "00"
009250             DISPLAY "PROGRAMAESTORNOLOTE - RESKEEP WRITE "
009260                 "FAILED, FILE STATUS = " WS-RSK-FILE-STATUS
009270             SET WS-FATAL TO TRUE
009280             GO TO 4000-SPLIT-RESULTADO-EXIT
009290         END-IF
009300         ADD 1 TO WS-RES-KEPT-COUNT
009310         IF WS-RES-RECORD-NUMBER NOT > WS-PRIOR-APPLIED
009320             ADD 1 TO WS-NEW-APPLIED
009330         END-IF
009340     END-IF.
009350     PERFORM 4100-READ-RESULTADO
009360         THRU 4100-READ-RESULTADO-EXIT.
009370 4000-SPLIT-RESULTADO-EXIT.
009380     EXIT.
009390
009400******************************************************************
009410*  4100-READ-RESULTADO                                           *
009420*  READS THE NEXT RESFILE RECORD, NUMBERING IT AND SETTING THE   *
009430*  EOF SWITCH WHEN THE FILE IS EXHAUSTED.                        *
009440******************************************************************
009450 4100-READ-RESULTADO.
009460     READ RESULTADO-FILE
009470         AT END
009480             SET WS-RES-EOF TO TRUE
009490         NOT AT END
009500             ADD 1 TO WS-RES-RECORD-NUMBER
009510             ADD 1 TO WS-RES-READ-COUNT
009520     END-READ.
009530 4100-READ-RESULTADO-EXIT.
009540     EXIT.
009550
009551******************************************************************
009552*  4500-SPLIT-REJECT                                             *
009553*  COPIES ONE REJFILE RECORD TO THE KEEP FILE UNLESS IT CARRIES  *
009554*  THE REVERSED BATCH ID, THEN READS THE NEXT.  A REJECT WRITTEN *
009555*  BEFORE THE BATCH ID WAS CARRIED HAS A BLANK ONE AND IS KEPT - *
009556*  THE CARD ALWAYS NAMES A BATCH, SO IT NEVER MATCHES.           *
009557******************************************************************
009558 4500-SPLIT-REJECT.
009559     IF REJ-BATCH-ID = WS-BATCH-ID
009560         ADD 1 TO WS-REJ-REMOVED-COUNT
009561     ELSE
009562         WRITE REJECT-KEEP-RECORD FROM REJCLASS-RECORD
009563         IF WS-RJK-FILE-STATUS NOT = "00"
009564             DISPLAY "PROGRAMAESTORNOLOTE - REJKEEP WRITE "
009565                 "FAILED, FILE STATUS = " WS-RJK-FILE-STATUS
009566             SET WS-FATAL TO TRUE
009567             GO TO 4500-SPLIT-REJECT-EXIT
009568         END-IF
009569         ADD 1 TO WS-REJ-KEPT-COUNT
009570     END-IF.
009571     PERFORM 4600-READ-REJECT
009572         THRU 4600-READ-REJECT-EXIT.
009573 4500-SPLIT-REJECT-EXIT.
009574     EXIT.
009575
009576******************************************************************
009577*  4600-READ-REJECT                                              *
009578*  READS THE NEXT REJFILE RECORD, SETTING THE EOF SWITCH WHEN    *
009579*  THE FILE IS EXHAUSTED.  A SHORT RECORD FROM BEFORE THE BATCH  *
009580*  ID WAS CARRIED IS PADDED, SO ITS BATCH ID READS AS SPACES.    *
009581******************************************************************
009582 4600-READ-REJECT.
009583     MOVE SPACES TO REJCLASS-RECORD.
009584     READ REJECT-FILE
009585         AT END
009586             SET WS-REJ-EOF TO TRUE
009587         NOT AT END
009588             ADD 1 TO WS-REJ-READ-COUNT
009589     END-READ.
009590 4600-READ-REJECT-EXIT.
009591     EXIT.
009592
009593******************************************************************
009594*  5000-WRITE-LOAD-WORK                                          *
009595*  STAGES THE POST-REVERSAL APPLIED-COUNT TO THE WORK DATASET.   *
009596*  LOADCKPT ITSELF IS ONLY ADVANCED BY THE FINAL JCL STEP, AFTER *
009600*  THE RESFILE SWAP HAS STOOD.  A WORK FILE THAT CANNOT BE       *
009610*  WRITTEN IS FATAL, SO THE SWAP DOES NOT RUN EITHER.            *
009620******************************************************************
009630 5000-WRITE-LOAD-WORK.
009640     OPEN OUTPUT LOAD-WORK-FILE.
009650     IF WS-CKW-FILE-STATUS = "00"
009660         MOVE WS-NEW-APPLIED TO LCW-APPLIED-COUNT
009670         WRITE LOAD-WORK-RECORD
009671         IF WS-CKW-FILE-STATUS NOT = "00"
009672             DISPLAY "PROGRAMAESTORNOLOTE - LOADCKWK WRITE "
009673                 "FAILED, FILE STATUS = " WS-CKW-FILE-STATUS
009674             SET WS-FATAL TO TRUE
009675             GO TO 5000-WRITE-LOAD-WORK-EXIT
009676         END-IF
009680         CLOSE LOAD-WORK-FILE
009690     ELSE
009700         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO WRITE "
009710             "LOADCKWK, FILE STATUS = " WS-CKW-FILE-STATUS
009720         SET WS-FATAL TO TRUE
009730     END-IF.
009740 5000-WRITE-LOAD-WORK-EXIT.
009750     EXIT.
009760
009770******************************************************************
009772******************************************************************
009774*  5500-WRITE-MARK-CARD                                          *
009776*  STAGES THE CARD FOR THE MARK RUN - THIS RUN'S BATCH ID AND    *
009778*  AUTHORISING ID WITH RUN MODE M.  THE LAST STEP OF THE JOB     *
009780*  READS IT AS ITS SYSIN ONLY ONCE EVERY SWAP STEP HAS STOOD.    *
009782*  A CARD THAT CANNOT BE WRITTEN IS FATAL, SO THE SWAPS DO NOT   *
009784*  RUN EITHER.                                                   *
009786******************************************************************
009788 5500-WRITE-MARK-CARD.
009790     OPEN OUTPUT MARK-CARD-FILE.
009792     IF WS-MRK-FILE-STATUS NOT = "00"
009794         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO OPEN BCHMARK, "
009796             "FILE STATUS = " WS-MRK-FILE-STATUS
009798         SET WS-FATAL TO TRUE
009800         GO TO 5500-WRITE-MARK-CARD-EXIT
009802     END-IF.
009804     MOVE WS-BATCH-ID      TO WS-MRK-BATCH-ID.
009806     MOVE WS-AUTHORISED-BY TO WS-MRK-AUTHORISED-BY.
009808     WRITE MARK-CARD-RECORD FROM WS-MARK-CARD.
009810     IF WS-MRK-FILE-STATUS NOT = "00"
009812         DISPLAY "PROGRAMAESTORNOLOTE - BCHMARK WRITE FAILED, "
009814             "FILE STATUS = " WS-MRK-FILE-STATUS
009816         SET WS-FATAL TO TRUE
009818     END-IF.
009820     CLOSE MARK-CARD-FILE.
009822 5500-WRITE-MARK-CARD-EXIT.
009824     EXIT.
009826
009828******************************************************************
009830*  6000-MARK-BATCH-REVERSED                                      *
009832*  THE MARK RUN.  MARKS THE REGISTER ENTRY REVERSED.  THE        *
009834*  BUSINESS DATE AND THE ORIGINAL RUN DATE ARE LEFT AS THEY WERE *
009836*  FOR THE SERVICE DESK; THE CLASSIFIER TREATS A REVERSED ENTRY  *
009838*  AS FREE TO ACCEPT THE CORRECTED RESEND UNDER THE SAME BATCH   *
009840*  ID.  THIS RUNS AS THE LAST STEP OF THE JOB, ONLY AFTER THE    *
009842*  REVERSAL AND EVERY SWAP STEP HAVE STOOD, SO ANY EARLIER       *
009844*  FAILURE LEAVES THE BATCH COMPLETE.  AN ENTRY ALREADY MARKED   *
009846*  IS A RERUN OF THE STEP AND IS LEFT AS IT IS; AN ENTRY THAT IS *
009848*  NOT COMPLETE, OR A REWRITE THAT FAILS, IS FATAL.              *
009850******************************************************************
009860 6000-MARK-BATCH-REVERSED.
009870     MOVE WS-BATCH-ID TO BR-BATCH-ID.
009880     READ BATCH-REGISTER-FILE
009890         INVALID KEY
009900             CONTINUE
009910     END-READ.
009911     IF WS-BCH-FILE-STATUS = "00"
009912         AND BR-REVERSED
009913         DISPLAY "PROGRAMAESTORNOLOTE - BATCH " WS-BATCH-ID
009914             " IS ALREADY MARKED REVERSED"
009915         GO TO 6000-MARK-BATCH-REVERSED-EXIT
009916     END-IF.
009917     IF WS-BCH-FILE-STATUS = "00"
009918         AND NOT BR-COMPLETE
009919         DISPLAY "PROGRAMAESTORNOLOTE - BATCH " WS-BATCH-ID
009920             " HAS DISPOSITION " BR-DISPOSITION
009921             " - NOT MARKED REVERSED"
009922         SET WS-FATAL TO TRUE
009923         GO TO 6000-MARK-BATCH-REVERSED-EXIT
009924     END-IF.
009925     IF WS-BCH-FILE-STATUS = "00"
009930         SET BR-REVERSED TO TRUE
009940         REWRITE BCHREG-RECORD
009950             INVALID KEY
009960                 CONTINUE
009970         END-REWRITE
009980     END-IF.
009990     IF WS-BCH-FILE-STATUS NOT = "00"
010000         DISPLAY "PROGRAMAESTORNOLOTE - UNABLE TO MARK BATCH "
010010             WS-BATCH-ID " REVERSED, FILE STATUS = "
010020             WS-BCH-FILE-STATUS
010030         SET WS-FATAL TO TRUE
010040     END-IF.
010050 6000-MARK-BATCH-REVERSED-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090*  9000-TERMINATE                                                *
010100*  PRINTS THE REVERSAL TOTALS, CLOSES EVERYTHING AND SETS RC=4   *
010110*  WHEN ANY MASTER RECORD WAS LEFT FOR MANUAL REVIEW - THE SWAP  *
010120*  AND APPEND STEPS STILL RUN ON RC=4.                           *
010125*  A MARK RUN ONLY REPORTS THE MARK AND CLOSES THE REGISTER.     *
010130******************************************************************
010140 9000-TERMINATE.
010141     IF WS-MARK-RUN
010142         PERFORM 9100-TERMINATE-MARK-RUN
010143             THRU 9100-TERMINATE-MARK-RUN-EXIT
010144         GO TO 9000-TERMINATE-EXIT
010145     END-IF.
010150     MOVE SPACES TO REPORT-RECORD.
010160     WRITE REPORT-RECORD.
010170     MOVE "NUMMAST - CLASSIFICATION MASTER" TO RPT-SECTION-TEXT.
010180     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
010190     MOVE "JOURNAL ENTRIES READ. . . . . :" TO RPT-CNT-TEXT.
010200     MOVE WS-JRN-READ-COUNT TO RPT-CNT-VALUE.
010210     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010220     MOVE "ENTRIES MADE BY THE BATCH . . :" TO RPT-CNT-TEXT.
010230     MOVE WS-JRN-MATCH-COUNT TO RPT-CNT-VALUE.
010240     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010250     MOVE "RECORDS RESTORED. . . . . . . :" TO RPT-CNT-TEXT.
010260     MOVE WS-RESTORED-COUNT TO RPT-CNT-VALUE.
010270     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010280     MOVE "RECORDS DELETED . . . . . . . :" TO RPT-CNT-TEXT.
010290     MOVE WS-DELETED-COUNT TO RPT-CNT-VALUE.
010300     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010310     MOVE "ALREADY REVERSED BY EARLIER RUN:" TO RPT-CNT-TEXT.
010320     MOVE WS-ALREADY-COUNT TO RPT-CNT-VALUE.
010330     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010340     MOVE "LEFT FOR MANUAL REVIEW. . . . :" TO RPT-CNT-TEXT.
010350     MOVE WS-EXCEPTION-COUNT TO RPT-CNT-VALUE.
010360     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010370     MOVE SPACES TO REPORT-RECORD.
010380     WRITE REPORT-RECORD.
010390     MOVE "RESFILE - CLASSIFIED NUMBERS" TO RPT-SECTION-TEXT.
010400     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
010410     MOVE "RECORDS READ. . . . . . . . . :" TO RPT-CNT-TEXT.
010420     MOVE WS-RES-READ-COUNT TO RPT-CNT-VALUE.
010430     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010440     MOVE "RECORDS REMOVED FOR THE BATCH :" TO RPT-CNT-TEXT.
010450     MOVE WS-RES-REMOVED-COUNT TO RPT-CNT-VALUE.
010460     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010470     MOVE "  OF WHICH NOT YET LOADED . . :" TO RPT-CNT-TEXT.
010480     MOVE WS-RES-UNLOADED-COUNT TO RPT-CNT-VALUE.
010490     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010500     MOVE "RECORDS KEPT. . . . . . . . . :" TO RPT-CNT-TEXT.
010510     MOVE WS-RES-KEPT-COUNT TO RPT-CNT-VALUE.
010520     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010530     MOVE "LOADCKPT APPLIED-COUNT WAS. . :" TO RPT-CNT-TEXT.
010540     MOVE WS-PRIOR-APPLIED TO RPT-CNT-VALUE.
010550     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010560     MOVE "LOADCKPT APPLIED-COUNT NOW. . :" TO RPT-CNT-TEXT.
010570     MOVE WS-NEW-APPLIED TO RPT-CNT-VALUE.
010580     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010581     MOVE SPACES TO REPORT-RECORD.
010582     WRITE REPORT-RECORD.
010583     MOVE "REJFILE - REJECTED VALUES" TO RPT-SECTION-TEXT.
010584     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
010585     MOVE "RECORDS READ. . . . . . . . . :" TO RPT-CNT-TEXT.
010586     MOVE WS-REJ-READ-COUNT TO RPT-CNT-VALUE.
010587     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010588     MOVE "RECORDS REMOVED FOR THE BATCH :" TO RPT-CNT-TEXT.
010589     MOVE WS-REJ-REMOVED-COUNT TO RPT-CNT-VALUE.
010590     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010591     MOVE "RECORDS KEPT. . . . . . . . . :" TO RPT-CNT-TEXT.
010592     MOVE WS-REJ-KEPT-COUNT TO RPT-CNT-VALUE.
010593     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
010594     MOVE SPACES TO REPORT-RECORD.
010600     WRITE REPORT-RECORD.
010610     MOVE "BCHREG - TO BE MARKED REVERSED (R) BY THE LAST STEP"
010620         TO RPT-SECTION-TEXT.
010630     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
010640     IF WS-EXCEPTION-COUNT > ZERO
010650         MOVE "NOTE - RECORDS LEFT FOR MANUAL REVIEW WERE SEEN BY"
010660             TO RPT-SECTION-TEXT
010670         WRITE REPORT-RECORD FROM RPT-SECTION-LINE
010680         MOVE "A LATER BATCH OR PURGED AND STILL COUNT THIS BATCH"
010690             TO RPT-SECTION-TEXT
010700         WRITE REPORT-RECORD FROM RPT-SECTION-LINE
010710         MOVE "IN THEIR TIMES-SEEN COUNT - ADJUST BY HAND."
010720             TO RPT-SECTION-TEXT
010730         WRITE REPORT-RECORD FROM RPT-SECTION-LINE
010740     END-IF.
010750     DISPLAY "PROGRAMAESTORNOLOTE - END OF JOB SUMMARY".
010760     DISPLAY "BATCH REVERSED. . . . . . . : " WS-BATCH-ID.
010770     DISPLAY "MASTER RECORDS RESTORED . . : " WS-RESTORED-COUNT.
010780     DISPLAY "MASTER RECORDS DELETED. . . : " WS-DELETED-COUNT.
010790     DISPLAY "ALREADY REVERSED. . . . . . : " WS-ALREADY-COUNT.
010800     DISPLAY "LEFT FOR MANUAL REVIEW. . . : " WS-EXCEPTION-COUNT.
010810     DISPLAY "RESFILE RECORDS REMOVED . . : "
010820         WS-RES-REMOVED-COUNT.
010822     DISPLAY "REJFILE RECORDS REMOVED . . : "
010824         WS-REJ-REMOVED-COUNT.
010830     CLOSE JOURNAL-FILE.
010840     CLOSE REVERSAL-JOURNAL-FILE.
010850     CLOSE NUMMAST-FILE.
010860     CLOSE RESULTADO-FILE.
010870     CLOSE RESULTADO-KEEP-FILE.
010872     CLOSE REJECT-FILE.
010874     CLOSE REJECT-KEEP-FILE.
010880     CLOSE BATCH-REGISTER-FILE.
010890     CLOSE REPORT-FILE.
010900     IF WS-EXCEPTION-COUNT > ZERO
010910         MOVE 4 TO RETURN-CODE
010920     END-IF.
010930 9000-TERMINATE-EXIT.
010940     EXIT.
010950
010951******************************************************************
010952*  9100-TERMINATE-MARK-RUN                                       *
010953*  REPORTS THE BATCH MARKED REVERSED AND CLOSES THE REGISTER AND *
010954*  THE REPORT.                                                   *
010955******************************************************************
010956 9100-TERMINATE-MARK-RUN.
010957     MOVE "BATCH ID MARKED REVERSED. . . :" TO RPT-PARM-TEXT.
010958     MOVE WS-BATCH-ID TO RPT-PARM-VALUE.
010959     WRITE REPORT-RECORD FROM RPT-PARM-LINE.
010960     MOVE "REVERSAL AUTHORISED BY. . . . :" TO RPT-PARM-TEXT.
010961     MOVE WS-AUTHORISED-BY TO RPT-PARM-VALUE.
010962     WRITE REPORT-RECORD FROM RPT-PARM-LINE.
010963     MOVE SPACES TO REPORT-RECORD.
010964     WRITE REPORT-RECORD.
010965     MOVE "BCHREG - BATCH MARKED REVERSED (R)"
010966         TO RPT-SECTION-TEXT.
010967     WRITE REPORT-RECORD FROM RPT-SECTION-LINE.
010968     DISPLAY "PROGRAMAESTORNOLOTE - END OF JOB SUMMARY".
010969     DISPLAY "BATCH MARKED REVERSED. . . : " WS-BATCH-ID.
010970     CLOSE BATCH-REGISTER-FILE.
010971     CLOSE REPORT-FILE.
010972 9100-TERMINATE-MARK-RUN-EXIT.
010973     EXIT.
010974
010975******************************************************************
010976*  9500-ABORT-RUN                                                *
010980*  REACHED ONLY WHEN WS-FATAL WAS SET.  A REFUSED RUN (NO BATCH  *
010990*  ID, AN OPEN CYCLE, OR A BATCH THAT IS NOT COMPLETE ON THE     *
011000*  REGISTER) HAS CHANGED NOTHING AND ENDS RC=8; ANY OTHER        *
011010*  FAILURE ENDS RC=16.  EITHER WAY THE SWAP AND APPEND STEPS DO  *
011020*  NOT RUN AND THE REGISTER STILL SHOWS THE BATCH COMPLETE, SO   *
011030*  THE REVERSAL IS SIMPLY RERUN ONCE THE CAUSE IS FIXED; ANY     *
011040*  FILES ALREADY OPENED ARE CLOSED IMPLICITLY BY STOP RUN.       *
011043*  A FAILED MARK RUN ALSO LEAVES THE BATCH COMPLETE, AND ONLY    *
011046*  THE LAST STEP IS RERUN.                                       *
011050******************************************************************
011060 9500-ABORT-RUN.
011070     DISPLAY "PROGRAMAESTORNOLOTE - RUN ABORTED, SEE PRIOR "
011080         "MESSAGE".
011090     IF WS-REFUSED
011100         MOVE 8 TO RETURN-CODE
011110         GO TO 9500-ABORT-RUN-EXIT
011120     END-IF.
011130     MOVE 16 TO RETURN-CODE.
011140 9500-ABORT-RUN-EXIT.
011150     EXIT.
011160
011170 END PROGRAM PROGRAMAESTORNOLOTE.
