001468*                  PASSES OVER A BATCH THE ABENDED ATTEMPT
001469*                  ALREADY MARKED COMPLETE ON BCHREG.  A
001470*                  RERUN OF A STEP ALREADY COMPLETE FOR THE
001471*                  SAME CYCLE DATE IS FLAGGED ON THE CONSOLE.
001472*  10/15/26  RA    A BATCH MARKED REVERSED (R) ON BCHREG BY THE
001473*                  BATCH REVERSAL JOB IS ACCEPTED AS THE
001474*                  CORRECTED RESEND - RE-REGISTERED IN-PROCESS
001475*                  AND FLAGGED ON THE CONSOLE SO THE RUN LOG
001476*                  SHOWS THE CORRECTION ARRIVED.
001477*  10/15/26  RA    ADDED CHECK-DIGIT VERIFICATION TO THE INPUT
001478*                  VALIDATION.  THE LAST DIGIT OF EVERY ACCOUNT/
001481*                  DOCUMENT NUMBER IS A CHECK DIGIT, AND A
001482*                  NUMBER THAT FAILS IT IS NOW REJECTED UNDER
001483*                  REASON CODE 04 INSTEAD OF BEING CLASSIFIED
001484*                  AND LOADED AS IF IT WERE REAL.  THE SCHEME -
001485*                  L MODULUS 10 (LUHN), M MODULUS 11, N NONE -
001486*                  COMES FROM COLUMN 30 OF THE SYSIN CONTROL
001487*                  CARD, SINCE NOT EVERY SOURCE USES THE SAME
001488*                  ONE; A BLANK COLUMN MEANS MODULUS 10.
001489*  10/15/26  RA    EVERY NUMBER THAT PASSES VALIDATION IS NOW
001490*                  LOOKED UP ON THE COMPLIANCE WATCH LIST
001491*                  (WATCHLST KSDS, SHARED WATCHLST COPYBOOK).
001492*                  AN ENTRY IN FORCE ON THE RUN DATE IS A HIT:
001493*                  A BLOCK ENTRY REJECTS THE NUMBER UNDER
001494*                  REASON CODE 05, A NOTIFY ENTRY LETS IT
001495*                  CLASSIFY AS USUAL.  EITHER WAY THE HIT IS
001496*                  WRITTEN, WITH ITS BATCH ID, TO THE NEW
001497*                  WLHITS FILE (SHARED WLHIT COPYBOOK) FOR THE
001498*                  NIGHTLY WATCH-LIST HIT REPORT.
001499*  10/15/26  RA    ADDED THE PARTITION RUN MODE FOR THE RANGE-
001500*                  PARTITIONED MONTH-END RUN.  A SYSIN CARD WITH
001501*                  RUN MODE PARTITION AND A PARTITION NUMBER AND
001502*                  COUNT (COLUMNS 31-34) MAKES THIS STEP ONE OF
001503*                  SEVERAL CONCURRENT PARTITIONS: IT READS THE
001504*                  WHOLE FEED BUT CLASSIFIES ONLY THE NUMBERS IN
001505*                  ITS OWN SHARE OF THE 7-DIGIT RANGE (NON-
001506*                  NUMERIC AND NEGATIVE VALUES ALL FALL TO
001507*                  PARTITION 1), SO A DUPLICATE ALWAYS MEETS ITS
001508*                  TWIN IN THE SAME PARTITION.  EACH PARTITION
001509*                  KEEPS ITS OWN CHECKPOINT AND STILL PROVES
001510*                  EVERY BATCH AT ITS TRAILER, BUT LEAVES THE
001511*                  BATCH REGISTER, THE CYCLE-CONTROL SLOT, THE
001512*                  AUDIT RECORD AND THE QUALITY GATE TO THE
001513*                  CONSOLIDATION STEP (PROGRAMACONSOLIDAPARTE),
001514*                  TO WHICH IT HANDS ITS BATCHES AND TOTALS ON
001515*                  THE NEW PARTCTL FILE (SHARED PARTCTL
001516*                  COPYBOOK).  A PARTITION NUMBERED ABOVE THE
001517*                  COUNT IS IDLE - IT ONLY OPENS AND CLOSES ITS
001518*                  OUTPUTS, SO THE CONSOLIDATION STEP FINDS THEM,
001519*                  AND REPORTS ITSELF IDLE WITHOUT READING THE
001520*                  FEED.  THE PARTITION OUTPUTS ARE DELETED BY THE
001521*                  CONSOLIDATION JOB ONCE THEY ARE POSTED.
001522*                  THE CONTROL CARD IS NOW READ AFTER THE CYCLE
001523*                  DATE (SLOT 8) AND AHEAD OF THE CALENDAR AND THE
001524*                  CYCLE-CONTROL CHECK, SINCE THE RUN MODE DECIDES
001525*                  WHETHER THERE IS ONE.
001526*  10/15/26  RA    EVERY REJECT NOW CARRIES THE BATCH ID OF THE
001527*                  BATCH IT ARRIVED IN (REJ-BATCH-ID), SO THE
001528*                  REJECT CAN BE RETURNED TO ITS SOURCE REGION.
001529*  10/15/26  RA    THE RUN DATE STAMPED ON EVERY RECORD IS NOW THE
001530*                  LOGICAL CYCLE DATE THE DATE-CONTROL STEP SETS
001531*                  ON CYCFILE SLOT 8, NOT THE SYSTEM DATE.  EACH
001532*                  BATCH HEADER'S BUSINESS DATE IS CHECKED AGAINST
001533*                  THE CYCLE DATE AND THE PROCESSING CALENDAR
001534*                  (CALENDAR FILE, SHARED CALENDAR COPYBOOK): A
001535*                  BATCH DATED AFTER THE CYCLE DATE, ON A HOLIDAY
001536*                  OR ON NO VALID DATE IS REFUSED AND THE RUN
001537*                  STOPS RC=12, AS FOR A BATCH ALREADY PROCESSED.
001538*  10/15/26  RA    CYCLE HISTORY.  WHEN THE SLOT IS STAMPED
001539*                  COMPLETE ONE RECORD - CYCLE, JOB, START AND END
001540*                  TIME, ELAPSED SECONDS AND STEP CODE - IS
001541*                  APPENDED TO CYCHIST FOR THE BATCH-WINDOW
001542*                  REPORT.
001543******************************************************************
001544 ENVIRONMENT DIVISION.
001545 INPUT-OUTPUT SECTION.
001546 FILE-CONTROL.
001547     SELECT NUMERO-FILE ASSIGN TO NUMFILE
001548         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS WS-NUM-FILE-STATUS.
001560     SELECT RESULTADO-FILE ASSIGN TO RESFILE
001570         ORGANIZATION IS LINE SEQUENTIAL
001790         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS RANDOM
001810         RECORD KEY IS BR-BATCH-ID
001811         FILE STATUS IS WS-BCH-FILE-STATUS.
001812     SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST
001813         ORGANIZATION IS INDEXED
001814         ACCESS MODE IS RANDOM
001815         RECORD KEY IS WL-NUMERO
001816         FILE STATUS IS WS-WL-FILE-STATUS.
001817     SELECT WATCH-HIT-FILE ASSIGN TO WLHITS
001818         ORGANIZATION IS LINE SEQUENTIAL
001819         FILE STATUS IS WS-WLH-FILE-STATUS.
001820     SELECT PARTITION-CONTROL-FILE ASSIGN TO PARTCTL
001821         ORGANIZATION IS LINE SEQUENTIAL
001822         FILE STATUS IS WS-PCT-FILE-STATUS.
001823     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
001824         ORGANIZATION IS LINE SEQUENTIAL
001825         FILE STATUS IS WS-CAL-FILE-STATUS.
001826     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
001828         ORGANIZATION IS LINE SEQUENTIAL
001829         FILE STATUS IS WS-CHS-FILE-STATUS.
001830 DATA DIVISION.
001840 FILE SECTION.
001850******************************************************************
002500******************************************************************
002510*  CONTROL-CARD-FILE - ONE OPTIONAL SYSIN CONTROL CARD GIVING    *
002520*  THE RUN MODE, CHECKPOINT INTERVAL AND JOB/STEP ID FOR THIS    *
002524*  EXECUTION, THE REJECT-RATE THRESHOLDS AND THE CHECK-DIGIT     *
002528*  SCHEME THE SOURCE NUMBERS ARE VERIFIED AGAINST, AND - IN      *
002532*  PARTITION MODE ONLY - THIS STEP'S PARTITION NUMBER AND THE    *
002536*  NUMBER OF PARTITIONS THE RUN IS SPLIT INTO.                   *
002540******************************************************************
002550 FD  CONTROL-CARD-FILE
002560     RECORDING MODE IS F.
002600     05  CTL-JOB-ID              PIC X(08).
002610     05  CTL-WARN-THRESHOLD      PIC 9(03).
002620     05  CTL-FAIL-THRESHOLD      PIC 9(03).
002622     05  CTL-CHECK-SCHEME        PIC X(01).
002624     05  CTL-PARTITION-NO        PIC 9(02).
002626     05  CTL-PARTITION-COUNT     PIC 9(02).
002630
002640******************************************************************
002650*  AUDIT-FILE - PERSISTENT TRAIL OF EVERY EXECUTION - WHEN IT    *
002870******************************************************************
002880 FD  CYCLE-CONTROL-FILE.
002890     COPY CYCCTL.
002891
002892******************************************************************
002893*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
002894*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
002895*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
002896******************************************************************
002897 FD  CYCLE-HISTORY-FILE
002898     RECORDING MODE IS F.
002899     COPY CYCHIST.
002900
002902******************************************************************
002903*  WATCH-LIST-FILE - THE COMPLIANCE WATCH LIST (VSAM KSDS) IN    *
002904*  THE SHARED WATCHLST LAYOUT, READ BY NUMBER FOR EVERY NUMBER   *
002905*  THAT PASSES VALIDATION.  MAINTAINED BY PROGRAMAMANUTVIGIA.    *
002906******************************************************************
002907 FD  WATCH-LIST-FILE.
002908     COPY WATCHLST.
002909
002910******************************************************************
002911*  WATCH-HIT-FILE - ONE RECORD PER WATCH-LIST HIT, IN THE SHARED *
002912*  WLHIT LAYOUT, FOR THE NIGHTLY WATCH-LIST HIT REPORT.          *
002913******************************************************************
002914 FD  WATCH-HIT-FILE
002915     RECORDING MODE IS F.
002916     COPY WLHIT.
002917
002918******************************************************************
002919*  PARTITION-CONTROL-FILE - PARTITION MODE ONLY.  THE BATCHES    *
002920*  AND RUN TOTALS THIS PARTITION HANDS TO THE CONSOLIDATION      *
002921*  STEP, IN THE SHARED PARTCTL LAYOUT.  WRITTEN ONCE, AT CLEAN   *
002922*  END OF JOB, SO AN ABENDED PARTITION LEAVES NONE BEHIND.       *
002923******************************************************************
002924 FD  PARTITION-CONTROL-FILE
002925     RECORDING MODE IS F.
002926     COPY PARTCTL.
002927
002928******************************************************************
002929*  CALENDAR-FILE - THE PROCESSING CALENDAR, IN THE SHARED        *
002930*  CALENDAR LAYOUT.  LOADED WHOLE INTO THE CALENDAR TABLE AT     *
002931*  START OF RUN TO CHECK EACH BATCH HEADER'S BUSINESS DATE.      *
002932******************************************************************
002933 FD  CALENDAR-FILE
002934     RECORDING MODE IS F.
002935     COPY CALENDAR.
002936
002937 WORKING-STORAGE SECTION.
002938******************************************************************
002939*  SWITCHES                                                     *
002940******************************************************************
002950 77  WS-EOF-SW               PIC X(01)      VALUE "N".
002960     88  WS-EOF                              VALUE "Y".
003080 77  WS-RES-FILE-STATUS       PIC X(02)      VALUE SPACES.
003090 77  WS-REJ-FILE-STATUS       PIC X(02)      VALUE SPACES.
003100 77  WS-BCH-FILE-STATUS       PIC X(02)      VALUE SPACES.
003101 77  WS-WL-FILE-STATUS        PIC X(02)      VALUE SPACES.
003102 77  WS-WLH-FILE-STATUS       PIC X(02)      VALUE SPACES.
003103 77  WS-PCT-FILE-STATUS       PIC X(02)      VALUE SPACES.
003104 77  WS-CAL-FILE-STATUS       PIC X(02)      VALUE SPACES.
003105 77  WS-CAL-EOF-SW            PIC X(01)      VALUE "N".
003106     88  WS-CAL-EOF                          VALUE "Y".
003110 77  WS-DUP-BATCH-SW          PIC X(01)      VALUE "N".
003120     88  WS-DUP-BATCH                        VALUE "Y".
003123 77  WS-BAD-DATE-SW           PIC X(01)      VALUE "N".
003126     88  WS-BAD-DATE-BATCH                   VALUE "Y".
003130
003140*****************************************************************
003150*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 1)         *
003170 77  WS-CYC-FILE-STATUS       PIC X(02)      VALUE SPACES.
003180 77  WS-CYC-KEY               PIC 9(04) COMP VALUE 1.
003190 77  WS-CYC-OWN-SLOT          PIC 9(04) COMP VALUE 1.
003191 77  WS-CYC-TIME              PIC 9(08)      VALUE ZERO.
003192 77  WS-CYC-DATE-SLOT         PIC 9(04) COMP VALUE 8.
003193
003194*****************************************************************
003195*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                  *
003196*****************************************************************
003197 77  WS-CHS-FILE-STATUS       PIC X(02)      VALUE SPACES.
003198 77  WS-CHS-START-DATE        PIC 9(08)      VALUE ZERO.
003199 77  WS-CHS-START-TIME        PIC 9(08)      VALUE ZERO.
003200 77  WS-CHS-START-SECS        PIC 9(11)      VALUE ZERO.
003201 77  WS-CHS-END-SECS          PIC 9(11)      VALUE ZERO.
003202 01  WS-CHS-CLOCK.
003203     05  WS-CHS-HH            PIC 9(02).
003204     05  WS-CHS-MM            PIC 9(02).
003208     05  WS-CHS-SS            PIC 9(02).
003209     05  WS-CHS-CC            PIC 9(02).
003210
003220*****************************************************************
003230*  WORKING FIELDS FOR THE RUN AUDIT TRAIL                        *
003380 77  WS-BATCH-ID              PIC X(08)      VALUE "UNKNOWN".
003390 77  WS-BUSINESS-DATE         PIC 9(08)      VALUE ZERO.
003400 77  WS-TRAILER-COUNT         PIC 9(07)      VALUE ZERO.
003401 77  WS-BATCH-DETAIL-COUNT    PIC 9(07)      VALUE ZERO.
003402*****************************************************************
003403*  CALENDAR TABLE - THE PROCESSING CALENDAR'S EXCEPTION DATES,   *
003404*  LOADED AT START OF RUN AND SEARCHED AT EVERY BATCH HEADER.    *
003405*****************************************************************
003411 01  WS-CAL-TABLE.
003412     05  WS-CAL-ENTRY OCCURS 1000 TIMES
003413             INDEXED BY CAL-IDX.
003414         10  WS-CAL-DATE          PIC 9(08).
003415         10  WS-CAL-DAY-TYPE      PIC X(01).
003416         10  WS-CAL-DESCRIPTION   PIC X(30).
003417 77  WS-CAL-LOAD-COUNT        PIC 9(04) COMP VALUE ZERO.
003418 77  WS-CAL-MAX               PIC 9(04) COMP VALUE 1000.
003419 77  WS-CAL-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
003420 77  WS-DATE-REASON           PIC X(30)      VALUE SPACES.
003421
003422*****************************************************************
003423*  WORKING FIELDS FOR THE RANGE-PARTITIONED RUN.  PARTITION P   *
003424*  OF N OWNS THE NUMBERS WHOSE VALUE TIMES N, DIVIDED BY TEN    *
003425*  MILLION, GIVES P - 1.  THE BATCH TABLE IS THE FEED'S BATCHES *
003426*  AS PROVED AT THEIR TRAILERS, FOR THE PARTCTL FILE; IT IS     *
003427*  REBUILT OVER THE RESTART SKIP LIKE THE SEEN TABLE.           *
003428*****************************************************************
003429 77  WS-PARTITION-SW          PIC X(01)      VALUE "N".
003430     88  WS-PARTITIONED                      VALUE "Y".
003431     88  WS-SERIAL                           VALUE "N".
003432 77  WS-PART-IDLE-SW          PIC X(01)      VALUE "N".
003433     88  WS-PART-IDLE                        VALUE "Y".
003434 77  WS-PART-NO               PIC 9(02)      VALUE ZERO.
003435 77  WS-PART-COUNT            PIC 9(02)      VALUE ZERO.
003436 77  WS-PART-MAX              PIC 9(02)      VALUE 16.
003437 77  WS-PART-OF-NUMBER        PIC 9(02)      VALUE ZERO.
003438 77  WS-PART-PRODUCT          PIC 9(09)      VALUE ZERO.
003439 01  WS-PART-BATCH-TABLE.
003440     05  WS-PB-ENTRY OCCURS 50 TIMES.
003441         10  WS-PB-BATCH-ID       PIC X(08).
003442         10  WS-PB-BUSINESS-DATE  PIC 9(08).
003443         10  WS-PB-DECLARED-COUNT PIC 9(07).
003444 77  WS-PB-COUNT              PIC 9(04) COMP VALUE ZERO.
003445 77  WS-PB-MAX                PIC 9(04) COMP VALUE 50.
003446 77  WS-PB-SUB                PIC 9(04) COMP VALUE ZERO.
003447
003448*****************************************************************
003449*  WORKING FIELDS FOR THE REJECT-RATE QUALITY GATE              *
003450*****************************************************************
003460 77  WS-WARN-THRESHOLD        PIC 9(03)      VALUE 010.
003470 77  WS-FAIL-THRESHOLD        PIC 9(03)      VALUE 025.
003820                             PIC X(01).
003830 77  WS-SEEN-SUB             PIC 9(08) COMP VALUE ZERO.
003840
003841*****************************************************************
003842*  WORKING FIELDS FOR THE CHECK-DIGIT VERIFICATION.  THE SEVEN  *
003843*  DIGITS ARE WEIGHTED LEFT TO RIGHT FROM THE WEIGHT STRING OF  *
003844*  THE SCHEME IN FORCE - 121212 FOR MODULUS 10 (EVERY SECOND    *
003845*  DIGIT LEFT OF THE CHECK DIGIT DOUBLED), 765432 FOR MODULUS   *
003846*  11 - AND THE SEVENTH DIGIT IS THE CHECK DIGIT ITSELF.        *
003847*****************************************************************
003852 77  WS-CD-SCHEME            PIC X(01)      VALUE "L".
003853     88  WS-CD-LUHN                          VALUE "L".
003854     88  WS-CD-MOD11                         VALUE "M".
003855     88  WS-CD-NONE                          VALUE "N".
003856 77  WS-CD-SW                PIC X(01)      VALUE "Y".
003857     88  WS-CD-PASSED                        VALUE "Y".
003858     88  WS-CD-FAILED                        VALUE "N".
003859 01  WS-CD-NUMBER            PIC 9(07)      VALUE ZERO.
003860 01  WS-CD-DIGITS REDEFINES WS-CD-NUMBER.
003861     05  WS-CD-DIGIT OCCURS 7 TIMES
003862                             PIC 9(01).
003863 01  WS-CD-WEIGHT-STRING     PIC X(06)      VALUE SPACES.
003864 01  WS-CD-WEIGHTS REDEFINES WS-CD-WEIGHT-STRING.
003865     05  WS-CD-WEIGHT OCCURS 6 TIMES
003866                             PIC 9(01).
003867 77  WS-CD-LUHN-WEIGHTS      PIC X(06)      VALUE "121212".
003868 77  WS-CD-MOD11-WEIGHTS     PIC X(06)      VALUE "765432".
003869 77  WS-CD-SUB               PIC 9(04) COMP VALUE ZERO.
003870 77  WS-CD-PRODUCT           PIC 9(03)      VALUE ZERO.
003871 77  WS-CD-SUM               PIC 9(05)      VALUE ZERO.
003872 77  WS-CD-QUOTIENT          PIC 9(05)      VALUE ZERO.
003873 77  WS-CD-REMAINDER         PIC 9(02)      VALUE ZERO.
003874 77  WS-CD-EXPECTED          PIC 9(02)      VALUE ZERO.
003875
003876*****************************************************************
003877*  WORKING FIELDS FOR THE END-OF-JOB SUMMARY REPORT              *
003878*****************************************************************
003880 77  WS-TOTAL-COUNT          PIC 9(07)      VALUE ZERO.
003890 77  WS-PAR-COUNT            PIC 9(07)      VALUE ZERO.
003900 77  WS-IMPAR-COUNT          PIC 9(07)      VALUE ZERO.
004130     PERFORM 1000-INITIALIZE
004140         THRU 1000-INITIALIZE-EXIT.
004150     IF WS-NOT-FATAL
004155         AND NOT WS-PART-IDLE
004160         PERFORM 2000-PROCESS-FILE
004170             THRU 2000-PROCESS-FILE-EXIT
004180             UNTIL WS-EOF
004420*  PARAGRAPH, SO 0000-MAINLINE CAN ROUTE TO A CONTROLLED ABORT  *
004430*  INSTEAD OF LETTING THE RUN CONTINUE ON A MISSING FILE OR     *
004440*  HARD-ABEND ON THE FIRST UNCHECKED I/O AGAINST IT.            *
004441*  THE CYCLE DATE (CYCFILE SLOT 8) IS READ FIRST, THEN THE      *
004442*  CONTROL CARD: A PARTITION STEP HAS NO CYCLE-CONTROL SLOT,    *
004443*  AUDIT RECORD OR BATCH REGISTER OF ITS OWN, AND AN IDLE       *
004444*  PARTITION ONLY OPENS AND CLOSES ITS OUTPUTS.  THE PROCESSING *
004445*  CALENDAR IS LOADED AFTER THE CARD.                           *
004450******************************************************************
004460 1000-INITIALIZE.
004476     PERFORM 1020-READ-CYCLE-DATE
004492         THRU 1020-READ-CYCLE-DATE-EXIT.
004510     IF WS-FATAL
004520         GO TO 1000-INITIALIZE-EXIT
004530     END-IF.
004540     ACCEPT WS-RUN-TIME FROM TIME.
004550     PERFORM 1050-READ-CONTROL-CARD
004560         THRU 1050-READ-CONTROL-CARD-EXIT.
004570     IF WS-FATAL
004580         GO TO 1000-INITIALIZE-EXIT
004590     END-IF.
004591     IF WS-PART-IDLE
004592         PERFORM 1080-EMPTY-IDLE-PARTITION
004593             THRU 1080-EMPTY-IDLE-PARTITION-EXIT
004594         GO TO 1000-INITIALIZE-EXIT
004595     END-IF.
004596     PERFORM 1030-LOAD-CALENDAR
004597         THRU 1030-LOAD-CALENDAR-EXIT.
004598     IF WS-FATAL
004599         GO TO 1000-INITIALIZE-EXIT
004600     END-IF.
004601     IF WS-SERIAL
004602         PERFORM 1700-CHECK-CYCLE-CONTROL
004603             THRU 1700-CHECK-CYCLE-CONTROL-EXIT
004604         IF WS-FATAL
004605             GO TO 1000-INITIALIZE-EXIT
004606         END-IF
004607     END-IF.
004608     MOVE ALL "N" TO WS-SEEN-TABLE.
004609     IF WS-SERIAL
004610         PERFORM 1010-OPEN-AUDIT-FILE
004611             THRU 1010-OPEN-AUDIT-FILE-EXIT
004612         IF WS-FATAL
004613             GO TO 1000-INITIALIZE-EXIT
004614         END-IF
004615     END-IF.
004620     OPEN INPUT NUMERO-FILE.
004630     IF WS-NUM-FILE-STATUS NOT = "00"
004640         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN NUMFILE, "
004710     IF WS-RESTART-POINT > ZERO
004720         OPEN EXTEND RESULTADO-FILE
004730         OPEN EXTEND REJECT-FILE
004735         OPEN EXTEND WATCH-HIT-FILE
004740     ELSE
004750         OPEN OUTPUT RESULTADO-FILE
004760         OPEN OUTPUT REJECT-FILE
004765         OPEN OUTPUT WATCH-HIT-FILE
004770     END-IF.
004780     IF WS-RES-FILE-STATUS NOT = "00"
004790         OR WS-REJ-FILE-STATUS NOT = "00"
004795         OR WS-WLH-FILE-STATUS NOT = "00"
004800         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN RESFILE/"
004810             "REJFILE/WLHITS, FILE STATUS = " WS-RES-FILE-STATUS
004820             "/" WS-REJ-FILE-STATUS "/" WS-WLH-FILE-STATUS
004830         SET WS-FATAL TO TRUE
004840         GO TO 1000-INITIALIZE-EXIT
004850     END-IF.
004880     IF WS-FATAL
004890         GO TO 1000-INITIALIZE-EXIT
004900     END-IF.
004903     IF WS-SERIAL
004906         PERFORM 1180-OPEN-BATCH-REGISTER
004909             THRU 1180-OPEN-BATCH-REGISTER-EXIT
004912         IF WS-FATAL
004915             GO TO 1000-INITIALIZE-EXIT
004918         END-IF
004921     END-IF.
004924     PERFORM 1190-OPEN-WATCH-LIST
004927         THRU 1190-OPEN-WATCH-LIST-EXIT.
004930     IF WS-FATAL
004940         GO TO 1000-INITIALIZE-EXIT
004950     END-IF.
005170         OPEN OUTPUT AUDIT-FILE
005180         IF WS-AUD-FILE-STATUS NOT = "00"
005190             DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN "
005191                 "AUDFILE, FILE STATUS = " WS-AUD-FILE-STATUS
005192             SET WS-FATAL TO TRUE
005193         END-IF
005194     END-IF.
005195 1010-OPEN-AUDIT-FILE-EXIT.
005196     EXIT.
005197
005198******************************************************************
005199*  1020-READ-CYCLE-DATE                                          *
005200*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
005201*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE     *
005202*  STAMPED ON EVERY RECORD, SO A RUN HELD UP PAST MIDNIGHT STILL *
005203*  STAMPS THE CYCLE IT BELONGS TO.  A PARTITION STEP READS IT    *
005204*  TOO; IT TOUCHES NO OTHER SLOT.  NO DATE SET IS FATAL - THE    *
005205*  CYCLE HAS NOT BEEN OPENED.                                    *
005206******************************************************************
005207 1020-READ-CYCLE-DATE.
005208     OPEN INPUT CYCLE-CONTROL-FILE.
005209     IF WS-CYC-FILE-STATUS NOT = "00"
005210         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN CYCFILE, "
005211             "FILE STATUS = " WS-CYC-FILE-STATUS
005212         SET WS-FATAL TO TRUE
005213         GO TO 1020-READ-CYCLE-DATE-EXIT
005214     END-IF.
005215     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
005216     READ CYCLE-CONTROL-FILE
005217         INVALID KEY
005218             CONTINUE
005219     END-READ.
005220     IF WS-CYC-FILE-STATUS = "00"
005221         AND CYC-COMPLETE
005222         AND CYC-CYCLE-DATE > ZERO
005223         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
005224     ELSE
005225         DISPLAY "PROGRAMAPAROUIMPAR - NO CYCLE DATE SET ON "
005226             "CYCFILE - RUN THE DATECTL JOB FIRST"
005227         SET WS-FATAL TO TRUE
005228     END-IF.
005229     CLOSE CYCLE-CONTROL-FILE.
005230 1020-READ-CYCLE-DATE-EXIT.
005231     EXIT.
005232
005233******************************************************************
005234*  1030-LOAD-CALENDAR                                            *
005235*  LOADS THE PROCESSING CALENDAR'S CARDS INTO THE CALENDAR       *
005236*  TABLE.  A CALENDAR THAT CANNOT BE OPENED, A BAD CARD OR MORE  *
005237*  CARDS THAN THE TABLE HOLDS IS FATAL - A HOLIDAY LEFT OUT OF   *
005238*  THE TABLE WOULD LET A BATCH DATED ON IT THROUGH.              *
005239******************************************************************
005240 1030-LOAD-CALENDAR.
005241     OPEN INPUT CALENDAR-FILE.
005242     IF WS-CAL-FILE-STATUS NOT = "00"
005243         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN CALENDAR, "
005244             "FILE STATUS = " WS-CAL-FILE-STATUS
005245         SET WS-FATAL TO TRUE
005246         GO TO 1030-LOAD-CALENDAR-EXIT
005247     END-IF.
005248     PERFORM 1040-LOAD-CALENDAR-CARD
005249         THRU 1040-LOAD-CALENDAR-CARD-EXIT
005250         UNTIL WS-CAL-EOF OR WS-FATAL.
005251     CLOSE CALENDAR-FILE.
005252 1030-LOAD-CALENDAR-EXIT.
005253     EXIT.
005254
005255******************************************************************
005256*  1040-LOAD-CALENDAR-CARD                                       *
005257*  READS ONE CALENDAR CARD AND, UNLESS IT IS BLANK OR A COMMENT, *
005258*  EDITS IT AND ADDS IT TO THE CALENDAR TABLE.                   *
005259******************************************************************
005260 1040-LOAD-CALENDAR-CARD.
005261     READ CALENDAR-FILE
005262         AT END
005263             SET WS-CAL-EOF TO TRUE
005264             GO TO 1040-LOAD-CALENDAR-CARD-EXIT
005265     END-READ.
005266     IF CALENDAR-RECORD = SPACES
005267         OR CAL-DATE-X (1:1) = "*"
005268         GO TO 1040-LOAD-CALENDAR-CARD-EXIT
005269     END-IF.
005270     IF CAL-DATE-X IS NOT NUMERIC
005271         OR FUNCTION TEST-DATE-YYYYMMDD (CAL-DATE) NOT = ZERO
005277         OR NOT (CAL-BUSINESS-DAY OR CAL-HOLIDAY)
005278         DISPLAY "PROGRAMAPAROUIMPAR - INVALID CALENDAR CARD: "
005279             CALENDAR-RECORD
005280         SET WS-FATAL TO TRUE
005281         GO TO 1040-LOAD-CALENDAR-CARD-EXIT
005282     END-IF.
005283     IF WS-CAL-LOAD-COUNT NOT < WS-CAL-MAX
005284         DISPLAY "PROGRAMAPAROUIMPAR - CALENDAR HAS MORE THAN "
005285             WS-CAL-MAX " CARDS - ENLARGE THE CALENDAR TABLE"
005286         SET WS-FATAL TO TRUE
005287         GO TO 1040-LOAD-CALENDAR-CARD-EXIT
005288     END-IF.
005289     ADD 1 TO WS-CAL-LOAD-COUNT.
005290     SET CAL-IDX TO WS-CAL-LOAD-COUNT.
005291     MOVE CAL-DATE        TO WS-CAL-DATE        (CAL-IDX).
005292     MOVE CAL-DAY-TYPE    TO WS-CAL-DAY-TYPE    (CAL-IDX).
005293     MOVE CAL-DESCRIPTION TO WS-CAL-DESCRIPTION (CAL-IDX).
005294 1040-LOAD-CALENDAR-CARD-EXIT.
005295     EXIT.
005296
005297******************************************************************
005298*  1050-READ-CONTROL-CARD                                       *
005299*  READS THE OPTIONAL SYSIN CONTROL CARD SUPPLIED BY THE JCL     *
005300*  DRIVER.  A MISSING CONTROL CARD LEAVES THE COMPILED-IN        *
005310*  DEFAULTS (FILE-BATCH MODE, WS-CHECKPOINT-INTERVAL) IN PLACE.  *
005320******************************************************************
005520*  THE OLDER SINGLE-NUMBER CONSOLE MODE WAS RETIRED WHEN         *
005530*  NUMERO-FILE BATCH INPUT WAS ADDED, SO ANY OTHER MODE ON THE   *
005540*  CARD IS FLAGGED AND THE RUN CONTINUES IN FILE-BATCH MODE.     *
005541*  AN UNKNOWN CHECK-DIGIT SCHEME IS FLAGGED THE SAME WAY AND THE *
005542*  RUN CONTINUES UNDER MODULUS 10 - A WRONG SCHEME SHOWS UP AT   *
005543*  ONCE AS A REJECT RATE THE QUALITY GATE WILL NOT PASS.         *
005544*  RUN MODE PARTITION IS FILE-BATCH MODE RUN AS ONE PARTITION OF *
005545*  A RANGE-PARTITIONED RUN (SEE 1070-SET-PARTITION).             *
005550******************************************************************
005560 1060-APPLY-CONTROL-CARD.
005565     IF CTL-RUN-MODE = "PARTITION"
005570         PERFORM 1070-SET-PARTITION
005575             THRU 1070-SET-PARTITION-EXIT
005580     ELSE
005585         IF CTL-RUN-MODE NOT = "FILE-BATCH"
005590             DISPLAY "PROGRAMAPAROUIMPAR - UNSUPPORTED RUN MODE "
005595                 "ON SYSIN: " CTL-RUN-MODE
005600             DISPLAY "PROGRAMAPAROUIMPAR - CONTINUING IN "
005605                 "FILE-BATCH MODE"
005610         END-IF
005620     END-IF.
005630     IF CTL-CHECKPOINT-INTERVAL IS NUMERIC
005640             AND CTL-CHECKPOINT-INTERVAL > ZERO
005740     IF CTL-FAIL-THRESHOLD IS NUMERIC
005750             AND CTL-FAIL-THRESHOLD > ZERO
005760         MOVE CTL-FAIL-THRESHOLD TO WS-FAIL-THRESHOLD
005763     END-IF.
005766     IF CTL-CHECK-SCHEME = "L" OR "M" OR "N"
005771         MOVE CTL-CHECK-SCHEME TO WS-CD-SCHEME
005772     ELSE
005773         IF CTL-CHECK-SCHEME NOT = SPACE
005774             DISPLAY "PROGRAMAPAROUIMPAR - UNSUPPORTED CHECK-"
005775                 "DIGIT SCHEME ON SYSIN: " CTL-CHECK-SCHEME
005776             DISPLAY "PROGRAMAPAROUIMPAR - CONTINUING WITH "
005777                 "SCHEME " WS-CD-SCHEME
005778         END-IF
005779     END-IF.
005780     IF WS-FAIL-THRESHOLD < WS-WARN-THRESHOLD
005790         DISPLAY "PROGRAMAPAROUIMPAR - FAILURE THRESHOLD "
005800             WS-FAIL-THRESHOLD " BELOW WARNING THRESHOLD "
005810             WS-WARN-THRESHOLD " - CARD ACCEPTED AS KEYED"
005820     END-IF.
005821 1060-APPLY-CONTROL-CARD-EXIT.
005822     EXIT.
005823
005824******************************************************************
005825*  1070-SET-PARTITION                                            *
005826*  TAKES THIS STEP'S PARTITION NUMBER AND THE PARTITION COUNT    *
005827*  FROM THE CARD.  UNLIKE THE OTHER CARD FIELDS THESE HAVE NO    *
005831*  SAFE DEFAULT - A PARTITION CLASSIFYING THE WRONG SHARE OF THE *
005832*  FEED WOULD POST NUMBERS TWICE OR NOT AT ALL - SO A MISSING OR *
005833*  OUT-OF-RANGE VALUE IS FATAL.  A PARTITION NUMBERED ABOVE THE  *
005834*  COUNT IS IDLE: THE JOB STREAM CARRIES A FIXED SET OF          *
005835*  PARTITION STEPS AND THE CARDS DECIDE HOW MANY OF THEM WORK.   *
005836******************************************************************
005837 1070-SET-PARTITION.
005838     IF CTL-PARTITION-NO IS NOT NUMERIC
005839         OR CTL-PARTITION-COUNT IS NOT NUMERIC
005840         OR CTL-PARTITION-NO < 1
005841         OR CTL-PARTITION-NO > WS-PART-MAX
005842         OR CTL-PARTITION-COUNT < 1
005843         OR CTL-PARTITION-COUNT > WS-PART-MAX
005844         DISPLAY "PROGRAMAPAROUIMPAR - PARTITION NUMBER/COUNT ON "
005845             "SYSIN MISSING OR NOT 01-" WS-PART-MAX
005846         SET WS-FATAL TO TRUE
005847         GO TO 1070-SET-PARTITION-EXIT
005848     END-IF.
005849     SET WS-PARTITIONED TO TRUE.
005850     MOVE CTL-PARTITION-NO    TO WS-PART-NO.
005851     MOVE CTL-PARTITION-COUNT TO WS-PART-COUNT.
005852     IF WS-PART-NO > WS-PART-COUNT
005853         SET WS-PART-IDLE TO TRUE
005854     END-IF.
005855     DISPLAY "PROGRAMAPAROUIMPAR - RUNNING AS PARTITION "
005856         WS-PART-NO " OF " WS-PART-COUNT.
005857 1070-SET-PARTITION-EXIT.
005858     EXIT.
005859
005860******************************************************************
005861*  1080-EMPTY-IDLE-PARTITION                                     *
005862*  AN IDLE PARTITION CLASSIFIES NOTHING, BUT THE CONSOLIDATION   *
005863*  STEP READS ITS OUTPUTS ALONG WITH EVERY OTHER PARTITION'S, SO *
005864*  THEY ARE OPENED AND CLOSED HERE TO BE SURE THEY EXIST.  THEY  *
005865*  ARE ALLOCATED MOD, SO THIS ADDS NOTHING TO THEM AND EMPTIES   *
005866*  NOTHING EITHER - THE LAST STEP OF THE CONSOLIDATION JOB       *
005867*  DELETES EVERY PARTITION'S OUTPUTS ONCE THEY ARE POSTED, SO    *
005868*  THE NEXT RUN STARTS THEM AFRESH.  AN OUTPUT THAT CANNOT BE    *
005869*  OPENED IS FATAL.                                              *
005870******************************************************************
005871 1080-EMPTY-IDLE-PARTITION.
005872     DISPLAY "PROGRAMAPAROUIMPAR - PARTITION " WS-PART-NO
005873         " IS IDLE - NOTHING CLASSIFIED".
005874     OPEN OUTPUT RESULTADO-FILE.
005875     OPEN OUTPUT REJECT-FILE.
005876     OPEN OUTPUT WATCH-HIT-FILE.
005877     IF WS-RES-FILE-STATUS NOT = "00"
005878         OR WS-REJ-FILE-STATUS NOT = "00"
005879         OR WS-WLH-FILE-STATUS NOT = "00"
005880         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN RESFILE/"
005881             "REJFILE/WLHITS, FILE STATUS = " WS-RES-FILE-STATUS
005882             "/" WS-REJ-FILE-STATUS "/" WS-WLH-FILE-STATUS
005883         SET WS-FATAL TO TRUE
005884         GO TO 1080-EMPTY-IDLE-PARTITION-EXIT
005885     END-IF.
005886     CLOSE RESULTADO-FILE.
005887     CLOSE REJECT-FILE.
005888     CLOSE WATCH-HIT-FILE.
005889 1080-EMPTY-IDLE-PARTITION-EXIT.
005890     EXIT.
005891
005892******************************************************************
005893*  1100-LOAD-CHECKPOINT                                         *
005894*  READS THE SINGLE CHECKPOINT SLOT LEFT BY A PRIOR RUN AND     *
005895*  RESTORES THE RESTART POINT AND SUMMARY COUNTERS FROM IT.     *
005900*  A MISSING FILE, AN EMPTY SLOT OR A ZERO LAST-RECORD ALL      *
005910*  MEAN A FRESH RUN, SO WS-RESTART-POINT STAYS ZERO.            *
005920******************************************************************
006730 1180-OPEN-BATCH-REGISTER-EXIT.
006740     EXIT.
006750
006751******************************************************************
006752*  1190-OPEN-WATCH-LIST                                          *
006753*  OPENS THE WATCH LIST FOR KEYED LOOKUP.  A LIST THAT HAS NEVER *
006754*  BEEN MAINTAINED IS NOT ON DISK YET, SO IT IS CREATED EMPTY    *
006755*  WITH OPEN OUTPUT AND REOPENED INPUT - THE SAME IDIOM AS THE   *
006756*  BATCH REGISTER - AND EVERY NUMBER SIMPLY MISSES IT.  A LIST   *
006757*  THAT CANNOT BE OPENED AT ALL IS FATAL - CLASSIFYING WITHOUT   *
006758*  IT WOULD LET A BLOCKED NUMBER THROUGH UNREPORTED.             *
006759******************************************************************
006760 1190-OPEN-WATCH-LIST.
006761     OPEN INPUT WATCH-LIST-FILE.
006762     IF WS-WL-FILE-STATUS = "35"
006764         OPEN OUTPUT WATCH-LIST-FILE
006765         CLOSE WATCH-LIST-FILE
006766         OPEN INPUT WATCH-LIST-FILE
006767     END-IF.
006768     IF WS-WL-FILE-STATUS NOT = "00"
006769         AND WS-WL-FILE-STATUS NOT = "05"
006770         AND WS-WL-FILE-STATUS NOT = "97"
006771         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN WATCHLST, "
006772             "FILE STATUS = " WS-WL-FILE-STATUS
006773         SET WS-FATAL TO TRUE
006774     END-IF.
006775 1190-OPEN-WATCH-LIST-EXIT.
006776     EXIT.
006777
006778******************************************************************
006779*  1200-SKIP-TO-RESTART-POINT                                   *
006780*  DISCARDS NUMERO-FILE RECORDS ALREADY COVERED BY THE LOADED   *
006790*  CHECKPOINT SO THEY ARE NOT RECLASSIFIED AND DUPLICATED IN    *
006800*  RESULTADO-FILE OR REJECT-FILE.  EACH SKIPPED NUMBER IS       *
006920******************************************************************
006930*  1250-SKIP-ONE-RECORD                                         *
006940*  MARKS THE CURRENT ALREADY-PROCESSED DETAIL AS SEEN IN THE    *
006950*  CYCLE - A REJECTED DETAIL IS NON-NUMERIC, FAILED ITS CHECK   *
006960*  DIGIT OR IS A DUPLICATE AND EITHER NEEDS NO MARK OR IS       *
006970*  MARKED ALREADY - THEN READS THE NEXT NUMERO-FILE RECORD.     *
006980******************************************************************
006990 1250-SKIP-ONE-RECORD.
007000     IF NR-NUMERO IS NUMERIC
007003         MOVE NR-NUMERO TO WS-CD-NUMBER
007006         PERFORM 2250-VERIFY-CHECK-DIGIT
007009             THRU 2250-VERIFY-CHECK-DIGIT-EXIT
007012         IF WS-CD-PASSED
007015             COMPUTE WS-SEEN-SUB = NR-NUMERO + 1
007018             MOVE "Y" TO WS-SEEN-FLAG (WS-SEEN-SUB)
007021         END-IF
007030     END-IF.
007040     PERFORM 2100-READ-NUMERO-FILE
007050         THRU 2100-READ-NUMERO-FILE-EXIT.
007190******************************************************************
007200 1700-CHECK-CYCLE-CONTROL.
007210     ACCEPT WS-CYC-TIME FROM TIME.
007213     ACCEPT WS-CHS-START-DATE FROM DATE YYYYMMDD.
007216     MOVE WS-CYC-TIME TO WS-CHS-START-TIME.
007220     OPEN I-O CYCLE-CONTROL-FILE.
007230     IF WS-CYC-FILE-STATUS = "35"
007240         PERFORM 1750-CREATE-CYCLE-CONTROL
007680     MOVE 1 TO WS-CYC-KEY.
007690     PERFORM 1760-WRITE-EMPTY-SLOT
007700         THRU 1760-WRITE-EMPTY-SLOT-EXIT
007710         UNTIL WS-CYC-KEY > 8.
007720     CLOSE CYCLE-CONTROL-FILE.
007730     OPEN I-O CYCLE-CONTROL-FILE.
007740 1750-CREATE-CYCLE-CONTROL-EXIT.
007920*  2000-PROCESS-FILE                                            *
007930*  VALIDATES ONE NUMERO-FILE RECORD, CLASSIFIES IT AS PAR OR    *
007940*  IMPAR WHEN IT IS GOOD OR LOGS IT WHEN IT IS NOT, THEN READS  *
007944*  THE NEXT RECORD.  A PARTITION PASSES OVER A RECORD OUTSIDE    *
007948*  ITS OWN SHARE OF THE RANGE - ANOTHER PARTITION HANDLES IT -   *
007952*  BUT STILL COUNTS IT AND CHECKPOINTS ON IT, SO THE RESTART     *
007956*  POINT AND THE TRAILER RECONCILIATION STAY WHOLE-FEED.         *
007960******************************************************************
007970 2000-PROCESS-FILE.
007976     MOVE WS-PART-NO TO WS-PART-OF-NUMBER.
007982     IF WS-PARTITIONED
007988         PERFORM 2050-FIND-PARTITION
007994             THRU 2050-FIND-PARTITION-EXIT
008000     END-IF.
008006     IF WS-PART-OF-NUMBER = WS-PART-NO
008012         PERFORM 2200-VALIDATE-NUMERO
008018             THRU 2200-VALIDATE-NUMERO-EXIT
008024         IF WS-VALID
008030             MOVE NR-NUMERO TO X
008036             DIVIDE X BY 2 GIVING WS-QUOTIENT REMAINDER RESULT
008042             PERFORM 2400-WRITE-RESULTADO
008048                 THRU 2400-WRITE-RESULTADO-EXIT
008054         ELSE
008060             PERFORM 2300-WRITE-REJECT
008066                 THRU 2300-WRITE-REJECT-EXIT
008072         END-IF
008080     END-IF.
008090     IF WS-NOT-EOF
008100         DIVIDE WS-RECORD-NUMBER BY WS-CHECKPOINT-INTERVAL
008180                 THRU 2100-READ-NUMERO-FILE-EXIT
008190         END-IF
008200     END-IF.
008202 2000-PROCESS-FILE-EXIT.
008204     EXIT.
008206
008211******************************************************************
008212*  2050-FIND-PARTITION                                           *
008213*  WORKS OUT WHICH PARTITION OWNS THE CURRENT DETAIL.  THE       *
008214*  7-DIGIT RANGE IS CUT INTO WS-PART-COUNT EQUAL SLICES IN       *
008215*  NUMBER ORDER; A VALUE THAT IS NOT A PLAIN NUMBER (NON-NUMERIC *
008216*  OR NEGATIVE) HAS NO PLACE IN THE RANGE AND IS PARTITION 1'S   *
008217*  TO REJECT, SO EVERY DETAIL BELONGS TO EXACTLY ONE PARTITION.  *
008218******************************************************************
008219 2050-FIND-PARTITION.
008220     MOVE 1 TO WS-PART-OF-NUMBER.
008221     IF NR-NUMERO IS NOT NUMERIC
008222         GO TO 2050-FIND-PARTITION-EXIT
008223     END-IF.
008224     COMPUTE WS-PART-PRODUCT = NR-NUMERO * WS-PART-COUNT.
008225     DIVIDE WS-PART-PRODUCT BY 10000000
008226         GIVING WS-PART-OF-NUMBER.
008227     ADD 1 TO WS-PART-OF-NUMBER.
008228 2050-FIND-PARTITION-EXIT.
008229     EXIT.
008230
008240******************************************************************
008250*  2100-READ-NUMERO-FILE                                        *
008510         END-IF
008520         MOVE NH-BATCH-ID      TO WS-BATCH-ID
008530         MOVE NH-BUSINESS-DATE TO WS-BUSINESS-DATE
008531         PERFORM 2155-CHECK-BUSINESS-DATE
008532             THRU 2155-CHECK-BUSINESS-DATE-EXIT
008533         IF WS-FATAL
008534             GO TO 2100-READ-NUMERO-FILE-EXIT
008535         END-IF
008540         SET WS-HDR-SEEN TO TRUE
008550         SET WS-HDR-PENDING TO TRUE
008553         IF WS-PARTITIONED
008556             PERFORM 2190-NOTE-PARTITION-BATCH
008559                 THRU 2190-NOTE-PARTITION-BATCH-EXIT
008562         ELSE
008565             PERFORM 2160-CHECK-BATCH-REGISTER
008568                 THRU 2160-CHECK-BATCH-REGISTER-EXIT
008571         END-IF
008580         IF WS-FATAL
008590             GO TO 2100-READ-NUMERO-FILE-EXIT
008600         END-IF
008850*  SEEN SO FAR ARE ALREADY ON RESFILE/REJFILE AND THE RERUN     *
008860*  AGAINST THE RETRANSMITTED FEED MUST RESUME PAST THEM, NOT    *
008870*  DUPLICATE THEM - AND THE RUN IS STOPPED THROUGH THE ABORT    *
008874*  PATH.  A PARTITION DOES NOT MARK THE REGISTER - IT RECORDS    *
008878*  THE DECLARED COUNT AGAINST THE BATCH FOR THE CONSOLIDATION    *
008882*  STEP, WHICH MARKS THE BATCH COMPLETE ONCE EVERY PARTITION IS  *
008886*  IN.                                                           *
008890******************************************************************
008900 2150-VALIDATE-BATCH-TRAILER.
008910     IF WS-TRAILER-COUNT = WS-BATCH-DETAIL-COUNT
008920         MOVE ZERO TO WS-BATCH-DETAIL-COUNT
008930         MOVE "N"  TO WS-HDR-PENDING-SW
008933         IF WS-PARTITIONED
008936             IF WS-PB-COUNT > ZERO
008939                 MOVE WS-TRAILER-COUNT
008942                     TO WS-PB-DECLARED-COUNT (WS-PB-COUNT)
008945             END-IF
008948         ELSE
008951             PERFORM 2170-MARK-BATCH-COMPLETE
008954                 THRU 2170-MARK-BATCH-COMPLETE-EXIT
008957         END-IF
008960         GO TO 2150-VALIDATE-BATCH-TRAILER-EXIT
008970     END-IF.
008980     DISPLAY "PROGRAMAPAROUIMPAR - BATCH " WS-BATCH-ID
009020         THRU 2500-WRITE-CHECKPOINT-EXIT.
009030     SET WS-FATAL TO TRUE.
009040     SET WS-EOF TO TRUE.
009041 2150-VALIDATE-BATCH-TRAILER-EXIT.
009042     EXIT.
009043
009044******************************************************************
009045*  2155-CHECK-BUSINESS-DATE                                      *
009046*  CHECKS THE HEADER'S BUSINESS DATE BEFORE THE BATCH IS         *
009047*  REGISTERED OR A SINGLE DETAIL OF IT IS CLASSIFIED.  A BATCH   *
009048*  DATED AFTER THE CYCLE DATE, ON A HOLIDAY ON THE PROCESSING    *
009051*  CALENDAR OR ON NO VALID DATE AT ALL WAS SENT EARLY OR         *
009052*  MISDATED BY THE SOURCE, SO IT IS REFUSED AND THE RUN STOPPED  *
009053*  WITH THE SAME RC=12 AS A BATCH ALREADY PROCESSED - THE        *
009054*  SERVICE DESK CHASES THE SOURCE, NOT THE RUN.  A WEEKEND DATE  *
009055*  IS NOT REFUSED: SOURCES DO SEND WEEKEND WORK.                 *
009056******************************************************************
009057 2155-CHECK-BUSINESS-DATE.
009058     MOVE SPACES TO WS-DATE-REASON.
009059     IF WS-BUSINESS-DATE IS NOT NUMERIC
009060         MOVE "IS NOT A VALID DATE" TO WS-DATE-REASON
009061     END-IF.
009062     IF WS-DATE-REASON = SPACES
009063         IF FUNCTION TEST-DATE-YYYYMMDD (WS-BUSINESS-DATE)
009064             NOT = ZERO
009065             MOVE "IS NOT A VALID DATE" TO WS-DATE-REASON
009066         END-IF
009067     END-IF.
009068     IF WS-DATE-REASON = SPACES
009069         AND WS-BUSINESS-DATE > WS-RUN-DATE
009070         MOVE "IS AFTER THE CYCLE DATE" TO WS-DATE-REASON
009071     END-IF.
009072     IF WS-DATE-REASON = SPACES
009073         MOVE ZERO TO WS-CAL-FOUND-SUB
009074         PERFORM 2156-MATCH-CALENDAR-DATE
009075             THRU 2156-MATCH-CALENDAR-DATE-EXIT
009076             VARYING CAL-IDX FROM 1 BY 1
009077             UNTIL CAL-IDX > WS-CAL-LOAD-COUNT
009078                 OR WS-CAL-FOUND-SUB > ZERO
009079         IF WS-CAL-FOUND-SUB > ZERO
009080             IF WS-CAL-DAY-TYPE (WS-CAL-FOUND-SUB) = "H"
009081                 MOVE WS-CAL-DESCRIPTION (WS-CAL-FOUND-SUB)
009082                     TO WS-DATE-REASON
009083             END-IF
009084         END-IF
009085     END-IF.
009086     IF WS-DATE-REASON = SPACES
009087         GO TO 2155-CHECK-BUSINESS-DATE-EXIT
009088     END-IF.
009089     DISPLAY "PROGRAMAPAROUIMPAR - BATCH " WS-BATCH-ID
009090         " BUSINESS DATE " NH-BUSINESS-DATE " " WS-DATE-REASON.
009091     DISPLAY "PROGRAMAPAROUIMPAR - BATCH REFUSED FOR CYCLE "
009092         WS-RUN-DATE " - RUN STOPPED BEFORE ANY RECORD OF IT "
009093         "WAS WRITTEN".
009094     SET WS-BAD-DATE-BATCH TO TRUE.
009095     SET WS-FATAL TO TRUE.
009096     SET WS-EOF TO TRUE.
009097 2155-CHECK-BUSINESS-DATE-EXIT.
009098     EXIT.
009099
009100******************************************************************
009101*  2156-MATCH-CALENDAR-DATE                                      *
009102*  NOTES THE CALENDAR TABLE ENTRY FOR THE BUSINESS DATE, IF ANY. *
009103******************************************************************
009104 2156-MATCH-CALENDAR-DATE.
009105     IF WS-CAL-DATE (CAL-IDX) = WS-BUSINESS-DATE
009106         SET WS-CAL-FOUND-SUB TO CAL-IDX
009107     END-IF.
009108 2156-MATCH-CALENDAR-DATE-EXIT.
009109     EXIT.
009110
009111******************************************************************
009112*  2160-CHECK-BATCH-REGISTER                                    *
009113*  LOOKS THE HEADER'S BATCH ID UP ON THE REGISTER BEFORE A      *
009114*  SINGLE DETAIL OF THE BATCH IS CLASSIFIED.  A BATCH ALREADY   *
009120*  MARKED COMPLETE HAS BEEN PROCESSED BY A PRIOR RUN - THE      *
009130*  SOURCE RETRANSMITTED OR AN OPERATOR POINTED THE JOB AT THE   *
009140*  WRONG GENERATION - SO THE RUN IS STOPPED WITH ITS OWN        *
009155*  FAILING THE VERY RESTART THE CHECKPOINT GUARANTEES.  A      *
009160*  BATCH STILL MARKED IN-PROCESS IS A PRIOR ABORTED ATTEMPT     *
009170*  AND IS RE-STAMPED WITH TODAY'S RUN DATE; A MISS REGISTERS    *
009174*  THE BATCH IN-PROCESS.  A BATCH MARKED REVERSED WAS BACKED    *
009178*  OUT BY THE BATCH REVERSAL JOB, SO THIS IS THE CORRECTED      *
009182*  RESEND THE SOURCE WAS ASKED FOR - IT IS RE-REGISTERED        *
009186*  IN-PROCESS LIKE A MISS.  THE TRAILER RECONCILIATION ADVANCES *
009190*  IT TO COMPLETE.  A REGISTER I/O FAILURE IS FATAL FOR THE     *
009200*  SAME REASON A FAILED OPEN IS.                                *
009210******************************************************************
009440         SET WS-FATAL TO TRUE
009450         SET WS-EOF TO TRUE
009460         GO TO 2160-CHECK-BATCH-REGISTER-EXIT
009462     END-IF.
009464     IF BR-REVERSED
009466         DISPLAY "PROGRAMAPAROUIMPAR - BATCH " WS-BATCH-ID
009468             " WAS REVERSED - ACCEPTED AS THE CORRECTED RESEND"
009470     END-IF.
009480     MOVE WS-BUSINESS-DATE TO BR-BUSINESS-DATE.
009490     MOVE WS-RUN-DATE      TO BR-RUN-DATE.
010020     EXIT.
010030
010040******************************************************************
010041*  2190-NOTE-PARTITION-BATCH                                     *
010042*  PARTITION MODE'S STAND-IN FOR THE REGISTER CHECK - THE        *
010043*  CONSOLIDATION STEP OWNS THE BATCH REGISTER, SO A PARTITION    *
010044*  ONLY NOTES THE HEADER'S BATCH IN ITS BATCH TABLE FOR THE      *
010045*  PARTCTL FILE.  MORE BATCHES ON ONE FEED THAN THE TABLE HOLDS  *
010046*  IS FATAL - A BATCH LEFT OFF THE PARTCTL FILE WOULD NEVER BE   *
010047*  MARKED COMPLETE.                                              *
010048******************************************************************
010049 2190-NOTE-PARTITION-BATCH.
010050     IF WS-PB-COUNT NOT < WS-PB-MAX
010051         DISPLAY "PROGRAMAPAROUIMPAR - MORE THAN " WS-PB-MAX
010052             " BATCHES ON THE FEED - PARTITION BATCH TABLE FULL"
010053         SET WS-FATAL TO TRUE
010054         SET WS-EOF TO TRUE
010055         GO TO 2190-NOTE-PARTITION-BATCH-EXIT
010056     END-IF.
010057     ADD 1 TO WS-PB-COUNT.
010058     MOVE WS-BATCH-ID      TO WS-PB-BATCH-ID (WS-PB-COUNT).
010059     MOVE WS-BUSINESS-DATE TO WS-PB-BUSINESS-DATE (WS-PB-COUNT).
010060     MOVE ZERO             TO WS-PB-DECLARED-COUNT (WS-PB-COUNT).
010061 2190-NOTE-PARTITION-BATCH-EXIT.
010062     EXIT.
010063
010064******************************************************************
010065*  2200-VALIDATE-NUMERO                                         *
010066*  REJECTS A NUMERO-FILE RECORD THAT IS NON-NUMERIC, NEGATIVE,   *
010067*  FAILS ITS CHECK DIGIT OR IS A DUPLICATE OF A NUMBER ALREADY   *
010071*  SEEN THIS CYCLE BEFORE IT REACHES THE DIVIDE.  NR-NUMERO      *
010078*  ITSELF IS UNSIGNED, SO A LEADING "-" IS CHECKED FOR ON THE    *
010085*  RAW TEXT IMAGE (NR-NUMERO-X) AHEAD OF THE NUMERIC CLASS TEST  *
010092*  - OTHERWISE A NEGATIVE VALUE WOULD JUST FAIL THE UNSIGNED     *
010099*  NUMERIC TEST AND BE MISREPORTED AS NON-NUMERIC.  THE CHECK    *
010106*  DIGIT IS PROVED BEFORE THE DUPLICATE TEST, SO A MISTYPED      *
010113*  NUMBER IS NEVER MARKED SEEN.  A GOOD NUMBER IS MARKED SEEN ON *
010120*  ITS FIRST PASS SO A DOUBLE-SPOOLED REGION'S SECOND COPY       *
010127*  REJECTS AS A DUPLICATE INSTEAD OF LANDING TWICE ON RESFILE.   *
010134*  A NUMBER STILL GOOD AFTER ALL OF THAT IS LOOKED UP ON THE     *
010141*  WATCH LIST LAST (SEE 2270-CHECK-WATCH-LIST).                  *
010160******************************************************************
010170 2200-VALIDATE-NUMERO.
010180     SET WS-VALID TO TRUE.
010310         END-IF
010320     END-IF.
010330     IF WS-VALID
010331         MOVE NR-NUMERO TO WS-CD-NUMBER
010332         PERFORM 2250-VERIFY-CHECK-DIGIT
010333             THRU 2250-VERIFY-CHECK-DIGIT-EXIT
010334         IF WS-CD-FAILED
010335             SET WS-INVALID TO TRUE
010336             SET REJ-CHECK-DIGIT TO TRUE
010337         END-IF
010338     END-IF.
010339     IF WS-VALID
010340         COMPUTE WS-SEEN-SUB = NR-NUMERO + 1
010350         IF WS-SEEN-FLAG (WS-SEEN-SUB) = "Y"
010360             SET WS-INVALID TO TRUE
010390             MOVE "Y" TO WS-SEEN-FLAG (WS-SEEN-SUB)
010400         END-IF
010410     END-IF.
010412     IF WS-VALID
010414         PERFORM 2270-CHECK-WATCH-LIST
010416             THRU 2270-CHECK-WATCH-LIST-EXIT
010418     END-IF.
010420 2200-VALIDATE-NUMERO-EXIT.
010430     EXIT.
010431
010432******************************************************************
010433*  2250-VERIFY-CHECK-DIGIT                                       *
010434*  PROVES THE CHECK DIGIT OF THE NUMBER IN WS-CD-NUMBER UNDER    *
010435*  THE SCHEME FROM THE SYSIN CONTROL CARD.  MODULUS 10 (LUHN):   *
010436*  THE WEIGHTED SUM OF ALL SEVEN DIGITS, EACH DOUBLED PRODUCT    *
010437*  OVER 9 REDUCED BY 9, MUST BE A MULTIPLE OF 10.  MODULUS 11:   *
010438*  THE CHECK DIGIT MUST EQUAL 11 LESS THE REMAINDER OF THE       *
010439*  WEIGHTED SUM OF THE FIRST SIX DIGITS, A RESULT OF 11 COUNTING *
010440*  AS 0 - A RESULT OF 10 HAS NO CHECK DIGIT, SO SUCH A NUMBER    *
010441*  CAN NEVER PASS.  SCHEME N PASSES EVERY NUMBER.                *
010442******************************************************************
010443 2250-VERIFY-CHECK-DIGIT.
010444     SET WS-CD-PASSED TO TRUE.
010445     IF WS-CD-NONE
010446         GO TO 2250-VERIFY-CHECK-DIGIT-EXIT
010451     END-IF.
010452     IF WS-CD-MOD11
010453         MOVE WS-CD-MOD11-WEIGHTS TO WS-CD-WEIGHT-STRING
010454     ELSE
010455         MOVE WS-CD-LUHN-WEIGHTS  TO WS-CD-WEIGHT-STRING
010456     END-IF.
010457     MOVE ZERO TO WS-CD-SUM.
010458     MOVE 1 TO WS-CD-SUB.
010459     PERFORM 2260-WEIGH-ONE-DIGIT
010460         THRU 2260-WEIGH-ONE-DIGIT-EXIT
010461         UNTIL WS-CD-SUB > 6.
010462     IF WS-CD-MOD11
010463         DIVIDE WS-CD-SUM BY 11 GIVING WS-CD-QUOTIENT
010464             REMAINDER WS-CD-REMAINDER
010465         COMPUTE WS-CD-EXPECTED = 11 - WS-CD-REMAINDER
010466         IF WS-CD-EXPECTED = 11
010467             MOVE ZERO TO WS-CD-EXPECTED
010468         END-IF
010469         IF WS-CD-EXPECTED NOT = WS-CD-DIGIT (7)
010470             SET WS-CD-FAILED TO TRUE
010471         END-IF
010472         GO TO 2250-VERIFY-CHECK-DIGIT-EXIT
010473     END-IF.
010474     ADD WS-CD-DIGIT (7) TO WS-CD-SUM.
010475     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
010476         REMAINDER WS-CD-REMAINDER.
010477     IF WS-CD-REMAINDER NOT = ZERO
010478         SET WS-CD-FAILED TO TRUE
010479     END-IF.
010480 2250-VERIFY-CHECK-DIGIT-EXIT.
010481     EXIT.
010482
010483******************************************************************
010484*  2260-WEIGH-ONE-DIGIT                                          *
010485*  ADDS ONE WEIGHTED DIGIT TO THE CHECK-DIGIT SUM AND STEPS TO   *
010486*  THE NEXT.  UNDER MODULUS 10 A DOUBLED DIGIT OVER 9 COUNTS AS  *
010487*  THE SUM OF ITS OWN TWO DIGITS, WHICH IS THE PRODUCT LESS 9.   *
010488******************************************************************
010489 2260-WEIGH-ONE-DIGIT.
010490     COMPUTE WS-CD-PRODUCT = WS-CD-DIGIT (WS-CD-SUB)
010491         * WS-CD-WEIGHT (WS-CD-SUB).
010492     IF WS-CD-LUHN
010493         AND WS-CD-PRODUCT > 9
010494         SUBTRACT 9 FROM WS-CD-PRODUCT
010495     END-IF.
010496     ADD WS-CD-PRODUCT TO WS-CD-SUM.
010497     ADD 1 TO WS-CD-SUB.
010498 2260-WEIGH-ONE-DIGIT-EXIT.
010499     EXIT.
010500
010501******************************************************************
010502*  2270-CHECK-WATCH-LIST                                         *
010503*  LOOKS THE NUMBER UP ON THE WATCH LIST.  A MISS, OR AN ENTRY   *
010504*  NOT IN FORCE ON THE RUN DATE (NOT YET EFFECTIVE OR ALREADY    *
010505*  EXPIRED), LEAVES THE NUMBER AS IT WAS.  AN ENTRY IN FORCE IS  *
010506*  A HIT AND IS WRITTEN TO THE HIT FILE; A BLOCK ENTRY ALSO      *
010507*  REJECTS THE NUMBER UNDER REASON CODE 05, WHILE A NOTIFY ENTRY *
010508*  LETS IT CLASSIFY AS USUAL.  A BLOCKED NUMBER STAYS MARKED     *
010509*  SEEN, SO A SECOND COPY IN THE SAME CYCLE STILL REJECTS AS A   *
010510*  DUPLICATE.  A LOOKUP THAT FAILS FOR ANY REASON OTHER THAN A   *
010511*  MISS IS FATAL - THE HIT WOULD OTHERWISE GO UNREPORTED.        *
010512******************************************************************
010513 2270-CHECK-WATCH-LIST.
010514     MOVE NR-NUMERO TO WL-NUMERO.
010515     READ WATCH-LIST-FILE
010516         INVALID KEY
010517             GO TO 2270-CHECK-WATCH-LIST-EXIT
010518     END-READ.
010519     IF WS-WL-FILE-STATUS NOT = "00"
010520         AND WS-WL-FILE-STATUS NOT = "02"
010521         DISPLAY "PROGRAMAPAROUIMPAR - WATCH-LIST LOOKUP FAILED "
010522             "FOR " NR-NUMERO ", FILE STATUS = " WS-WL-FILE-STATUS
010523         SET WS-FATAL TO TRUE
010524         SET WS-EOF TO TRUE
010525         GO TO 2270-CHECK-WATCH-LIST-EXIT
010526     END-IF.
010527     IF WL-EFFECTIVE-DATE > WS-RUN-DATE
010528         OR WL-EXPIRY-DATE < WS-RUN-DATE
010529         GO TO 2270-CHECK-WATCH-LIST-EXIT
010530     END-IF.
010531     PERFORM 2280-WRITE-WATCH-HIT
010532         THRU 2280-WRITE-WATCH-HIT-EXIT.
010533     IF WL-BLOCK
010534         SET WS-INVALID TO TRUE
010535         SET REJ-WATCH-BLOCK TO TRUE
010536     END-IF.
010537 2270-CHECK-WATCH-LIST-EXIT.
010538     EXIT.
010539
010540******************************************************************
010541*  2280-WRITE-WATCH-HIT                                          *
010542*  WRITES ONE HIT RECORD - THE NUMBER, THE LIST ACTION, THE      *
010543*  BATCH IT ARRIVED IN AND THE LIST REASON - TO THE HIT FILE.    *
010544*  A HIT THAT CANNOT BE WRITTEN IS FATAL FOR THE SAME REASON A   *
010545*  FAILED LOOKUP IS.                                             *
010546******************************************************************
010547 2280-WRITE-WATCH-HIT.
010548     MOVE WL-NUMERO        TO WH-NUMERO.
010549     MOVE WL-LIST-TYPE     TO WH-LIST-TYPE.
010550     MOVE WS-BATCH-ID      TO WH-BATCH-ID.
010551     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE.
010552     MOVE WS-RUN-DATE      TO WH-RUN-DATE.
010553     MOVE WL-REASON        TO WH-REASON.
010554     WRITE WLHIT-RECORD.
010555     IF WS-WLH-FILE-STATUS NOT = "00"
010556         DISPLAY "PROGRAMAPAROUIMPAR - WLHITS WRITE FAILED FOR "
010557             WL-NUMERO ", FILE STATUS = " WS-WLH-FILE-STATUS
010558         SET WS-FATAL TO TRUE
010559         SET WS-EOF TO TRUE
010560     END-IF.
010561 2280-WRITE-WATCH-HIT-EXIT.
010562     EXIT.
010563
010564******************************************************************
010565*  2300-WRITE-REJECT                                            *
010566*  LOGS THE OFFENDING RAW VALUE, REASON CODE AND BATCH ID TO    *
010567*  THE REJECT-FILE, BUILT FROM THE SHARED REJCLASS COPYBOOK.    *
010568******************************************************************
010569 2300-WRITE-REJECT.
010570     MOVE NR-NUMERO-X TO REJ-NUMERO.
010571     MOVE WS-RUN-DATE TO REJ-RUN-DATE.
010572     MOVE WS-BATCH-ID TO REJ-BATCH-ID.
010573     ADD 1 TO WS-REJECT-COUNT.
010574     IF REJ-DUPLICATE
010575         ADD 1 TO WS-DUP-COUNT
010576     END-IF.
010577     WRITE REJCLASS-RECORD.
010580 2300-WRITE-REJECT-EXIT.
010590     EXIT.
010600
012470*  9000-TERMINATE                                               *
012480*  CLOSES ALL OPEN FILES AT END OF A NORMAL, COMPLETE RUN AND    *
012490*  CLEARS THE CHECKPOINT SO IT CANNOT BE MISREAD AS A RESTART    *
012493*  POINT BY A LATER, UNRELATED RUN.  A PARTITION HANDS ITS       *
012496*  BATCHES AND TOTALS TO THE CONSOLIDATION STEP INSTEAD OF       *
012499*  WRITING THE AUDIT RECORD, GRADING THE REJECT RATE AND         *
012502*  CLOSING THE CYCLE-CONTROL SLOT - THOSE ARE FOR THE WHOLE RUN, *
012505*  SO THEY BELONG TO THE CONSOLIDATION STEP.                     *
012510******************************************************************
012520 9000-TERMINATE.
012521     IF WS-PART-IDLE
012522         PERFORM 9250-WRITE-PARTITION-CONTROL
012523             THRU 9250-WRITE-PARTITION-CONTROL-EXIT
012524         GO TO 9000-TERMINATE-EXIT
012525     END-IF.
012530     CLOSE NUMERO-FILE.
012540     CLOSE RESULTADO-FILE.
012550     CLOSE REJECT-FILE.
012553     IF WS-SERIAL
012556         CLOSE BATCH-REGISTER-FILE
012559     END-IF.
012562     CLOSE WATCH-LIST-FILE.
012565     CLOSE WATCH-HIT-FILE.
012570     PERFORM 2600-CLEAR-CHECKPOINT
012580         THRU 2600-CLEAR-CHECKPOINT-EXIT.
012590     PERFORM 9100-PRINT-SUMMARY
012600         THRU 9100-PRINT-SUMMARY-EXIT.
012601     IF WS-PARTITIONED
012602         PERFORM 9250-WRITE-PARTITION-CONTROL
012603             THRU 9250-WRITE-PARTITION-CONTROL-EXIT
012604         GO TO 9000-TERMINATE-EXIT
012605     END-IF.
012610     PERFORM 9200-WRITE-AUDIT-RECORD
012620         THRU 9200-WRITE-AUDIT-RECORD-EXIT.
012630     CLOSE AUDIT-FILE.
012840     DISPLAY "RECORDS CLASSIFIED. . . . . : " WS-TOTAL-COUNT.
012850     DISPLAY "RECORDS REJECTED  . . . . . : " WS-REJECT-COUNT.
012860     DISPLAY "  OF WHICH DUPLICATES . . . : " WS-DUP-COUNT.
012861     DISPLAY "CHECK-DIGIT SCHEME. . . . . : " WS-CD-SCHEME.
012862     IF WS-PARTITIONED
012863         DISPLAY "PARTITION . . . . . . . . . : " WS-PART-NO
012864             " OF " WS-PART-COUNT
012865     END-IF.
012870     DISPLAY "PAR    COUNT . . . . . . . . : " WS-PAR-COUNT.
012880     DISPLAY "PAR    TOTAL . . . . . . . . : " WS-PAR-SUM.
012890     DISPLAY "IMPAR  COUNT . . . . . . . . : " WS-IMPAR-COUNT.
013060     MOVE WS-REJECT-COUNT  TO AUD-REJECT-COUNT.
013070     MOVE WS-DUP-COUNT     TO AUD-DUP-COUNT.
013080     WRITE AUDCLASS-RECORD.
013081 9200-WRITE-AUDIT-RECORD-EXIT.
013082     EXIT.
013083
013084******************************************************************
013085*  9250-WRITE-PARTITION-CONTROL                                  *
013086*  PARTITION MODE ONLY.  WRITES THE PARTCTL FILE FOR THE         *
013087*  CONSOLIDATION STEP - ONE B RECORD PER BATCH PROVED ON THE     *
013088*  FEED, THEN THE T RECORD WITH THIS PARTITION'S TOTALS.  AN     *
013089*  IDLE PARTITION WRITES ITS T RECORD ONLY, ALL ZERO.  THE       *
013091*  CHECKPOINT IS ALREADY CLEARED, SO A FILE THAT CANNOT BE       *
013092*  WRITTEN FAILS THE STEP RC=16 AND THE PARTITION IS RERUN FROM  *
013093*  THE TOP; THE CONSOLIDATION STEP WILL NOT RUN WITHOUT IT.      *
013094******************************************************************
013095 9250-WRITE-PARTITION-CONTROL.
013096     OPEN OUTPUT PARTITION-CONTROL-FILE.
013097     IF WS-PCT-FILE-STATUS NOT = "00"
013098         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN PARTCTL, "
013099             "FILE STATUS = " WS-PCT-FILE-STATUS
013100         MOVE 16 TO RETURN-CODE
013101         GO TO 9250-WRITE-PARTITION-CONTROL-EXIT
013102     END-IF.
013103     MOVE 1 TO WS-PB-SUB.
013104     PERFORM 9260-WRITE-PARTITION-BATCH
013105         THRU 9260-WRITE-PARTITION-BATCH-EXIT
013106         UNTIL WS-PB-SUB > WS-PB-COUNT.
013107     MOVE SPACES           TO PARTCTL-RECORD.
013108     SET PC-TOTALS TO TRUE.
013109     MOVE WS-PART-NO       TO PC-PARTITION-NO.
013110     MOVE WS-PART-COUNT    TO PC-PARTITION-COUNT.
013111     MOVE WS-RUN-DATE      TO PC-RUN-DATE.
013112     MOVE WS-RECORD-NUMBER TO PC-RECORDS-READ.
013113     MOVE WS-TOTAL-COUNT   TO PC-CLASSIFIED-COUNT.
013114     MOVE WS-REJECT-COUNT  TO PC-REJECT-COUNT.
013115     MOVE WS-DUP-COUNT     TO PC-DUP-COUNT.
013116     MOVE WS-PAR-COUNT     TO PC-PAR-COUNT.
013117     MOVE WS-IMPAR-COUNT   TO PC-IMPAR-COUNT.
013118     MOVE WS-PAR-SUM       TO PC-PAR-SUM.
013119     MOVE WS-IMPAR-SUM     TO PC-IMPAR-SUM.
013120     MOVE WS-CD-SCHEME     TO PC-CHECK-SCHEME.
013121     IF WS-PART-IDLE
013122         SET PC-IDLE TO TRUE
013123     ELSE
013124         SET PC-ACTIVE TO TRUE
013125     END-IF.
013126     WRITE PARTCTL-RECORD.
013127     IF WS-PCT-FILE-STATUS NOT = "00"
013128         DISPLAY "PROGRAMAPAROUIMPAR - PARTCTL WRITE FAILED, "
013129             "FILE STATUS = " WS-PCT-FILE-STATUS
013130         MOVE 16 TO RETURN-CODE
013131     END-IF.
013132     CLOSE PARTITION-CONTROL-FILE.
013133 9250-WRITE-PARTITION-CONTROL-EXIT.
013134     EXIT.
013135
013136******************************************************************
013137*  9260-WRITE-PARTITION-BATCH                                    *
013138*  WRITES ONE B RECORD FROM THE BATCH TABLE AND STEPS TO THE     *
013139*  NEXT.                                                         *
013140******************************************************************
013141 9260-WRITE-PARTITION-BATCH.
013142     MOVE SPACES           TO PARTCTL-RECORD.
013143     SET PC-BATCH-ENTRY TO TRUE.
013144     MOVE WS-PART-NO       TO PC-PARTITION-NO.
013145     MOVE WS-PART-COUNT    TO PC-PARTITION-COUNT.
013146     MOVE WS-RUN-DATE      TO PC-RUN-DATE.
013147     MOVE WS-PB-BATCH-ID (WS-PB-SUB)
013148                           TO PC-BATCH-ID.
013149     MOVE WS-PB-BUSINESS-DATE (WS-PB-SUB)
013150                           TO PC-BUSINESS-DATE.
013151     MOVE WS-PB-DECLARED-COUNT (WS-PB-SUB)
013152                           TO PC-DECLARED-COUNT.
013153     WRITE PARTCTL-RECORD.
013154     IF WS-PCT-FILE-STATUS NOT = "00"
013155         DISPLAY "PROGRAMAPAROUIMPAR - PARTCTL WRITE FAILED, "
013156             "FILE STATUS = " WS-PCT-FILE-STATUS
013157         MOVE 16 TO RETURN-CODE
013158     END-IF.
013159     ADD 1 TO WS-PB-SUB.
013160 9260-WRITE-PARTITION-BATCH-EXIT.
013161     EXIT.
013162
013163******************************************************************
013164*  9300-QUALITY-GATE                                             *
013165*  GRADES THE COMPLETED RUN BY ITS REJECT RATE.  OVER THE        *
013166*  WARNING THRESHOLD THE STEP ENDS RC=4; OVER THE FAILURE        *
013167*  THRESHOLD IT ENDS RC=8 AND THE BATCH IS HELD, SO THE          *
013170*  PARIMPAR JCL CAN CONDITION DOWNSTREAM STEPS ON THE STEP       *
013180*  CODE.  BOTH THRESHOLDS ARE PERCENTAGES OF RECORDS READ AND    *
013190*  COME FROM THE SYSIN CONTROL CARD.  THE RUN ITSELF IS STILL    *
013700         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO MARK CYCFILE "
013710             "SLOT COMPLETE, FILE STATUS = " WS-CYC-FILE-STATUS
013720     END-IF.
013722     IF WS-CYC-FILE-STATUS = "00"
013724         PERFORM 9450-WRITE-CYCLE-HISTORY
013726             THRU 9450-WRITE-CYCLE-HISTORY-EXIT
013728     END-IF.
013730     CLOSE CYCLE-CONTROL-FILE.
013740 9400-CLOSE-CYCLE-CONTROL-EXIT.
013741     EXIT.
013742
013743******************************************************************
013744*  9450-WRITE-CYCLE-HISTORY                                     *
013745*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION   *
013746*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY    *
013747*  THE SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE   *
013748*  STEP CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN   *
013749*  BE TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE    *
013750*  FIRST RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN  *
013751*  IS FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS  *
013752*  STEP CODE STAND.                                             *
013753******************************************************************
013754 9450-WRITE-CYCLE-HISTORY.
013755     OPEN EXTEND CYCLE-HISTORY-FILE.
013756     IF WS-CHS-FILE-STATUS NOT = "00"
013757         OPEN OUTPUT CYCLE-HISTORY-FILE
013758     END-IF.
013759     IF WS-CHS-FILE-STATUS NOT = "00"
013760         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO OPEN CYCHIST, "
013761             "FILE STATUS = " WS-CHS-FILE-STATUS
013762         GO TO 9450-WRITE-CYCLE-HISTORY-EXIT
013763     END-IF.
013764     MOVE WS-RUN-DATE       TO CH-CYCLE-DATE.
013765     MOVE "PARIMPAR"        TO CH-JOB-NAME.
013766     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
013767     MOVE WS-CHS-START-DATE TO CH-START-DATE.
013768     MOVE WS-CHS-START-TIME TO CH-START-TIME.
013769     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
013770     MOVE WS-CYC-TIME       TO CH-END-TIME.
013771     MOVE CH-START-TIME TO WS-CHS-CLOCK.
013772     COMPUTE WS-CHS-START-SECS =
013773         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
013774         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
013775     MOVE CH-END-TIME TO WS-CHS-CLOCK.
013776     COMPUTE WS-CHS-END-SECS =
013777         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
013778         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
013779     IF WS-CHS-END-SECS > WS-CHS-START-SECS
013780         COMPUTE CH-ELAPSED-SECS =
013781             WS-CHS-END-SECS - WS-CHS-START-SECS
013782     ELSE
013783         MOVE ZERO TO CH-ELAPSED-SECS
013784     END-IF.
013785     MOVE RETURN-CODE TO CH-RETURN-CODE.
013786     WRITE CYCHIST-RECORD.
013787     IF WS-CHS-FILE-STATUS NOT = "00"
013788         DISPLAY "PROGRAMAPAROUIMPAR - UNABLE TO WRITE CYCHIST, "
013789             "FILE STATUS = " WS-CHS-FILE-STATUS
013790     END-IF.
013791     CLOSE CYCLE-HISTORY-FILE.
013792 9450-WRITE-CYCLE-HISTORY-EXIT.
013793     EXIT.
013794
013795******************************************************************
013796*  9500-ABORT-RUN                                                *
013797*  REACHED ONLY WHEN WS-FATAL WAS SET DURING 1000-INITIALIZE OR  *
013800*  MID-RUN (A REQUIRED FILE COULD NOT BE OPENED, A SUMMARY      *
013810*  ACCUMULATOR OVERFLOWED, OR A BATCH TRAILER WAS MISSING OR    *
013820*  DISAGREED WITH THE DETAILS ACTUALLY READ).  SETS A NON-ZERO  *
013830*  RETURN CODE SO THE JOB STEP SHOWS FAILED RATHER THAN A CLEAN *
013840*  END, AND SKIPS THE NORMAL SUMMARY/AUDIT/CHECKPOINT-CLEARING  *
013850*  PROCESSING SINCE THE RUN NEVER GENUINELY COMPLETED.  AN      *
013858*  ALREADY-PROCESSED BATCH ID, OR A BATCH REFUSED FOR ITS       *
013866*  BUSINESS DATE, GETS ITS OWN RC=12 SO THE SCHEDULER AND       *
013874*  THE SERVICE DESK CAN TELL A SOURCE PROBLEM FROM A BROKEN     *
013882*  RUN; EVERYTHING ELSE ENDS RC=16.  ANY FILES OPENED           *
013890*  SUCCESSFULLY BEFORE THE FATAL CONDITION ARE CLOSED           *
013900*  IMPLICITLY BY STOP RUN.                                      *
013910******************************************************************
013920 9500-ABORT-RUN.
013930     DISPLAY "PROGRAMAPAROUIMPAR - RUN ABORTED, SEE PRIOR "
013940         "MESSAGE".
013950     IF WS-DUP-BATCH
013955         OR WS-BAD-DATE-BATCH
013960         MOVE 12 TO RETURN-CODE
013970         GO TO 9500-ABORT-RUN-EXIT
013980     END-IF.
