000640*                  UNTIL THAT CYCLE CLOSES.  THE SLOT IS
000650*                  STAMPED OPEN AT START AND COMPLETE AT CLEAN
000660*                  END OF JOB, AND A RERUN OF A STEP ALREADY
000662*                  COMPLETE FOR THE SAME CYCLE DATE IS FLAGGED.
000664*  10/15/26  RA    THE DISPOSITION REPORT NOW PRINTS THE NEW
000666*                  CHECK-DIGIT REASON (CODE 04), AND THE DECK
000668*                  PRE-EDIT FAILS AN ACTION-C CARD FOR A CHECK-
000671*                  DIGIT REJECT WHOSE NEW VALUE DOES NOT ITSELF
000672*                  PASS THE CHECK DIGIT - OTHERWISE THE RECYCLE
000673*                  FEED WOULD ONLY BOUNCE IT STRAIGHT BACK.  THE
000674*                  SCHEME COMES FROM A NEW OPTIONAL SYSIN CARD
000675*                  (COLUMN 1: L MODULUS 10, M MODULUS 11, N
000676*                  NONE) THAT MUST MATCH THE CLASSIFIER'S CARD;
000677*                  NO CARD MEANS MODULUS 10, AS THERE.
000678*  10/15/26  RA    THE DISPOSITION REPORT NOW PRINTS THE NEW
000679*                  WATCH-LIST BLOCK REASON (CODE 05).
000680*  10/15/26  RA    THE BATCH ID NOW ON EVERY REJCLASS RECORD IS
000681*                  CARRIED INTO THE REJAGED CARRY-FORWARD (NOW 28
000682*                  BYTES), AND EVERY REJECT CORRECTED OR DROPPED
000683*                  IS ALSO WRITTEN TO THE NEW RSLVFILE (SHARED
000684*                  REJRSLV COPYBOOK) WITH THAT BATCH ID, SO
000685*                  PROGRAMANOTIFICAORIGEM CAN REPORT THE
000686*                  RESOLUTION BACK TO THE REGION THAT SENT IT.
000687*  10/15/26  RA    THE RUN DATE IS NOW THE LOGICAL CYCLE DATE SET
000688*                  ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP, NOT
000689*                  THE SYSTEM DATE.  SLOT 8 IS CREATED WITH THE
000690*                  OTHERS ON A FIRST RUN.
000691*  10/15/26  RA    CYCLE HISTORY.  WHEN THE SLOT IS STAMPED
000692*                  COMPLETE ONE RECORD - CYCLE, JOB, START AND END
000693*                  TIME, ELAPSED SECONDS AND STEP CODE - IS
000694*                  APPENDED TO CYCHIST FOR THE BATCH-WINDOW
000695*                  REPORT.
000696******************************************************************
000697 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT REJECT-FILE ASSIGN TO REJFILE
000950         ACCESS MODE IS RANDOM
000960         RELATIVE KEY IS WS-CYC-KEY
000970         FILE STATUS IS WS-CYC-FILE-STATUS.
000971     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000972         ORGANIZATION IS LINE SEQUENTIAL
000973         FILE STATUS IS WS-CTL-FILE-STATUS.
000974     SELECT RESOLVED-FILE ASSIGN TO RSLVFILE
000975         ORGANIZATION IS LINE SEQUENTIAL
000976         FILE STATUS IS WS-RSV-FILE-STATUS.
000977     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
000978         ORGANIZATION IS LINE SEQUENTIAL
000979         FILE STATUS IS WS-CHS-FILE-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000******************************************************************
001150******************************************************************
001160 FD  PRIOR-OUTSTANDING-FILE
001170     RECORDING MODE IS F.
001180 01  PRIOR-OUTSTANDING-RECORD    PIC X(28).
001190
001200******************************************************************
001210*  CORRECTION-FILE - ONE HAND-KEYED CORRECTION CARD PER REJECT   *
001540******************************************************************
001550 FD  NEW-OUTSTANDING-FILE
001560     RECORDING MODE IS F.
001570 01  NEW-OUTSTANDING-RECORD      PIC X(28).
001580
001590******************************************************************
001600*  REPORT-FILE - THE PRINTED DISPOSITION REPORT, ONE LINE PER    *
001800*  CYCCTL COPYBOOK FOR THE SLOT ASSIGNMENTS.                     *
001810******************************************************************
001820 FD  CYCLE-CONTROL-FILE.
001822     COPY CYCCTL.
001824
001826******************************************************************
001828*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
001831*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
001832*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
001833******************************************************************
001834 FD  CYCLE-HISTORY-FILE
001835     RECORDING MODE IS F.
001836     COPY CYCHIST.
001837
001838******************************************************************
001839*  CONTROL-CARD-FILE - ONE OPTIONAL SYSIN CONTROL CARD GIVING    *
001840*  THE CHECK-DIGIT SCHEME A CORRECTED VALUE FOR A CHECK-DIGIT    *
001841*  REJECT IS PROVED AGAINST - THE SAME SCHEME CODE THE           *
001842*  CLASSIFIER'S CONTROL CARD CARRIES IN COLUMN 30.               *
001843******************************************************************
001844 FD  CONTROL-CARD-FILE
001845     RECORDING MODE IS F.
001846 01  CONTROL-CARD-RECORD.
001847     05  CTL-CHECK-SCHEME        PIC X(01).
001848
001849******************************************************************
001850*  RESOLVED-FILE - ONE RECORD PER REJECT CORRECTED OR DROPPED    *
001851*  THIS RUN, IN THE SHARED REJRSLV LAYOUT, FOR THE RETURN-TO-    *
001852*  SOURCE NOTIFICATION JOB TO REPORT BACK TO THE REJECT'S BATCH. *
001853******************************************************************
001854 FD  RESOLVED-FILE
001855     RECORDING MODE IS F.
001856     COPY REJRSLV.
001857
001858 WORKING-STORAGE SECTION.
001860******************************************************************
001870*  SWITCHES                                                      *
001880******************************************************************
002100 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
002110 77  WS-CAU-FILE-STATUS      PIC X(02)      VALUE SPACES.
002120 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
002123 77  WS-CTL-FILE-STATUS      PIC X(02)      VALUE SPACES.
002126 77  WS-RSV-FILE-STATUS      PIC X(02)      VALUE SPACES.
002130
002140******************************************************************
002150*  REJAGED WORK AREA - EVERY REJECT, WHETHER FROM THE CURRENT   *
002300         10  WS-COR-NEW          PIC X(07).
002310         10  WS-COR-KEYER        PIC X(08).
002320         10  WS-COR-MATCHED      PIC X(01).
002325         10  WS-COR-REASON       PIC 9(02).
002330 77  WS-COR-COUNT            PIC 9(03) COMP VALUE ZERO.
002340 77  WS-COR-MAX              PIC 9(03) COMP VALUE 500.
002350 77  WS-COR-EDIT-SUB         PIC 9(03) COMP VALUE ZERO.
002440*  WORKING FIELDS FOR THE CORRECTION-DECK PRE-EDIT              *
002450*****************************************************************
002460 77  WS-MARK-VALUE           PIC X(07)      VALUE SPACES.
002465 77  WS-MARK-REASON          PIC 9(02)      VALUE ZERO.
002470 77  WS-EDIT-ERROR-TEXT      PIC X(30)      VALUE SPACES.
002480
002490*****************************************************************
002500*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 3)         *
002510*****************************************************************
002520 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
002525 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
002530 77  WS-CYC-OWN-SLOT         PIC 9(04) COMP VALUE 3.
002531 77  WS-CYC-TIME             PIC 9(08)      VALUE ZERO.
002532
002533*****************************************************************
002534*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                  *
002535*****************************************************************
002536 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
002541 77  WS-CHS-START-DATE       PIC 9(08)      VALUE ZERO.
002542 77  WS-CHS-START-TIME       PIC 9(08)      VALUE ZERO.
002543 77  WS-CHS-START-SECS       PIC 9(11)      VALUE ZERO.
002544 77  WS-CHS-END-SECS         PIC 9(11)      VALUE ZERO.
002545 01  WS-CHS-CLOCK.
002546     05  WS-CHS-HH           PIC 9(02).
002547     05  WS-CHS-MM           PIC 9(02).
002548     05  WS-CHS-SS           PIC 9(02).
002549     05  WS-CHS-CC           PIC 9(02).
002550
002551*****************************************************************
002552*  WORKING FIELDS FOR THE CHECK-DIGIT VERIFICATION - THE SAME    *
002553*  SCHEMES AND WEIGHTS AS THE CLASSIFIER.  THE SEVEN DIGITS ARE  *
002554*  WEIGHTED LEFT TO RIGHT FROM THE WEIGHT STRING OF THE SCHEME   *
002555*  IN FORCE - 121212 FOR MODULUS 10 (EVERY SECOND DIGIT LEFT OF  *
002556*  THE CHECK DIGIT DOUBLED), 765432 FOR MODULUS 11 - AND THE     *
002557*  SEVENTH DIGIT IS THE CHECK DIGIT ITSELF.                      *
002558*****************************************************************
002559 77  WS-CD-SCHEME            PIC X(01)      VALUE "L".
002560     88  WS-CD-LUHN                          VALUE "L".
002561     88  WS-CD-MOD11                         VALUE "M".
002562     88  WS-CD-NONE                          VALUE "N".
002563 77  WS-CD-SW                PIC X(01)      VALUE "Y".
002564     88  WS-CD-PASSED                        VALUE "Y".
002565     88  WS-CD-FAILED                        VALUE "N".
002566 01  WS-CD-NUMBER            PIC 9(07)      VALUE ZERO.
002567 01  WS-CD-DIGITS REDEFINES WS-CD-NUMBER.
002568     05  WS-CD-DIGIT OCCURS 7 TIMES
002569                             PIC 9(01).
002570 01  WS-CD-WEIGHT-STRING     PIC X(06)      VALUE SPACES.
002571 01  WS-CD-WEIGHTS REDEFINES WS-CD-WEIGHT-STRING.
002572     05  WS-CD-WEIGHT OCCURS 6 TIMES
002573                             PIC 9(01).
002574 77  WS-CD-LUHN-WEIGHTS      PIC X(06)      VALUE "121212".
002575 77  WS-CD-MOD11-WEIGHTS     PIC X(06)      VALUE "765432".
002576 77  WS-CD-SUB               PIC 9(04) COMP VALUE ZERO.
002577 77  WS-CD-PRODUCT           PIC 9(03)      VALUE ZERO.
002578 77  WS-CD-SUM               PIC 9(05)      VALUE ZERO.
002579 77  WS-CD-QUOTIENT          PIC 9(05)      VALUE ZERO.
002580 77  WS-CD-REMAINDER         PIC 9(02)      VALUE ZERO.
002581 77  WS-CD-EXPECTED          PIC 9(02)      VALUE ZERO.
002582
002583*****************************************************************
002584*  RECYCLE-FEED BATCH HEADER, DETAIL AND TRAILER LINES.  THE    *
002585*  BATCH ID IS RCY PLUS THE LAST FIVE DIGITS OF THE REPAIR      *
002590*  DATE, SO EACH DAY'S RECYCLE BATCH IS TRACEABLE ON RESFILE.   *
002600*****************************************************************
002610 01  WS-RCY-BATCH-ID.
002840 77  WS-AGED-COUNT           PIC 9(05)      VALUE ZERO.
002850 77  WS-BAD-CARD-COUNT       PIC 9(05)      VALUE ZERO.
002860 77  WS-RECYCLE-COUNT        PIC 9(05)      VALUE ZERO.
002865 77  WS-RESOLVED-COUNT       PIC 9(05)      VALUE ZERO.
002870
002880*****************************************************************
002890*  REPORT LINES                                                  *
003790*  ROUTE TO A CONTROLLED ABORT.                                  *
003800******************************************************************
003810 1000-INITIALIZE.
003813     PERFORM 1690-READ-CYCLE-DATE
003816         THRU 1690-READ-CYCLE-DATE-EXIT.
003819     IF WS-FATAL
003822         GO TO 1000-INITIALIZE-EXIT
003825     END-IF.
003830     PERFORM 1700-CHECK-CYCLE-CONTROL
003840         THRU 1700-CHECK-CYCLE-CONTROL-EXIT.
003850     IF WS-FATAL
003860         GO TO 1000-INITIALIZE-EXIT
003870     END-IF.
003873     PERFORM 1050-READ-CONTROL-CARD
003876         THRU 1050-READ-CONTROL-CARD-EXIT.
003880     OPEN OUTPUT REPORT-FILE.
003890     IF WS-RPT-FILE-STATUS NOT = "00"
003900         DISPLAY "PROGRAMAREPARAREJEITO - UNABLE TO OPEN "
003940     END-IF.
003950     OPEN OUTPUT RECYCLE-FILE.
003960     OPEN OUTPUT NEW-OUTSTANDING-FILE.
003965     OPEN OUTPUT RESOLVED-FILE.
003970     IF WS-RCY-FILE-STATUS NOT = "00"
003980         OR WS-NEW-FILE-STATUS NOT = "00"
003985         OR WS-RSV-FILE-STATUS NOT = "00"
003990         DISPLAY "PROGRAMAREPARAREJEITO - UNABLE TO OPEN "
003997             "RCYFILE/NEWOUT/RSLVFILE, FILE STATUS = "
004004             WS-RCY-FILE-STATUS "/" WS-NEW-FILE-STATUS "/"
004011             WS-RSV-FILE-STATUS
004020         SET WS-FATAL TO TRUE
004030         GO TO 1000-INITIALIZE-EXIT
004040     END-IF.
004500 1000-INITIALIZE-EXIT.
004510     EXIT.
004520
004522******************************************************************
004524*  1050-READ-CONTROL-CARD                                        *
004526*  READS THE OPTIONAL SYSIN CONTROL CARD.  A MISSING CARD OR A   *
004528*  BLANK SCHEME LEAVES MODULUS 10 IN FORCE; AN UNKNOWN SCHEME    *
004531*  IS FLAGGED ON THE CONSOLE AND MODULUS 10 IS KEPT, THE SAME    *
004532*  WAY THE CLASSIFIER TREATS ITS OWN CARD.                       *
004533******************************************************************
004534 1050-READ-CONTROL-CARD.
004535     OPEN INPUT CONTROL-CARD-FILE.
004536     IF WS-CTL-FILE-STATUS NOT = "00"
004537         GO TO 1050-READ-CONTROL-CARD-EXIT
004538     END-IF.
004539     READ CONTROL-CARD-FILE
004540         AT END
004541             MOVE SPACES TO CONTROL-CARD-RECORD
004542     END-READ.
004543     CLOSE CONTROL-CARD-FILE.
004544     IF CTL-CHECK-SCHEME = "L" OR "M" OR "N"
004545         MOVE CTL-CHECK-SCHEME TO WS-CD-SCHEME
004546     ELSE
004547         IF CTL-CHECK-SCHEME NOT = SPACE
004548             DISPLAY "PROGRAMAREPARAREJEITO - UNSUPPORTED CHECK-"
004549                 "DIGIT SCHEME ON SYSIN: " CTL-CHECK-SCHEME
004550             DISPLAY "PROGRAMAREPARAREJEITO - CONTINUING WITH "
004551                 "SCHEME " WS-CD-SCHEME
004552         END-IF
004553     END-IF.
004554 1050-READ-CONTROL-CARD-EXIT.
004555     EXIT.
004556
004557******************************************************************
004558*  1100-LOAD-CORRECTION-CARD                                     *
004559*  READS ONE CORRECTION CARD INTO THE NEXT TABLE SLOT.  A DECK   *
004560*  LARGER THAN THE TABLE IS A KEYING ERROR, NOT A VOLUME CASE -  *
004570*  THE OVERFLOWING CARDS ARE FLAGGED ON THE CONSOLE AND          *
004580*  IGNORED, AND THEIR REJECTS SIMPLY STAY OUTSTANDING.           *
004710         MOVE COR-NEW-VALUE  TO WS-COR-NEW   (COR-IDX)
004720         MOVE COR-KEYER-ID   TO WS-COR-KEYER (COR-IDX)
004730         MOVE "N"            TO WS-COR-MATCHED (COR-IDX)
004735         MOVE ZERO           TO WS-COR-REASON (COR-IDX)
004740     ELSE
004750         DISPLAY "PROGRAMAREPARAREJEITO - CORRECTION TABLE "
004760             "FULL, CARD IGNORED: " CORRECTION-CARD
005750******************************************************************
005760 1510-MARK-FROM-REJECT.
005770     MOVE REJ-NUMERO TO WS-MARK-VALUE.
005775     MOVE REJ-REASON-CODE TO WS-MARK-REASON.
005780     PERFORM 1530-MARK-MATCHED-CARD
005790         THRU 1530-MARK-MATCHED-CARD-EXIT.
005800     PERFORM 2100-READ-REJECT-FILE
005900******************************************************************
005910 1520-MARK-FROM-PRIOR.
005920     MOVE RJA-NUMERO TO WS-MARK-VALUE.
005925     MOVE RJA-REASON-CODE TO WS-MARK-REASON.
005930     PERFORM 1530-MARK-MATCHED-CARD
005940         THRU 1530-MARK-MATCHED-CARD-EXIT.
005950     PERFORM 2600-READ-PRIOR-OUTSTANDING
006000******************************************************************
006010*  1530-MARK-MATCHED-CARD                                        *
006020*  FLAGS THE FIRST CARD KEYED ON THE OUTSTANDING VALUE IN        *
006026*  WS-MARK-VALUE, IF THERE IS ONE, AND NOTES THE REASON THE      *
006032*  VALUE WAS REJECTED FOR THE EDIT THAT DEPENDS ON IT.           *
006040******************************************************************
006050 1530-MARK-MATCHED-CARD.
006060     SET COR-IDX TO 1.
006090             CONTINUE
006100         WHEN WS-COR-ORIG (COR-IDX) = WS-MARK-VALUE
006110             MOVE "Y" TO WS-COR-MATCHED (COR-IDX)
006115             MOVE WS-MARK-REASON TO WS-COR-REASON (COR-IDX)
006120     END-SEARCH.
006130 1530-MARK-MATCHED-CARD-EXIT.
006140     EXIT.
006410******************************************************************
006420*  1650-EDIT-ONE-CARD                                            *
006430*  EDITS ONE CARD: THE ACTION MUST BE C OR D, AN ACTION-C NEW    *
006438*  VALUE MUST BE NUMERIC AND POSITIVE, THE ORIGINAL VALUE MUST   *
006446*  ACTUALLY BE OUTSTANDING ON THE CYCLE, AND AN ACTION-C NEW     *
006454*  VALUE FOR A CHECK-DIGIT REJECT MUST ITSELF PASS THE CHECK     *
006462*  DIGIT.  THE FIRST RULE BROKEN GOES ON THE EDIT REPORT - THE   *
006470*  EDIT HEADING IS PRINTED AHEAD OF THE FIRST ERROR ONLY.        *
006480******************************************************************
006490 1650-EDIT-ONE-CARD.
006500     ADD 1 TO WS-COR-EDIT-SUB.
006640     END-IF.
006650     IF WS-COR-MATCHED (COR-IDX) NOT = "Y"
006660         MOVE "ORIG VALUE NOT OUTSTANDING"
006661             TO WS-EDIT-ERROR-TEXT
006662         GO TO 1650-EDIT-ONE-CARD-REPORT
006663     END-IF.
006664     IF WS-COR-ACT (COR-IDX) = "C"
006665         AND WS-COR-REASON (COR-IDX) = 04
006666         MOVE WS-COR-NEW (COR-IDX) TO WS-CD-NUMBER
006667         PERFORM 1660-VERIFY-CHECK-DIGIT
006675             THRU 1660-VERIFY-CHECK-DIGIT-EXIT
006676         IF WS-CD-FAILED
006677             MOVE "NEW VALUE FAILS CHECK DIGIT"
006678                 TO WS-EDIT-ERROR-TEXT
006679         END-IF
006680     END-IF.
006690 1650-EDIT-ONE-CARD-REPORT.
006700     IF WS-EDIT-ERROR-TEXT = SPACES
006820     MOVE WS-COR-KEYER (COR-IDX) TO RPT-EDIT-KEYER.
006830     MOVE WS-EDIT-ERROR-TEXT     TO RPT-EDIT-ERROR.
006840     WRITE REPORT-RECORD FROM RPT-EDIT-LINE.
006841 1650-EDIT-ONE-CARD-EXIT.
006842     EXIT.
006843
006844******************************************************************
006845*  1660-VERIFY-CHECK-DIGIT                                       *
006846*  PROVES THE CHECK DIGIT OF THE NUMBER IN WS-CD-NUMBER UNDER    *
006847*  THE SCHEME FROM THE SYSIN CONTROL CARD, EXACTLY AS THE        *
006848*  CLASSIFIER DOES.  MODULUS 10 (LUHN): THE WEIGHTED SUM OF ALL  *
006851*  SEVEN DIGITS, EACH DOUBLED PRODUCT OVER 9 REDUCED BY 9, MUST  *
006852*  BE A MULTIPLE OF 10.  MODULUS 11: THE CHECK DIGIT MUST EQUAL  *
006853*  11 LESS THE REMAINDER OF THE WEIGHTED SUM OF THE FIRST SIX    *
006854*  DIGITS, A RESULT OF 11 COUNTING AS 0 - A RESULT OF 10 HAS NO  *
006855*  CHECK DIGIT, SO SUCH A NUMBER CAN NEVER PASS.  SCHEME N       *
006856*  PASSES EVERY NUMBER.                                          *
006857******************************************************************
006858 1660-VERIFY-CHECK-DIGIT.
006859     SET WS-CD-PASSED TO TRUE.
006860     IF WS-CD-NONE
006861         GO TO 1660-VERIFY-CHECK-DIGIT-EXIT
006862     END-IF.
006863     IF WS-CD-MOD11
006864         MOVE WS-CD-MOD11-WEIGHTS TO WS-CD-WEIGHT-STRING
006865     ELSE
006866         MOVE WS-CD-LUHN-WEIGHTS  TO WS-CD-WEIGHT-STRING
006867     END-IF.
006868     MOVE ZERO TO WS-CD-SUM.
006869     MOVE 1 TO WS-CD-SUB.
006870     PERFORM 1670-WEIGH-ONE-DIGIT
006871         THRU 1670-WEIGH-ONE-DIGIT-EXIT
006872         UNTIL WS-CD-SUB > 6.
006873     IF WS-CD-MOD11
006874         DIVIDE WS-CD-SUM BY 11 GIVING WS-CD-QUOTIENT
006875             REMAINDER WS-CD-REMAINDER
006876         COMPUTE WS-CD-EXPECTED = 11 - WS-CD-REMAINDER
006877         IF WS-CD-EXPECTED = 11
006878             MOVE ZERO TO WS-CD-EXPECTED
006879         END-IF
006880         IF WS-CD-EXPECTED NOT = WS-CD-DIGIT (7)
006881             SET WS-CD-FAILED TO TRUE
006882         END-IF
006883         GO TO 1660-VERIFY-CHECK-DIGIT-EXIT
006884     END-IF.
006885     ADD WS-CD-DIGIT (7) TO WS-CD-SUM.
006886     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
006887         REMAINDER WS-CD-REMAINDER.
006888     IF WS-CD-REMAINDER NOT = ZERO
006889         SET WS-CD-FAILED TO TRUE
006890     END-IF.
006891 1660-VERIFY-CHECK-DIGIT-EXIT.
006892     EXIT.
006893
006894******************************************************************
006895*  1670-WEIGH-ONE-DIGIT                                          *
006896*  ADDS ONE WEIGHTED DIGIT TO THE CHECK-DIGIT SUM AND STEPS TO   *
006897*  THE NEXT.  UNDER MODULUS 10 A DOUBLED DIGIT OVER 9 COUNTS AS  *
006898*  THE SUM OF ITS OWN TWO DIGITS, WHICH IS THE PRODUCT LESS 9.   *
006899******************************************************************
006900 1670-WEIGH-ONE-DIGIT.
006901     COMPUTE WS-CD-PRODUCT = WS-CD-DIGIT (WS-CD-SUB)
006902         * WS-CD-WEIGHT (WS-CD-SUB).
006903     IF WS-CD-LUHN
006904         AND WS-CD-PRODUCT > 9
006905         SUBTRACT 9 FROM WS-CD-PRODUCT
006906     END-IF.
006907     ADD WS-CD-PRODUCT TO WS-CD-SUM.
006908     ADD 1 TO WS-CD-SUB.
006909 1670-WEIGH-ONE-DIGIT-EXIT.
006910     EXIT.
006911
006912******************************************************************
006913*  1900-OPEN-CORR-AUDIT                                          *
006914*  OPENS THE APPLIED-CORRECTIONS AUDIT FILE FOR APPEND.  THE     *
006915*  FIRST RUN EVER FINDS NO CORRAUD ON DISK, SO OPEN EXTEND IS    *
006920*  TRIED FIRST AND FALLS BACK TO OPEN OUTPUT TO CREATE IT -      *
006930*  THE SAME IDIOM AS THE CLASSIFIER'S AUDIT TRAIL.  A TRAIL      *
006940*  THAT CANNOT BE OPENED IS FATAL - AN UNTRACEABLE DROP IS THE   *
007070 1900-OPEN-CORR-AUDIT-EXIT.
007080     EXIT.
007090
007091******************************************************************
007092*  1690-READ-CYCLE-DATE                                          *
007093*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
007094*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE     *
007095*  STAMPED ON THE RECYCLE BATCH, THE AGED REJECTS, THE           *
007096*  CORRECTION AUDIT AND THIS JOB'S SLOT, IN PLACE OF THE SYSTEM  *
007097*  DATE, SO A RUN HELD UP PAST MIDNIGHT STILL BELONGS TO ITS     *
007098*  CYCLE.  NO DATE SET IS FATAL - THE CYCLE HAS NOT BEEN OPENED. *
007099******************************************************************
007100 1690-READ-CYCLE-DATE.
007101     OPEN INPUT CYCLE-CONTROL-FILE.
007102     IF WS-CYC-FILE-STATUS NOT = "00"
007103         DISPLAY "PROGRAMAREPARAREJEITO - UNABLE TO OPEN "
007104             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
007105         SET WS-FATAL TO TRUE
007106         GO TO 1690-READ-CYCLE-DATE-EXIT
007107     END-IF.
007108     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
007109     READ CYCLE-CONTROL-FILE
007110         INVALID KEY
007111             CONTINUE
007112     END-READ.
007113     IF WS-CYC-FILE-STATUS = "00"
007114         AND CYC-COMPLETE
007115         AND CYC-CYCLE-DATE > ZERO
007116         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
007117     ELSE
007118         DISPLAY "PROGRAMAREPARAREJEITO - NO CYCLE DATE "
007119             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
007120         SET WS-FATAL TO TRUE
007121     END-IF.
007122     CLOSE CYCLE-CONTROL-FILE.
007123 1690-READ-CYCLE-DATE-EXIT.
007124     EXIT.
007125
007126******************************************************************
007127*  1700-CHECK-CYCLE-CONTROL                                     *
007128*  OPENS THE SHARED CYCLE-CONTROL FILE (CREATING IT WITH EMPTY  *
007130*  SLOTS ON THE FIRST RUN EVER), REFUSES TO START WHILE THE     *
007140*  CLASSIFIER'S SLOT (1) IS STILL OPEN - THE REJNIGHT           *
007150*  SNAPSHOT IS NOT CUT UNTIL THAT CYCLE CLOSES - AND STAMPS     *
007200******************************************************************
007210 1700-CHECK-CYCLE-CONTROL.
007220     ACCEPT WS-CYC-TIME FROM TIME.
007223     ACCEPT WS-CHS-START-DATE FROM DATE YYYYMMDD.
007226     MOVE WS-CYC-TIME TO WS-CHS-START-TIME.
007230     OPEN I-O CYCLE-CONTROL-FILE.
007240     IF WS-CYC-FILE-STATUS = "35"
007250         PERFORM 1750-CREATE-CYCLE-CONTROL
007820     MOVE 1 TO WS-CYC-KEY.
007830     PERFORM 1760-WRITE-EMPTY-SLOT
007840         THRU 1760-WRITE-EMPTY-SLOT-EXIT
007850         UNTIL WS-CYC-KEY > 8.
007860     CLOSE CYCLE-CONTROL-FILE.
007870     OPEN I-O CYCLE-CONTROL-FILE.
007880 1750-CREATE-CYCLE-CONTROL-EXIT.
008230         MOVE WS-RUN-DATE  TO RJA-FIRST-SEEN-DATE
008240     END-IF.
008250     MOVE ZERO            TO RJA-CYCLES-OUTSTANDING.
008255     MOVE REJ-BATCH-ID    TO RJA-BATCH-ID.
008260     PERFORM 3000-DISPOSE-REJECT
008270         THRU 3000-DISPOSE-REJECT-EXIT.
008280     PERFORM 2100-READ-REJECT-FILE
009070             THRU 3200-WRITE-DETAIL-LINE-EXIT
009080         PERFORM 3400-WRITE-CORR-AUDIT
009090             THRU 3400-WRITE-CORR-AUDIT-EXIT
009093         PERFORM 3500-WRITE-RESOLVED
009096             THRU 3500-WRITE-RESOLVED-EXIT
009100         GO TO 3000-DISPOSE-REJECT-EXIT
009110     END-IF.
009120     IF WS-COR-ACT (COR-IDX) = "C"
009210             THRU 3200-WRITE-DETAIL-LINE-EXIT
009220         PERFORM 3400-WRITE-CORR-AUDIT
009230             THRU 3400-WRITE-CORR-AUDIT-EXIT
009233         PERFORM 3500-WRITE-RESOLVED
009236             THRU 3500-WRITE-RESOLVED-EXIT
009240         GO TO 3000-DISPOSE-REJECT-EXIT
009250     END-IF.
009260     ADD 1 TO WS-BAD-CARD-COUNT.
009820             IF RJA-DUPLICATE
009830                 MOVE "DUPLICATE"   TO RPT-REASON
009840             ELSE
009842                 IF RJA-CHECK-DIGIT
009844                     MOVE "CHECK DIGIT" TO RPT-REASON
009846                 ELSE
009848                     IF RJA-WATCH-BLOCK
009850                         MOVE "WATCH BLOCK" TO RPT-REASON
009852                     ELSE
009854                         MOVE "UNKNOWN"     TO RPT-REASON
009856                     END-IF
009858                 END-IF
009860             END-IF
009870         END-IF
009880     END-IF.
010190 3400-WRITE-CORR-AUDIT-EXIT.
010200     EXIT.
010210
010211******************************************************************
010212*  3500-WRITE-RESOLVED                                           *
010213*  WRITES ONE REJECT-RESOLUTION RECORD FOR THE CARD JUST ACTED   *
010214*  ON, CARRYING THE BATCH ID THE REJECT ORIGINALLY CAME IN ON,   *
010215*  SO THE NOTIFICATION JOB CAN TELL THE SOURCE REGION ITS        *
010216*  REJECT WAS RESOLVED.  A FAILED WRITE IS FATAL AND ENDS BOTH   *
010217*  READ LOOPS, THE SAME AS A FAILED CORRAUD WRITE - A            *
010218*  RESOLUTION THE SOURCE NEVER HEARS OF WOULD HAVE THEM KEEP     *
010219*  CHASING A REJECT ALREADY PUT RIGHT.                           *
010220******************************************************************
010221 3500-WRITE-RESOLVED.
010222     MOVE RJA-BATCH-ID           TO RSV-BATCH-ID.
010223     MOVE RJA-NUMERO             TO RSV-NUMERO.
010224     MOVE RJA-REASON-CODE        TO RSV-REASON-CODE.
010225     MOVE WS-COR-ACT (COR-IDX)   TO RSV-ACTION.
010226     IF WS-COR-ACT (COR-IDX) = "C"
010227         MOVE WS-COR-NEW (COR-IDX) TO RSV-NEW-VALUE
010228     ELSE
010229         MOVE SPACES               TO RSV-NEW-VALUE
010230     END-IF.
010231     MOVE RJA-FIRST-SEEN-DATE    TO RSV-FIRST-SEEN-DATE.
010232     MOVE WS-RUN-DATE            TO RSV-REPAIR-DATE.
010233     WRITE REJRSLV-RECORD.
010234     IF WS-RSV-FILE-STATUS NOT = "00"
010235         DISPLAY "PROGRAMAREPARAREJEITO - RSLVFILE WRITE "
010236             "FAILED, FILE STATUS = " WS-RSV-FILE-STATUS
010237         SET WS-FATAL TO TRUE
010238         SET WS-REJ-EOF TO TRUE
010239         SET WS-PRV-EOF TO TRUE
010240         GO TO 3500-WRITE-RESOLVED-EXIT
010241     END-IF.
010242     ADD 1 TO WS-RESOLVED-COUNT.
010243 3500-WRITE-RESOLVED-EXIT.
010244     EXIT.
010245
010246******************************************************************
010247*  9000-TERMINATE                                                *
010248*  WRITES THE DISPOSITION TOTALS TO THE REPORT AND CLOSES ALL    *
010250*  FILES AT END OF A NORMAL RUN.                                 *
010260******************************************************************
010270 9000-TERMINATE.
010510     MOVE "NUMBERS WRITTEN TO RECYCLE. . :" TO RPT-TOT-TEXT.
010520     MOVE WS-RECYCLE-COUNT TO RPT-TOT-COUNT.
010530     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
010532     MOVE "RESOLUTIONS FOR THE SOURCES . :" TO RPT-TOT-TEXT.
010534     MOVE WS-RESOLVED-COUNT TO RPT-TOT-COUNT.
010536     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
010540     CLOSE REJECT-FILE.
010550     IF NOT WS-PRV-EOF
010560         OR WS-PRV-FILE-STATUS = "00"
010650     WRITE RECYCLE-RECORD FROM RCY-TRAILER-LINE.
010660     CLOSE RECYCLE-FILE.
010670     CLOSE NEW-OUTSTANDING-FILE.
010675     CLOSE RESOLVED-FILE.
010680     CLOSE CORRECTIONS-AUDIT-FILE.
010690     CLOSE REPORT-FILE.
010700     PERFORM 9400-CLOSE-CYCLE-CONTROL
010950             "CYCFILE SLOT COMPLETE, FILE STATUS = "
010960             WS-CYC-FILE-STATUS
010970     END-IF.
010972     IF WS-CYC-FILE-STATUS = "00"
010974         PERFORM 9450-WRITE-CYCLE-HISTORY
010976             THRU 9450-WRITE-CYCLE-HISTORY-EXIT
010978     END-IF.
010980     CLOSE CYCLE-CONTROL-FILE.
010990 9400-CLOSE-CYCLE-CONTROL-EXIT.
010991     EXIT.
010992
010993******************************************************************
010994*  9450-WRITE-CYCLE-HISTORY                                     *
010995*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION   *
010996*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY    *
010997*  THE SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE   *
010998*  STEP CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN   *
010999*  BE TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE    *
011000*  FIRST RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN  *
011001*  IS FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS  *
011002*  STEP CODE STAND.                                             *
011003******************************************************************
011004 9450-WRITE-CYCLE-HISTORY.
011005     OPEN EXTEND CYCLE-HISTORY-FILE.
011006     IF WS-CHS-FILE-STATUS NOT = "00"
011007         OPEN OUTPUT CYCLE-HISTORY-FILE
011008     END-IF.
011009     IF WS-CHS-FILE-STATUS NOT = "00"
011010         DISPLAY "PROGRAMAREPARAREJEITO - UNABLE TO OPEN "
011011             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
011012         GO TO 9450-WRITE-CYCLE-HISTORY-EXIT
011013     END-IF.
011014     MOVE WS-RUN-DATE       TO CH-CYCLE-DATE.
011015     MOVE "REJREPAR"        TO CH-JOB-NAME.
011016     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
011017     MOVE WS-CHS-START-DATE TO CH-START-DATE.
011018     MOVE WS-CHS-START-TIME TO CH-START-TIME.
011019     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
011020     MOVE WS-CYC-TIME       TO CH-END-TIME.
011021     MOVE CH-START-TIME TO WS-CHS-CLOCK.
011022     COMPUTE WS-CHS-START-SECS =
011023         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
011024         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
011025     MOVE CH-END-TIME TO WS-CHS-CLOCK.
011026     COMPUTE WS-CHS-END-SECS =
011027         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
011028         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
011029     IF WS-CHS-END-SECS > WS-CHS-START-SECS
011030         COMPUTE CH-ELAPSED-SECS =
011031             WS-CHS-END-SECS - WS-CHS-START-SECS
011032     ELSE
011033         MOVE ZERO TO CH-ELAPSED-SECS
011034     END-IF.
011035     MOVE RETURN-CODE TO CH-RETURN-CODE.
011036     WRITE CYCHIST-RECORD.
011037     IF WS-CHS-FILE-STATUS NOT = "00"
011038         DISPLAY "PROGRAMAREPARAREJEITO - UNABLE TO WRITE "
011039             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
011040     END-IF.
011041     CLOSE CYCLE-HISTORY-FILE.
011042 9450-WRITE-CYCLE-HISTORY-EXIT.
011043     EXIT.
011044
011045******************************************************************
011046*  9500-ABORT-RUN                                                *
011047*  REACHED WHEN WS-FATAL WAS SET DURING 1000-INITIALIZE, WHEN    *
011050*  THE CORRECTION DECK FAILED ITS PRE-EDIT, OR WHEN THE          *
011060*  APPLIED-CORRECTIONS TRAIL COULD NOT BE WRITTEN MID-RUN.  A    *
011070*  FAILED DECK GETS ITS OWN RC=8 - THE KEYER FIXES THE DECK      *
