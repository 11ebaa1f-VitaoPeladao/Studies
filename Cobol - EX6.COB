000340*                  CLEAN END OF JOB, AND A RERUN OF A STEP
000350*                  ALREADY COMPLETE FOR THE SAME CYCLE DATE IS
000360*                  FLAGGED ON THE CONSOLE.
000361*  10/15/26  RA    THE CYCLE DATE IS NOW THE LOGICAL CYCLE DATE
000362*                  SET ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP,
000363*                  NOT THE SYSTEM DATE.  SLOT 8 IS CREATED WITH
000364*                  THE OTHERS ON A FIRST RUN.
000365*  10/15/26  RA    CYCLE HISTORY.  WHEN THE SLOT IS STAMPED
000366*                  COMPLETE ONE RECORD - CYCLE, JOB, START AND END
000367*                  TIME, ELAPSED SECONDS AND STEP CODE - IS
000368*                  APPENDED TO CYCHIST FOR THE BATCH-WINDOW
000369*                  REPORT.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000590         ACCESS MODE IS RANDOM
000600         RELATIVE KEY IS WS-CYC-KEY
000610         FILE STATUS IS WS-CYC-FILE-STATUS.
000612     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-CHS-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640******************************************************************
001150 FD  CYCLE-CONTROL-FILE.
001160     COPY CYCCTL.
001170
001171******************************************************************
001172*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
001173*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
001174*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
001175******************************************************************
001176 FD  CYCLE-HISTORY-FILE
001177     RECORDING MODE IS F.
001178     COPY CYCHIST.
001179
001180 WORKING-STORAGE SECTION.
001190******************************************************************
001200*  SWITCHES                                                      *
001400*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 4)         *
001410*****************************************************************
001420 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001425 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
001430 77  WS-CYC-OWN-SLOT         PIC 9(04) COMP VALUE 4.
001440 77  WS-CYCLE-DATE           PIC 9(08)      VALUE ZERO.
001441 77  WS-CYC-TIME             PIC 9(08)      VALUE ZERO.
001442
001443******************************************************************
001444*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                   *
001445******************************************************************
001446 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
001447 77  WS-CHS-START-DATE       PIC 9(08)      VALUE ZERO.
001448 77  WS-CHS-START-TIME       PIC 9(08)      VALUE ZERO.
001449 77  WS-CHS-START-SECS       PIC 9(11)      VALUE ZERO.
001450 77  WS-CHS-END-SECS         PIC 9(11)      VALUE ZERO.
001451 01  WS-CHS-CLOCK.
001452     05  WS-CHS-HH           PIC 9(02).
001453     05  WS-CHS-MM           PIC 9(02).
001458     05  WS-CHS-SS           PIC 9(02).
001459     05  WS-CHS-CC           PIC 9(02).
001460
001470*****************************************************************
001480*  MATCH KEYS - EOF IS FOLDED IN AS A KEY PAST ANY REAL NUMBER  *
002910 1000-INITIALIZE-EXIT.
002920     EXIT.
002930
002931******************************************************************
002932*  1690-READ-CYCLE-DATE                                          *
002933*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
002934*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE DATE STAMPED *
002935*  ON THIS JOB'S SLOT, IN PLACE OF THE SYSTEM DATE, SO A RUN     *
002936*  HELD UP PAST MIDNIGHT STILL BELONGS TO ITS CYCLE.  NO DATE    *
002937*  SET IS FATAL - THE CYCLE HAS NOT BEEN OPENED.                 *
002938******************************************************************
002939 1690-READ-CYCLE-DATE.
002940     OPEN INPUT CYCLE-CONTROL-FILE.
002941     IF WS-CYC-FILE-STATUS NOT = "00"
002942         DISPLAY "PROGRAMADELTACORRIDA - UNABLE TO OPEN "
002943             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
002944         SET WS-FATAL TO TRUE
002945         GO TO 1690-READ-CYCLE-DATE-EXIT
002946     END-IF.
002947     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
002948     READ CYCLE-CONTROL-FILE
002949         INVALID KEY
002950             CONTINUE
002951     END-READ.
002952     IF WS-CYC-FILE-STATUS = "00"
002953         AND CYC-COMPLETE
002954         AND CYC-CYCLE-DATE > ZERO
002955         MOVE CYC-CYCLE-DATE TO WS-CYCLE-DATE
002956     ELSE
002957         DISPLAY "PROGRAMADELTACORRIDA - NO CYCLE DATE "
002958             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
002959         SET WS-FATAL TO TRUE
002960     END-IF.
002961     CLOSE CYCLE-CONTROL-FILE.
002962 1690-READ-CYCLE-DATE-EXIT.
002963     EXIT.
002964
002965******************************************************************
002966*  1700-CHECK-CYCLE-CONTROL                                     *
002967*  OPENS THE SHARED CYCLE-CONTROL FILE (CREATING IT WITH EMPTY  *
002970*  SLOTS ON THE FIRST RUN EVER), REFUSES TO START UNTIL         *
002980*  PARIMPAR (SLOT 1) HAS CLOSED TONIGHT'S CYCLE - THE RESNIGHT  *
002990*  SNAPSHOT THIS JOB COMPARES IS NOT CUT BEFORE THEN - AND      *
003030*  STAMPED IS FATAL.                                            *
003040******************************************************************
003050 1700-CHECK-CYCLE-CONTROL.
003053     PERFORM 1690-READ-CYCLE-DATE
003056         THRU 1690-READ-CYCLE-DATE-EXIT.
003059     IF WS-FATAL
003062         GO TO 1700-CHECK-CYCLE-CONTROL-EXIT
003065     END-IF.
003070     ACCEPT WS-CYC-TIME FROM TIME.
003073     ACCEPT WS-CHS-START-DATE FROM DATE YYYYMMDD.
003076     MOVE WS-CYC-TIME TO WS-CHS-START-TIME.
003080     OPEN I-O CYCLE-CONTROL-FILE.
003090     IF WS-CYC-FILE-STATUS = "35"
003100         PERFORM 1750-CREATE-CYCLE-CONTROL
003680     MOVE 1 TO WS-CYC-KEY.
003690     PERFORM 1760-WRITE-EMPTY-SLOT
003700         THRU 1760-WRITE-EMPTY-SLOT-EXIT
003710         UNTIL WS-CYC-KEY > 8.
003720     CLOSE CYCLE-CONTROL-FILE.
003730     OPEN I-O CYCLE-CONTROL-FILE.
003740 1750-CREATE-CYCLE-CONTROL-EXIT.
007470             "CYCFILE SLOT COMPLETE, FILE STATUS = "
007480             WS-CYC-FILE-STATUS
007490     END-IF.
007492     IF WS-CYC-FILE-STATUS = "00"
007494         PERFORM 9450-WRITE-CYCLE-HISTORY
007496             THRU 9450-WRITE-CYCLE-HISTORY-EXIT
007498     END-IF.
007500     CLOSE CYCLE-CONTROL-FILE.
007510 9400-CLOSE-CYCLE-CONTROL-EXIT.
007511     EXIT.
007512
007513******************************************************************
007514*  9450-WRITE-CYCLE-HISTORY                                     *
007515*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION   *
007516*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY    *
007517*  THE SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE   *
007518*  STEP CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN   *
007519*  BE TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE    *
007520*  FIRST RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN  *
007521*  IS FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS  *
007522*  STEP CODE STAND.                                             *
007523******************************************************************
007524 9450-WRITE-CYCLE-HISTORY.
007525     OPEN EXTEND CYCLE-HISTORY-FILE.
007526     IF WS-CHS-FILE-STATUS NOT = "00"
007527         OPEN OUTPUT CYCLE-HISTORY-FILE
007528     END-IF.
007529     IF WS-CHS-FILE-STATUS NOT = "00"
007530         DISPLAY "PROGRAMADELTACORRIDA - UNABLE TO OPEN CYCHIST, "
007531             "FILE STATUS = " WS-CHS-FILE-STATUS
007532         GO TO 9450-WRITE-CYCLE-HISTORY-EXIT
007533     END-IF.
007534     MOVE WS-CYCLE-DATE     TO CH-CYCLE-DATE.
007535     MOVE "RESDELTA"        TO CH-JOB-NAME.
007536     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
007537     MOVE WS-CHS-START-DATE TO CH-START-DATE.
007538     MOVE WS-CHS-START-TIME TO CH-START-TIME.
007539     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
007540     MOVE WS-CYC-TIME       TO CH-END-TIME.
007541     MOVE CH-START-TIME TO WS-CHS-CLOCK.
007542     COMPUTE WS-CHS-START-SECS =
007543         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
007544         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
007545     MOVE CH-END-TIME TO WS-CHS-CLOCK.
007546     COMPUTE WS-CHS-END-SECS =
007547         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
007548         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
007549     IF WS-CHS-END-SECS > WS-CHS-START-SECS
007550         COMPUTE CH-ELAPSED-SECS =
007551             WS-CHS-END-SECS - WS-CHS-START-SECS
007552     ELSE
007553         MOVE ZERO TO CH-ELAPSED-SECS
007554     END-IF.
007555     MOVE RETURN-CODE TO CH-RETURN-CODE.
007556     WRITE CYCHIST-RECORD.
007557     IF WS-CHS-FILE-STATUS NOT = "00"
007558         DISPLAY "PROGRAMADELTACORRIDA - UNABLE TO WRITE "
007559             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
007560     END-IF.
007561     CLOSE CYCLE-HISTORY-FILE.
007562 9450-WRITE-CYCLE-HISTORY-EXIT.
007563     EXIT.
007564
007565******************************************************************
007566*  9500-ABORT-RUN                                                *
007567*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS A NON-ZERO RETURN   *
007570*  CODE SO THE JOB STEP SHOWS FAILED; ANY FILES ALREADY OPENED   *
007580*  ARE CLOSED IMPLICITLY BY STOP RUN.                            *
007590******************************************************************
