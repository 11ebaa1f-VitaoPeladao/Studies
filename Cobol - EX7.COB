000290*                  CLEAN END OF JOB, AND A RERUN OF A STEP
000300*                  ALREADY COMPLETE FOR THE SAME CYCLE DATE IS
000310*                  FLAGGED ON THE CONSOLE.
000311*  10/15/26  RA    THE CYCLE DATE IS NOW THE LOGICAL CYCLE DATE
000312*                  SET ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP,
000313*                  NOT THE SYSTEM DATE.  SLOT 8 IS CREATED WITH
000314*                  THE OTHERS ON A FIRST RUN.
000315*  10/15/26  RA    CYCLE HISTORY.  WHEN THE SLOT IS STAMPED
000316*                  COMPLETE ONE RECORD - CYCLE, JOB, START AND END
000317*                  TIME, ELAPSED SECONDS AND STEP CODE - IS
000318*                  APPENDED TO CYCHIST FOR THE BATCH-WINDOW
000319*                  REPORT.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000470         ACCESS MODE IS RANDOM
000480         RELATIVE KEY IS WS-CYC-KEY
000490         FILE STATUS IS WS-CYC-FILE-STATUS.
000492     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-CHS-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520******************************************************************
000820 FD  CYCLE-CONTROL-FILE.
000830     COPY CYCCTL.
000840
000841******************************************************************
000842*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
000843*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
000844*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
000845******************************************************************
000846 FD  CYCLE-HISTORY-FILE
000847     RECORDING MODE IS F.
000848     COPY CYCHIST.
000849
000850 WORKING-STORAGE SECTION.
000860******************************************************************
000870*  SWITCHES                                                      *
001040*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 5)         *
001050*****************************************************************
001060 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001065 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
001070 77  WS-CYC-OWN-SLOT         PIC 9(04) COMP VALUE 5.
001080 77  WS-CYCLE-DATE           PIC 9(08)      VALUE ZERO.
001081 77  WS-CYC-TIME             PIC 9(08)      VALUE ZERO.
001082
001083******************************************************************
001084*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                   *
001085******************************************************************
001086 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
001087 77  WS-CHS-START-DATE       PIC 9(08)      VALUE ZERO.
001088 77  WS-CHS-START-TIME       PIC 9(08)      VALUE ZERO.
001089 77  WS-CHS-START-SECS       PIC 9(11)      VALUE ZERO.
001090 77  WS-CHS-END-SECS         PIC 9(11)      VALUE ZERO.
001091 01  WS-CHS-CLOCK.
001092     05  WS-CHS-HH           PIC 9(02).
001093     05  WS-CHS-MM           PIC 9(02).
001098     05  WS-CHS-SS           PIC 9(02).
001099     05  WS-CHS-CC           PIC 9(02).
001100
001110*****************************************************************
001120*  RUN IDENTIFICATION JOINED IN FROM THE LAST AUDFILE RECORD    *
002360 1150-READ-AUDIT-RECORD-EXIT.
002370     EXIT.
002380
002381******************************************************************
002382*  1690-READ-CYCLE-DATE                                          *
002383*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
002384*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE DATE STAMPED *
002385*  ON THIS JOB'S SLOT, IN PLACE OF THE SYSTEM DATE, SO A RUN     *
002386*  HELD UP PAST MIDNIGHT STILL BELONGS TO ITS CYCLE.  NO DATE    *
002387*  SET IS FATAL - THE CYCLE HAS NOT BEEN OPENED.                 *
002388******************************************************************
002389 1690-READ-CYCLE-DATE.
002390     OPEN INPUT CYCLE-CONTROL-FILE.
002391     IF WS-CYC-FILE-STATUS NOT = "00"
002392         DISPLAY "PROGRAMAEXTRATODELIM - UNABLE TO OPEN "
002393             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
002394         SET WS-FATAL TO TRUE
002395         GO TO 1690-READ-CYCLE-DATE-EXIT
002396     END-IF.
002397     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
002398     READ CYCLE-CONTROL-FILE
002399         INVALID KEY
002400             CONTINUE
002401     END-READ.
002402     IF WS-CYC-FILE-STATUS = "00"
002403         AND CYC-COMPLETE
002404         AND CYC-CYCLE-DATE > ZERO
002405         MOVE CYC-CYCLE-DATE TO WS-CYCLE-DATE
002406     ELSE
002407         DISPLAY "PROGRAMAEXTRATODELIM - NO CYCLE DATE "
002408             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
002409         SET WS-FATAL TO TRUE
002410     END-IF.
002411     CLOSE CYCLE-CONTROL-FILE.
002412 1690-READ-CYCLE-DATE-EXIT.
002413     EXIT.
002414
002415******************************************************************
002416*  1700-CHECK-CYCLE-CONTROL                                     *
002417*  OPENS THE SHARED CYCLE-CONTROL FILE (CREATING IT WITH EMPTY  *
002420*  SLOTS ON THE FIRST RUN EVER), REFUSES TO START UNTIL         *
002430*  PARIMPAR (SLOT 1) HAS CLOSED TONIGHT'S CYCLE - THE RESNIGHT  *
002440*  SNAPSHOT THIS JOB TRANSMITS IS NOT CUT BEFORE THEN - AND     *
002480*  STAMPED IS FATAL.                                            *
002490******************************************************************
002500 1700-CHECK-CYCLE-CONTROL.
002503     PERFORM 1690-READ-CYCLE-DATE
002506         THRU 1690-READ-CYCLE-DATE-EXIT.
002509     IF WS-FATAL
002512         GO TO 1700-CHECK-CYCLE-CONTROL-EXIT
002515     END-IF.
002520     ACCEPT WS-CYC-TIME FROM TIME.
002523     ACCEPT WS-CHS-START-DATE FROM DATE YYYYMMDD.
002526     MOVE WS-CYC-TIME TO WS-CHS-START-TIME.
002530     OPEN I-O CYCLE-CONTROL-FILE.
002540     IF WS-CYC-FILE-STATUS = "35"
002550         PERFORM 1750-CREATE-CYCLE-CONTROL
003130     MOVE 1 TO WS-CYC-KEY.
003140     PERFORM 1760-WRITE-EMPTY-SLOT
003150         THRU 1760-WRITE-EMPTY-SLOT-EXIT
003160         UNTIL WS-CYC-KEY > 8.
003170     CLOSE CYCLE-CONTROL-FILE.
003180     OPEN I-O CYCLE-CONTROL-FILE.
003190 1750-CREATE-CYCLE-CONTROL-EXIT.
004260             "CYCFILE SLOT COMPLETE, FILE STATUS = "
004270             WS-CYC-FILE-STATUS
004280     END-IF.
004282     IF WS-CYC-FILE-STATUS = "00"
004284         PERFORM 9450-WRITE-CYCLE-HISTORY
004286             THRU 9450-WRITE-CYCLE-HISTORY-EXIT
004288     END-IF.
004290     CLOSE CYCLE-CONTROL-FILE.
004300 9400-CLOSE-CYCLE-CONTROL-EXIT.
004301     EXIT.
004302
004303******************************************************************
004304*  9450-WRITE-CYCLE-HISTORY                                     *
004305*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION   *
004306*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY    *
004307*  THE SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE   *
004308*  STEP CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN   *
004309*  BE TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE    *
004310*  FIRST RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN  *
004311*  IS FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS  *
004312*  STEP CODE STAND.                                             *
004313******************************************************************
004314 9450-WRITE-CYCLE-HISTORY.
004315     OPEN EXTEND CYCLE-HISTORY-FILE.
004316     IF WS-CHS-FILE-STATUS NOT = "00"
004317         OPEN OUTPUT CYCLE-HISTORY-FILE
004318     END-IF.
004319     IF WS-CHS-FILE-STATUS NOT = "00"
004320         DISPLAY "PROGRAMAEXTRATODELIM - UNABLE TO OPEN CYCHIST, "
004321             "FILE STATUS = " WS-CHS-FILE-STATUS
004322         GO TO 9450-WRITE-CYCLE-HISTORY-EXIT
004323     END-IF.
004324     MOVE WS-CYCLE-DATE     TO CH-CYCLE-DATE.
004325     MOVE "EXTRACT "        TO CH-JOB-NAME.
004326     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
004327     MOVE WS-CHS-START-DATE TO CH-START-DATE.
004328     MOVE WS-CHS-START-TIME TO CH-START-TIME.
004329     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
004330     MOVE WS-CYC-TIME       TO CH-END-TIME.
004331     MOVE CH-START-TIME TO WS-CHS-CLOCK.
004332     COMPUTE WS-CHS-START-SECS =
004333         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
004334         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
004335     MOVE CH-END-TIME TO WS-CHS-CLOCK.
004336     COMPUTE WS-CHS-END-SECS =
004337         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
004338         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
004339     IF WS-CHS-END-SECS > WS-CHS-START-SECS
004340         COMPUTE CH-ELAPSED-SECS =
004341             WS-CHS-END-SECS - WS-CHS-START-SECS
004342     ELSE
004343         MOVE ZERO TO CH-ELAPSED-SECS
004344     END-IF.
004345     MOVE RETURN-CODE TO CH-RETURN-CODE.
004346     WRITE CYCHIST-RECORD.
004347     IF WS-CHS-FILE-STATUS NOT = "00"
004348         DISPLAY "PROGRAMAEXTRATODELIM - UNABLE TO WRITE "
004349             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
004350     END-IF.
004351     CLOSE CYCLE-HISTORY-FILE.
004352 9450-WRITE-CYCLE-HISTORY-EXIT.
004353     EXIT.
004354
004355******************************************************************
004356*  9500-ABORT-RUN                                                *
004357*  REACHED ONLY WHEN WS-FATAL WAS SET DURING 1000-INITIALIZE.    *
004360*  SETS A NON-ZERO RETURN CODE SO THE JOB STEP SHOWS FAILED;     *
004370*  ANY FILES ALREADY OPENED ARE CLOSED IMPLICITLY BY STOP RUN.   *
004380******************************************************************
