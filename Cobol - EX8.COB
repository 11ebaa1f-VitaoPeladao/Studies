000550*                  SLOT IS STAMPED OPEN AT START AND COMPLETE
000560*                  AT CLEAN END OF JOB, AND A RERUN OF A STEP
000570*                  ALREADY COMPLETE FOR THE SAME CYCLE DATE IS
000571*                  FLAGGED ON THE CONSOLE.
000572*  10/15/26  RA    REJECT KEEP AND ARCHIVE RECORDS WIDENED TO 25
000573*                  BYTES WITH THE BATCH ID NOW CARRIED ON EVERY
000574*                  REJCLASS RECORD.
000575*  10/15/26  RA    THE RUN DATE (AND SO THE RETENTION CUTOFF) IS
000576*                  NOW THE LOGICAL CYCLE DATE SET ON CYCFILE SLOT
000577*                  8 BY THE DATE-CONTROL STEP, NOT THE SYSTEM
000578*                  DATE.  SLOT 8 IS CREATED WITH THE OTHERS ON A
000579*                  FIRST RUN.
000580*  10/15/26  RA    CYCLE HISTORY.  WHEN THE SLOT IS STAMPED
000581*                  COMPLETE ONE RECORD - CYCLE, JOB, START AND END
000587*                  TIME, ELAPSED SECONDS AND STEP CODE - IS
000588*                  APPENDED TO CYCHIST FOR THE BATCH-WINDOW
000589*                  REPORT.
000590******************************************************************
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
001010         ACCESS MODE IS RANDOM
001020         RELATIVE KEY IS WS-CYC-KEY
001030         FILE STATUS IS WS-CYC-FILE-STATUS.
001032     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
001034         ORGANIZATION IS LINE SEQUENTIAL
001036         FILE STATUS IS WS-CHS-FILE-STATUS.
001040 DATA DIVISION.
001050 FILE SECTION.
001060******************************************************************
001400
001410 FD  REJECT-KEEP-FILE
001420     RECORDING MODE IS F.
001430 01  REJECT-KEEP-RECORD          PIC X(25).
001440
001450 FD  RESULTADO-ARCHIVE-FILE
001460     RECORDING MODE IS F.
001480
001490 FD  REJECT-ARCHIVE-FILE
001500     RECORDING MODE IS F.
001510 01  REJECT-ARCHIVE-RECORD       PIC X(25).
001520
001530 FD  AUDIT-ARCHIVE-FILE
001540     RECORDING MODE IS F.
001990 FD  CYCLE-CONTROL-FILE.
002000     COPY CYCCTL.
002010
002011******************************************************************
002012*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
002013*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
002014*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
002015******************************************************************
002016 FD  CYCLE-HISTORY-FILE
002017     RECORDING MODE IS F.
002018     COPY CYCHIST.
002019
002020 WORKING-STORAGE SECTION.
002030******************************************************************
002040*  SWITCHES                                                      *
002320*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 7)         *
002330*****************************************************************
002340 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
002345 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
002350 77  WS-CYC-OWN-SLOT         PIC 9(04) COMP VALUE 7.
002351 77  WS-CYC-TIME             PIC 9(08)      VALUE ZERO.
002352
002353******************************************************************
002354*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                   *
002355******************************************************************
002356 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
002357 77  WS-CHS-START-DATE       PIC 9(08)      VALUE ZERO.
002358 77  WS-CHS-START-TIME       PIC 9(08)      VALUE ZERO.
002359 77  WS-CHS-START-SECS       PIC 9(11)      VALUE ZERO.
002360 77  WS-CHS-END-SECS         PIC 9(11)      VALUE ZERO.
002361 01  WS-CHS-CLOCK.
002362     05  WS-CHS-HH           PIC 9(02).
002363     05  WS-CHS-MM           PIC 9(02).
002368     05  WS-CHS-SS           PIC 9(02).
002369     05  WS-CHS-CC           PIC 9(02).
002370
002380*****************************************************************
002390*  RETENTION PARAMETERS AND CUTOFF                               *
003480*  OPERATIONAL OR ARCHIVE FILE SETS WS-FATAL.                    *
003490******************************************************************
003500 1000-INITIALIZE.
003503     PERFORM 1690-READ-CYCLE-DATE
003506         THRU 1690-READ-CYCLE-DATE-EXIT.
003509     IF WS-FATAL
003512         GO TO 1000-INITIALIZE-EXIT
003515     END-IF.
003520     PERFORM 1700-CHECK-CYCLE-CONTROL
003530         THRU 1700-CHECK-CYCLE-CONTROL-EXIT.
003540     IF WS-FATAL
004710 1250-READ-APPLIED-RECORD-EXIT.
004720     EXIT.
004730
004731******************************************************************
004732*  1690-READ-CYCLE-DATE                                          *
004733*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
004734*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE THE *
004735*  RETENTION CUTOFF IS COUNTED BACK FROM, AND THE DATE STAMPED   *
004736*  ON THIS JOB'S SLOT, IN PLACE OF THE SYSTEM DATE, SO A RUN     *
004737*  HELD UP PAST MIDNIGHT STILL BELONGS TO ITS CYCLE.  NO DATE    *
004738*  SET IS FATAL - THE CYCLE HAS NOT BEEN OPENED.                 *
004739******************************************************************
004740 1690-READ-CYCLE-DATE.
004741     OPEN INPUT CYCLE-CONTROL-FILE.
004742     IF WS-CYC-FILE-STATUS NOT = "00"
004743         DISPLAY "PROGRAMAARQUIVAMENTO - UNABLE TO OPEN "
004744             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
004745         SET WS-FATAL TO TRUE
004746         GO TO 1690-READ-CYCLE-DATE-EXIT
004747     END-IF.
004748     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
004749     READ CYCLE-CONTROL-FILE
004750         INVALID KEY
004751             CONTINUE
004752     END-READ.
004753     IF WS-CYC-FILE-STATUS = "00"
004754         AND CYC-COMPLETE
004755         AND CYC-CYCLE-DATE > ZERO
004756         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
004757     ELSE
004758         DISPLAY "PROGRAMAARQUIVAMENTO - NO CYCLE DATE "
004759             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
004760         SET WS-FATAL TO TRUE
004761     END-IF.
004762     CLOSE CYCLE-CONTROL-FILE.
004763 1690-READ-CYCLE-DATE-EXIT.
004764     EXIT.
004765
004766******************************************************************
004767*  1700-CHECK-CYCLE-CONTROL                                     *
004768*  OPENS THE SHARED CYCLE-CONTROL FILE (CREATING IT WITH EMPTY  *
004770*  SLOTS ON THE FIRST RUN EVER), SCANS EVERY SLOT AND REFUSES   *
004780*  TO RUN WHILE ANY IS STILL STAMPED OPEN - A TRIM INSIDE AN    *
004790*  UNRESOLVED CYCLE IS EXACTLY THE HALF-PROTECTED CASE THE      *
004840******************************************************************
004850 1700-CHECK-CYCLE-CONTROL.
004860     ACCEPT WS-CYC-TIME FROM TIME.
004863     ACCEPT WS-CHS-START-DATE FROM DATE YYYYMMDD.
004866     MOVE WS-CYC-TIME TO WS-CHS-START-TIME.
004870     OPEN I-O CYCLE-CONTROL-FILE.
004880     IF WS-CYC-FILE-STATUS = "35"
004890         PERFORM 1750-CREATE-CYCLE-CONTROL
005700     MOVE 1 TO WS-CYC-KEY.
005710     PERFORM 1760-WRITE-EMPTY-SLOT
005720         THRU 1760-WRITE-EMPTY-SLOT-EXIT
005730         UNTIL WS-CYC-KEY > 8.
005740     CLOSE CYCLE-CONTROL-FILE.
005750     OPEN I-O CYCLE-CONTROL-FILE.
005760 1750-CREATE-CYCLE-CONTROL-EXIT.
009350             "CYCFILE SLOT COMPLETE, FILE STATUS = "
009360             WS-CYC-FILE-STATUS
009370     END-IF.
009372     IF WS-CYC-FILE-STATUS = "00"
009374         PERFORM 9450-WRITE-CYCLE-HISTORY
009376             THRU 9450-WRITE-CYCLE-HISTORY-EXIT
009378     END-IF.
009380     CLOSE CYCLE-CONTROL-FILE.
009390 9400-CLOSE-CYCLE-CONTROL-EXIT.
009391     EXIT.
009392
009393******************************************************************
009394*  9450-WRITE-CYCLE-HISTORY                                     *
009395*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION   *
009396*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY    *
009397*  THE SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE   *
009398*  STEP CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN   *
009399*  BE TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE    *
009400*  FIRST RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN  *
009401*  IS FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS  *
009402*  STEP CODE STAND.                                             *
009403******************************************************************
009404 9450-WRITE-CYCLE-HISTORY.
009405     OPEN EXTEND CYCLE-HISTORY-FILE.
009406     IF WS-CHS-FILE-STATUS NOT = "00"
009407         OPEN OUTPUT CYCLE-HISTORY-FILE
009408     END-IF.
009409     IF WS-CHS-FILE-STATUS NOT = "00"
009410         DISPLAY "PROGRAMAARQUIVAMENTO - UNABLE TO OPEN CYCHIST, "
009411             "FILE STATUS = " WS-CHS-FILE-STATUS
009412         GO TO 9450-WRITE-CYCLE-HISTORY-EXIT
009413     END-IF.
009414     MOVE WS-RUN-DATE       TO CH-CYCLE-DATE.
009415     MOVE "HOUSEKP "        TO CH-JOB-NAME.
009416     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
009417     MOVE WS-CHS-START-DATE TO CH-START-DATE.
009418     MOVE WS-CHS-START-TIME TO CH-START-TIME.
009419     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
009420     MOVE WS-CYC-TIME       TO CH-END-TIME.
009421     MOVE CH-START-TIME TO WS-CHS-CLOCK.
009422     COMPUTE WS-CHS-START-SECS =
009423         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
009424         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
009425     MOVE CH-END-TIME TO WS-CHS-CLOCK.
009426     COMPUTE WS-CHS-END-SECS =
009427         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
009428         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
009429     IF WS-CHS-END-SECS > WS-CHS-START-SECS
009430         COMPUTE CH-ELAPSED-SECS =
009431             WS-CHS-END-SECS - WS-CHS-START-SECS
009432     ELSE
009433         MOVE ZERO TO CH-ELAPSED-SECS
009434     END-IF.
009435     MOVE RETURN-CODE TO CH-RETURN-CODE.
009436     WRITE CYCHIST-RECORD.
009437     IF WS-CHS-FILE-STATUS NOT = "00"
009438         DISPLAY "PROGRAMAARQUIVAMENTO - UNABLE TO WRITE "
009439             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
009440     END-IF.
009441     CLOSE CYCLE-HISTORY-FILE.
009442 9450-WRITE-CYCLE-HISTORY-EXIT.
009443     EXIT.
009444
009445******************************************************************
009446*  9500-ABORT-RUN                                                *
009447*  REACHED ONLY WHEN WS-FATAL WAS SET DURING 1000-INITIALIZE OR  *
009450*  MID-RUN (A KEEP/ARCHIVE/AUDIT-COPY WRITE FAILED IN            *
009460*  3900-SPLIT-WRITE-FAILED, THE MASTER LOAD WAS NOT CURRENT IN   *
009470*  7000-CHECK-LOAD-CURRENCY, OR THE STAGED APPLIED-COUNT COULD   *
