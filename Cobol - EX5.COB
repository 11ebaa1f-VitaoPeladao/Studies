000280*                  AT START AND COMPLETE AT CLEAN END OF JOB,
000290*                  SO THE OPERATOR'S ONE-PLACE VIEW OF THE
000300*                  CYCLE COVERS THE TREND REPORT TOO.
000301*  10/15/26  RA    THE CYCLE DATE IS NOW THE LOGICAL CYCLE DATE
000302*                  SET ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP,
000303*                  NOT THE SYSTEM DATE.  SLOT 8 IS CREATED WITH
000304*                  THE OTHERS ON A FIRST RUN.
000305*  10/15/26  RA    CYCLE HISTORY.  WHEN THE SLOT IS STAMPED
000306*                  COMPLETE ONE RECORD - CYCLE, JOB, START AND END
000307*                  TIME, ELAPSED SECONDS AND STEP CODE - IS
000308*                  APPENDED TO CYCHIST FOR THE BATCH-WINDOW
000309*                  REPORT.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000460         ACCESS MODE IS RANDOM
000470         RELATIVE KEY IS WS-CYC-KEY
000480         FILE STATUS IS WS-CYC-FILE-STATUS.
000482     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-CHS-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510******************************************************************
000840 FD  CYCLE-CONTROL-FILE.
000850     COPY CYCCTL.
000860
000861******************************************************************
000862*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
000863*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
000864*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
000865******************************************************************
000866 FD  CYCLE-HISTORY-FILE
000867     RECORDING MODE IS F.
000868     COPY CYCHIST.
000869
000870 WORKING-STORAGE SECTION.
000880******************************************************************
000890*  SWITCHES                                                      *
001020*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 6)         *
001030*****************************************************************
001040 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001045 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
001050 77  WS-CYC-OWN-SLOT         PIC 9(04) COMP VALUE 6.
001060 77  WS-CYCLE-DATE           PIC 9(08)      VALUE ZERO.
001061 77  WS-CYC-TIME             PIC 9(08)      VALUE ZERO.
001062
001063******************************************************************
001064*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                   *
001065******************************************************************
001066 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
001067 77  WS-CHS-START-DATE       PIC 9(08)      VALUE ZERO.
001068 77  WS-CHS-START-TIME       PIC 9(08)      VALUE ZERO.
001069 77  WS-CHS-START-SECS       PIC 9(11)      VALUE ZERO.
001070 77  WS-CHS-END-SECS         PIC 9(11)      VALUE ZERO.
001071 01  WS-CHS-CLOCK.
001072     05  WS-CHS-HH           PIC 9(02).
001073     05  WS-CHS-MM           PIC 9(02).
001078     05  WS-CHS-SS           PIC 9(02).
001079     05  WS-CHS-CC           PIC 9(02).
001080
001090*****************************************************************
001100*  REPORT PARAMETERS - DEFAULTS OVERRIDDEN BY THE SYSIN CARD    *
003260 1100-READ-PARM-CARD-EXIT.
003270     EXIT.
003280
003281******************************************************************
003282*  1690-READ-CYCLE-DATE                                          *
003283*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
003284*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE DATE STAMPED *
003285*  ON THIS JOB'S SLOT, IN PLACE OF THE SYSTEM DATE, SO A RUN     *
003286*  HELD UP PAST MIDNIGHT STILL BELONGS TO ITS CYCLE.  NO DATE    *
003287*  SET IS FATAL - THE CYCLE HAS NOT BEEN OPENED.                 *
003288******************************************************************
003289 1690-READ-CYCLE-DATE.
003290     OPEN INPUT CYCLE-CONTROL-FILE.
003291     IF WS-CYC-FILE-STATUS NOT = "00"
003292         DISPLAY "PROGRAMATENDENCIAAUD - UNABLE TO OPEN "
003293             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
003294         SET WS-FATAL TO TRUE
003295         GO TO 1690-READ-CYCLE-DATE-EXIT
003296     END-IF.
003297     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
003298     READ CYCLE-CONTROL-FILE
003299         INVALID KEY
003300             CONTINUE
003301     END-READ.
003302     IF WS-CYC-FILE-STATUS = "00"
003303         AND CYC-COMPLETE
003304         AND CYC-CYCLE-DATE > ZERO
003305         MOVE CYC-CYCLE-DATE TO WS-CYCLE-DATE
003306     ELSE
003307         DISPLAY "PROGRAMATENDENCIAAUD - NO CYCLE DATE "
003308             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
003309         SET WS-FATAL TO TRUE
003310     END-IF.
003311     CLOSE CYCLE-CONTROL-FILE.
003312 1690-READ-CYCLE-DATE-EXIT.
003313     EXIT.
003314
003315******************************************************************
003316*  1700-CHECK-CYCLE-CONTROL                                     *
003317*  OPENS THE SHARED CYCLE-CONTROL FILE (CREATING IT WITH EMPTY  *
003320*  SLOTS ON THE FIRST RUN EVER) AND STAMPS THIS JOB'S SLOT (6)  *
003330*  OPEN.  A REPORTING JOB HAS NO HARD PREDECESSOR, SO THE ONLY  *
003340*  GATE IS THE RERUN FLAG - A SLOT ALREADY COMPLETE FOR THE     *
003360*  CONTROL THAT CANNOT BE OPENED OR STAMPED IS FATAL.           *
003370******************************************************************
003380 1700-CHECK-CYCLE-CONTROL.
003383     PERFORM 1690-READ-CYCLE-DATE
003386         THRU 1690-READ-CYCLE-DATE-EXIT.
003389     IF WS-FATAL
003392         GO TO 1700-CHECK-CYCLE-CONTROL-EXIT
003395     END-IF.
003400     ACCEPT WS-CYC-TIME FROM TIME.
003403     ACCEPT WS-CHS-START-DATE FROM DATE YYYYMMDD.
003406     MOVE WS-CYC-TIME TO WS-CHS-START-TIME.
003410     OPEN I-O CYCLE-CONTROL-FILE.
003420     IF WS-CYC-FILE-STATUS = "35"
003430         PERFORM 1750-CREATE-CYCLE-CONTROL
003880     MOVE 1 TO WS-CYC-KEY.
003890     PERFORM 1760-WRITE-EMPTY-SLOT
003900         THRU 1760-WRITE-EMPTY-SLOT-EXIT
003910         UNTIL WS-CYC-KEY > 8.
003920     CLOSE CYCLE-CONTROL-FILE.
003930     OPEN I-O CYCLE-CONTROL-FILE.
003940 1750-CREATE-CYCLE-CONTROL-EXIT.
006890             "CYCFILE SLOT COMPLETE, FILE STATUS = "
006900             WS-CYC-FILE-STATUS
006910     END-IF.
006912     IF WS-CYC-FILE-STATUS = "00"
006914         PERFORM 9450-WRITE-CYCLE-HISTORY
006916             THRU 9450-WRITE-CYCLE-HISTORY-EXIT
006918     END-IF.
006920     CLOSE CYCLE-CONTROL-FILE.
006930 9400-CLOSE-CYCLE-CONTROL-EXIT.
006931     EXIT.
006932
006933******************************************************************
006934*  9450-WRITE-CYCLE-HISTORY                                     *
006935*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION   *
006936*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY    *
006937*  THE SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE   *
006938*  STEP CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN   *
006939*  BE TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE    *
006940*  FIRST RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN  *
006941*  IS FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS  *
006942*  STEP CODE STAND.                                             *
006943******************************************************************
006944 9450-WRITE-CYCLE-HISTORY.
006945     OPEN EXTEND CYCLE-HISTORY-FILE.
006946     IF WS-CHS-FILE-STATUS NOT = "00"
006947         OPEN OUTPUT CYCLE-HISTORY-FILE
006948     END-IF.
006949     IF WS-CHS-FILE-STATUS NOT = "00"
006950         DISPLAY "PROGRAMATENDENCIAAUD - UNABLE TO OPEN CYCHIST, "
006951             "FILE STATUS = " WS-CHS-FILE-STATUS
006952         GO TO 9450-WRITE-CYCLE-HISTORY-EXIT
006953     END-IF.
006954     MOVE WS-CYCLE-DATE     TO CH-CYCLE-DATE.
006955     MOVE "AUDTREND"        TO CH-JOB-NAME.
006956     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
006957     MOVE WS-CHS-START-DATE TO CH-START-DATE.
006958     MOVE WS-CHS-START-TIME TO CH-START-TIME.
006959     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
006960     MOVE WS-CYC-TIME       TO CH-END-TIME.
006961     MOVE CH-START-TIME TO WS-CHS-CLOCK.
006962     COMPUTE WS-CHS-START-SECS =
006963         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
006964         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
006965     MOVE CH-END-TIME TO WS-CHS-CLOCK.
006966     COMPUTE WS-CHS-END-SECS =
006967         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
006968         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
006969     IF WS-CHS-END-SECS > WS-CHS-START-SECS
006970         COMPUTE CH-ELAPSED-SECS =
006971             WS-CHS-END-SECS - WS-CHS-START-SECS
006972     ELSE
006973         MOVE ZERO TO CH-ELAPSED-SECS
006974     END-IF.
006975     MOVE RETURN-CODE TO CH-RETURN-CODE.
006976     WRITE CYCHIST-RECORD.
006977     IF WS-CHS-FILE-STATUS NOT = "00"
006978         DISPLAY "PROGRAMATENDENCIAAUD - UNABLE TO WRITE "
006979             "CYCHIST, FILE STATUS = " WS-CHS-FILE-STATUS
006980     END-IF.
006981     CLOSE CYCLE-HISTORY-FILE.
006982 9450-WRITE-CYCLE-HISTORY-EXIT.
006983     EXIT.
006984
006985******************************************************************
006986*  9300-PRINT-EXCEPTIONS                                         *
006987*  PRINTS THE EXCEPTIONS SECTION FROM THE TABLE FILLED DURING    *
006990*  THE PASS, OR A CLEAN NO-EXCEPTIONS LINE, PLUS A NOTE WHEN     *
007000*  MORE EXCEPTIONS AROSE THAN THE TABLE HOLDS.                   *
007010******************************************************************
