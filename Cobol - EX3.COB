000600*                  AT CLEAN END OF JOB, AND A RERUN OF A STEP
000610*                  ALREADY COMPLETE FOR THE SAME CYCLE DATE
000620*                  IS FLAGGED ON THE CONSOLE.
000621*  10/15/26  RA    THE RUN DATE IS NOW THE LOGICAL CYCLE DATE SET
000622*                  ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP, NOT
000623*                  THE SYSTEM DATE.  SLOT 8 IS CREATED WITH THE
000624*                  OTHERS ON A FIRST RUN.
000625*  10/15/26  RA    CYCLE HISTORY.  WHEN THE SLOT IS STAMPED
000626*                  COMPLETE ONE RECORD - CYCLE, JOB, START AND END
000627*                  TIME, ELAPSED SECONDS AND STEP CODE - IS
000628*                  APPENDED TO CYCHIST FOR THE BATCH-WINDOW
000629*                  REPORT.
000630******************************************************************
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000880         ACCESS MODE IS RANDOM
000890         RELATIVE KEY IS WS-CYC-KEY
000900         FILE STATUS IS WS-CYC-FILE-STATUS.
000902     SELECT CYCLE-HISTORY-FILE ASSIGN TO CYCHIST
000904         ORGANIZATION IS LINE SEQUENTIAL
000906         FILE STATUS IS WS-CHS-FILE-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930******************************************************************
001490 FD  CYCLE-CONTROL-FILE.
001500     COPY CYCCTL.
001510
001511******************************************************************
001512*  CYCLE-HISTORY-FILE - THE CYCLE HISTORY, IN THE SHARED CYCHIST *
001513*  LAYOUT.  ONE RECORD IS APPENDED EACH TIME THIS JOB STAMPS ITS *
001514*  CYCFILE SLOT COMPLETE, FOR THE BATCH-WINDOW REPORT.           *
001515******************************************************************
001516 FD  CYCLE-HISTORY-FILE
001517     RECORDING MODE IS F.
001518     COPY CYCHIST.
001519
001520 WORKING-STORAGE SECTION.
001530******************************************************************
001540*  SWITCHES                                                      *
001980*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (SLOT 2)         *
001990*****************************************************************
002000 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
002005 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
002010 77  WS-CYC-OWN-SLOT         PIC 9(04) COMP VALUE 2.
002011 77  WS-CYC-TIME             PIC 9(08)      VALUE ZERO.
002012
002013******************************************************************
002014*  WORKING FIELDS FOR THE CYCLE HISTORY RECORD                   *
002015******************************************************************
002016 77  WS-CHS-FILE-STATUS      PIC X(02)      VALUE SPACES.
002017 77  WS-CHS-START-DATE       PIC 9(08)      VALUE ZERO.
002018 77  WS-CHS-START-TIME       PIC 9(08)      VALUE ZERO.
002019 77  WS-CHS-START-SECS       PIC 9(11)      VALUE ZERO.
002020 77  WS-CHS-END-SECS         PIC 9(11)      VALUE ZERO.
002021 01  WS-CHS-CLOCK.
002022     05  WS-CHS-HH           PIC 9(02).
002023     05  WS-CHS-MM           PIC 9(02).
002028     05  WS-CHS-SS           PIC 9(02).
002029     05  WS-CHS-CC           PIC 9(02).
002030
002040*****************************************************************
002050*  COUNTERS FOR THE END-OF-JOB SUMMARY                           *
002440*  IS CREATED EMPTY WITH OPEN OUTPUT AND REOPENED I-O.           *
002450******************************************************************
002460 1000-INITIALIZE.
002463     PERFORM 1690-READ-CYCLE-DATE
002466         THRU 1690-READ-CYCLE-DATE-EXIT.
002469     IF WS-FATAL
002472         GO TO 1000-INITIALIZE-EXIT
002475     END-IF.
002480     ACCEPT WS-RUN-TIME FROM TIME.
002490     PERFORM 1700-CHECK-CYCLE-CONTROL
002500         THRU 1700-CHECK-CYCLE-CONTROL-EXIT.
004340 1400-OPEN-JOURNAL-EXIT.
004350     EXIT.
004360
004361******************************************************************
004362*  1690-READ-CYCLE-DATE                                          *
004363*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
004364*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE     *
004365*  STAMPED ON THE MASTER RECORDS AND THIS JOB'S SLOT, IN PLACE   *
004366*  OF THE SYSTEM DATE, SO A RUN HELD UP PAST MIDNIGHT STILL      *
004367*  BELONGS TO ITS CYCLE.  NO DATE SET IS FATAL - THE CYCLE HAS   *
004368*  NOT BEEN OPENED.                                              *
004369******************************************************************
004370 1690-READ-CYCLE-DATE.
004371     OPEN INPUT CYCLE-CONTROL-FILE.
004372     IF WS-CYC-FILE-STATUS NOT = "00"
004373         DISPLAY "PROGRAMACARGAMESTRE - UNABLE TO OPEN "
004374             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
004375         SET WS-FATAL TO TRUE
004376         GO TO 1690-READ-CYCLE-DATE-EXIT
004377     END-IF.
004378     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
004379     READ CYCLE-CONTROL-FILE
004380         INVALID KEY
004381             CONTINUE
004382     END-READ.
004383     IF WS-CYC-FILE-STATUS = "00"
004384         AND CYC-COMPLETE
004385         AND CYC-CYCLE-DATE > ZERO
004386         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
004387     ELSE
004388         DISPLAY "PROGRAMACARGAMESTRE - NO CYCLE DATE "
004389             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
004390         SET WS-FATAL TO TRUE
004391     END-IF.
004392     CLOSE CYCLE-CONTROL-FILE.
004393 1690-READ-CYCLE-DATE-EXIT.
004394     EXIT.
004395
004396******************************************************************
004397*  1700-CHECK-CYCLE-CONTROL                                     *
004398*  OPENS THE SHARED CYCLE-CONTROL FILE (CREATING IT WITH EMPTY  *
004400*  SLOTS ON THE FIRST RUN EVER), REFUSES TO START UNTIL         *
004410*  PARIMPAR (SLOT 1) HAS CLOSED TONIGHT'S CYCLE, AND STAMPS     *
004420*  THIS JOB'S SLOT (2) OPEN.  A LOAD RUN BEFORE THE             *
004480******************************************************************
004490 1700-CHECK-CYCLE-CONTROL.
004500     ACCEPT WS-CYC-TIME FROM TIME.
004503     ACCEPT WS-CHS-START-DATE FROM DATE YYYYMMDD.
004506     MOVE WS-CYC-TIME TO WS-CHS-START-TIME.
004510     OPEN I-O CYCLE-CONTROL-FILE.
004520     IF WS-CYC-FILE-STATUS = "35"
004530         PERFORM 1750-CREATE-CYCLE-CONTROL
005100     MOVE 1 TO WS-CYC-KEY.
005110     PERFORM 1760-WRITE-EMPTY-SLOT
005120         THRU 1760-WRITE-EMPTY-SLOT-EXIT
005130         UNTIL WS-CYC-KEY > 8.
005140     CLOSE CYCLE-CONTROL-FILE.
005150     OPEN I-O CYCLE-CONTROL-FILE.
005160 1750-CREATE-CYCLE-CONTROL-EXIT.
007920         DISPLAY "PROGRAMACARGAMESTRE - UNABLE TO MARK CYCFILE "
007930             "SLOT COMPLETE, FILE STATUS = " WS-CYC-FILE-STATUS
007940     END-IF.
007942     IF WS-CYC-FILE-STATUS = "00"
007944         PERFORM 9450-WRITE-CYCLE-HISTORY
007946             THRU 9450-WRITE-CYCLE-HISTORY-EXIT
007948     END-IF.
007950     CLOSE CYCLE-CONTROL-FILE.
007960 9400-CLOSE-CYCLE-CONTROL-EXIT.
007961     EXIT.
007962
007963******************************************************************
007964*  9450-WRITE-CYCLE-HISTORY                                     *
007965*  APPENDS ONE RECORD TO THE CYCLE HISTORY FOR THE COMPLETION   *
007966*  JUST STAMPED - THE CYCLE, THE START OF THE RUN AND NOW BY    *
007967*  THE SYSTEM CLOCK, THE ELAPSED SECONDS BETWEEN THEM AND THE   *
007968*  STEP CODE THE RUN IS ENDING WITH - SO THE BATCH WINDOW CAN   *
007969*  BE TRENDED NIGHT BY NIGHT.  THE HISTORY IS CREATED ON THE    *
007970*  FIRST RUN EVER.  A HISTORY THAT CANNOT BE OPENED OR WRITTEN  *
007971*  IS FLAGGED ON THE CONSOLE ONLY - THE RUN'S OWN WORK AND ITS  *
007972*  STEP CODE STAND.                                             *
007973******************************************************************
007974 9450-WRITE-CYCLE-HISTORY.
007975     OPEN EXTEND CYCLE-HISTORY-FILE.
007976     IF WS-CHS-FILE-STATUS NOT = "00"
007977         OPEN OUTPUT CYCLE-HISTORY-FILE
007978     END-IF.
007979     IF WS-CHS-FILE-STATUS NOT = "00"
007980         DISPLAY "PROGRAMACARGAMESTRE - UNABLE TO OPEN CYCHIST, "
007981             "FILE STATUS = " WS-CHS-FILE-STATUS
007982         GO TO 9450-WRITE-CYCLE-HISTORY-EXIT
007983     END-IF.
007984     MOVE WS-RUN-DATE       TO CH-CYCLE-DATE.
007985     MOVE "NUMLOAD "        TO CH-JOB-NAME.
007986     MOVE WS-CYC-OWN-SLOT   TO CH-SLOT.
007987     MOVE WS-CHS-START-DATE TO CH-START-DATE.
007988     MOVE WS-CHS-START-TIME TO CH-START-TIME.
007989     ACCEPT CH-END-DATE FROM DATE YYYYMMDD.
007990     MOVE WS-CYC-TIME       TO CH-END-TIME.
007991     MOVE CH-START-TIME TO WS-CHS-CLOCK.
007992     COMPUTE WS-CHS-START-SECS =
007993         FUNCTION INTEGER-OF-DATE (CH-START-DATE) * 86400
007994         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
007995     MOVE CH-END-TIME TO WS-CHS-CLOCK.
007996     COMPUTE WS-CHS-END-SECS =
007997         FUNCTION INTEGER-OF-DATE (CH-END-DATE) * 86400
007998         + WS-CHS-HH * 3600 + WS-CHS-MM * 60 + WS-CHS-SS.
007999     IF WS-CHS-END-SECS > WS-CHS-START-SECS
008000         COMPUTE CH-ELAPSED-SECS =
008001             WS-CHS-END-SECS - WS-CHS-START-SECS
008002     ELSE
008003         MOVE ZERO TO CH-ELAPSED-SECS
008004     END-IF.
008005     MOVE RETURN-CODE TO CH-RETURN-CODE.
008006     WRITE CYCHIST-RECORD.
008007     IF WS-CHS-FILE-STATUS NOT = "00"
008008         DISPLAY "PROGRAMACARGAMESTRE - UNABLE TO WRITE CYCHIST, "
008009             "FILE STATUS = " WS-CHS-FILE-STATUS
008010     END-IF.
008011     CLOSE CYCLE-HISTORY-FILE.
008012 9450-WRITE-CYCLE-HISTORY-EXIT.
008013     EXIT.
008014
008015******************************************************************
008016*  9500-ABORT-RUN                                                *
008017*  REACHED ONLY WHEN WS-FATAL WAS SET.  THE LOAD CONTROL FILE    *
008020*  IS DELIBERATELY NOT ADVANCED AND THE CHECKPOINT SLOT IS       *
008030*  DELIBERATELY NOT CLEARED - IT HOLDS THE LAST RECORD           *
008040*  ACTUALLY APPLIED, SO THE RERUN RESUMES EXACTLY PAST IT AND    *
