000260*                  INQUIRY PROGRAM CAN NO LONGER SEE.  PURGING
000270*                  ALSO RETIRES NUMBERS WHOSE 9(05) TIMES-SEEN
000280*                  COUNTER WOULD OTHERWISE EVENTUALLY WRAP.
000282*  10/15/26  RA    THE RUN DATE (AND SO THE RETENTION CUTOFF) IS
000284*                  NOW THE LOGICAL CYCLE DATE SET ON CYCFILE SLOT
000286*                  8 BY THE DATE-CONTROL STEP, NOT THE SYSTEM DATE
000288*                  - NEW CYCFILE DD.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000440     SELECT REPORT-FILE ASSIGN TO RPTFILE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000461     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000462         ORGANIZATION IS RELATIVE
000463         ACCESS MODE IS RANDOM
000464         RELATIVE KEY IS WS-CYC-KEY
000465         FILE STATUS IS WS-CYC-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490******************************************************************
000820     RECORDING MODE IS F.
000830 01  REPORT-RECORD               PIC X(90).
000840
000841******************************************************************
000842*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS, READ      *
000843*  ONLY FOR THE LOGICAL CYCLE DATE ON SLOT 8.  THIS JOB OWNS NO  *
000844*  SLOT.                                                         *
000845******************************************************************
000846 FD  CYCLE-CONTROL-FILE.
000847     COPY CYCCTL.
000848
000850 WORKING-STORAGE SECTION.
000860******************************************************************
000870*  SWITCHES                                                      *
000970 77  WS-ARC-FILE-STATUS      PIC X(02)      VALUE SPACES.
000980 77  WS-PRM-FILE-STATUS      PIC X(02)      VALUE SPACES.
000990 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
000992 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
000994 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
000996 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
001000
001010*****************************************************************
001020*  RETENTION PARAMETERS AND CUTOFF                               *
001820*  ARCHIVE WOULD DESTROY THE ONLY COPY.                          *
001830******************************************************************
001840 1000-INITIALIZE.
001843     PERFORM 1050-READ-CYCLE-DATE
001846         THRU 1050-READ-CYCLE-DATE-EXIT.
001849     IF WS-FATAL
001852         GO TO 1000-INITIALIZE-EXIT
001855     END-IF.
001860     PERFORM 1100-READ-PARM-CARD
001870         THRU 1100-READ-PARM-CARD-EXIT.
001880     COMPUTE WS-CUTOFF-INT =
002250     WRITE REPORT-RECORD FROM RPT-PARM-LINE.
002260     PERFORM 2100-READ-NEXT-MASTER
002270         THRU 2100-READ-NEXT-MASTER-EXIT.
002271 1000-INITIALIZE-EXIT.
002272     EXIT.
002273
002274******************************************************************
002275*  1050-READ-CYCLE-DATE                                          *
002276*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
002277*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE THE *
002278*  RETENTION CUTOFF IS COUNTED BACK FROM, IN PLACE OF THE SYSTEM *
002279*  DATE, SO A RUN HELD UP PAST MIDNIGHT STILL BELONGS TO ITS     *
002280*  CYCLE.  NO DATE SET IS FATAL - THE CYCLE HAS NOT BEEN OPENED. *
002281******************************************************************
002282 1050-READ-CYCLE-DATE.
002283     OPEN INPUT CYCLE-CONTROL-FILE.
002284     IF WS-CYC-FILE-STATUS NOT = "00"
002285         DISPLAY "PROGRAMAMANUTMESTRE - UNABLE TO OPEN "
002286             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
002287         SET WS-FATAL TO TRUE
002288         GO TO 1050-READ-CYCLE-DATE-EXIT
002289     END-IF.
002290     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
002291     READ CYCLE-CONTROL-FILE
002292         INVALID KEY
002293             CONTINUE
002294     END-READ.
002295     IF WS-CYC-FILE-STATUS = "00"
002296         AND CYC-COMPLETE
002297         AND CYC-CYCLE-DATE > ZERO
002298         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
002299     ELSE
002300         DISPLAY "PROGRAMAMANUTMESTRE - NO CYCLE DATE "
002301             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
002302         SET WS-FATAL TO TRUE
002303     END-IF.
002304     CLOSE CYCLE-CONTROL-FILE.
002305 1050-READ-CYCLE-DATE-EXIT.
002306     EXIT.
002307
002310******************************************************************
002320*  1100-READ-PARM-CARD                                           *
002330*  APPLIES THE RETENTION DAYS AND THE ARCHIVE FLAG FROM THE      *
