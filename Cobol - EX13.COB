000260*                  REJAGED AGES REJECTS, AND THE STEP ENDS
000270*                  RC=8 WHENEVER AN ACKNOWLEDGMENT IS MISSING
000280*                  OR ITS COUNT DISAGREES.
000282*  10/15/26  RA    THE RUN DATE IS NOW THE LOGICAL CYCLE DATE SET
000284*                  ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP, NOT
000286*                  THE SYSTEM DATE - NEW CYCFILE DD.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000480     SELECT REPORT-FILE ASSIGN TO RPTFILE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-FILE-STATUS.
000501     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000502         ORGANIZATION IS RELATIVE
000503         ACCESS MODE IS RANDOM
000504         RELATIVE KEY IS WS-CYC-KEY
000505         FILE STATUS IS WS-CYC-FILE-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530******************************************************************
001150     RECORDING MODE IS F.
001160 01  REPORT-RECORD               PIC X(90).
001170
001171******************************************************************
001172*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS, READ      *
001173*  ONLY FOR THE LOGICAL CYCLE DATE ON SLOT 8.  THIS JOB OWNS NO  *
001174*  SLOT.                                                         *
001175******************************************************************
001176 FD  CYCLE-CONTROL-FILE.
001177     COPY CYCCTL.
001178
001180 WORKING-STORAGE SECTION.
001190******************************************************************
001200*  SWITCHES                                                      *
001460 77  WS-PRV-FILE-STATUS      PIC X(02)      VALUE SPACES.
001470 77  WS-NEW-FILE-STATUS      PIC X(02)      VALUE SPACES.
001480 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
001482 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
001484 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
001486 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
001490
001500******************************************************************
001510*  XMTOUTS WORK AREA - EVERY TRANSMISSION, WHETHER TONIGHT'S    *
002660*  IS FATAL - THERE IS NOTHING TO MATCH.                         *
002670******************************************************************
002680 1000-INITIALIZE.
002683     PERFORM 1050-READ-CYCLE-DATE
002686         THRU 1050-READ-CYCLE-DATE-EXIT.
002689     IF WS-FATAL
002692         GO TO 1000-INITIALIZE-EXIT
002695     END-IF.
002700     OPEN OUTPUT REPORT-FILE.
002710     IF WS-RPT-FILE-STATUS NOT = "00"
002720         DISPLAY "PROGRAMACONFEREACK - UNABLE TO OPEN RPTFILE, "
003020     MOVE WS-RUN-DATE TO RPT-H1-DATE.
003030     WRITE REPORT-RECORD FROM RPT-HEADING-1.
003040     WRITE REPORT-RECORD FROM RPT-HEADING-2.
003041 1000-INITIALIZE-EXIT.
003042     EXIT.
003043
003044******************************************************************
003045*  1050-READ-CYCLE-DATE                                          *
003046*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
003047*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE RUN DATE     *
003048*  STAMPED ON THE OUTSTANDING TRANSMISSIONS AND THE REPORT, IN   *
003049*  PLACE OF THE SYSTEM DATE, SO A RUN HELD UP PAST MIDNIGHT      *
003050*  STILL BELONGS TO ITS CYCLE.  NO DATE SET IS FATAL - THE CYCLE *
003051*  HAS NOT BEEN OPENED.                                          *
003052******************************************************************
003053 1050-READ-CYCLE-DATE.
003054     OPEN INPUT CYCLE-CONTROL-FILE.
003055     IF WS-CYC-FILE-STATUS NOT = "00"
003056         DISPLAY "PROGRAMACONFEREACK - UNABLE TO OPEN "
003057             "CYCFILE, FILE STATUS = " WS-CYC-FILE-STATUS
003058         SET WS-FATAL TO TRUE
003059         GO TO 1050-READ-CYCLE-DATE-EXIT
003060     END-IF.
003061     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
003062     READ CYCLE-CONTROL-FILE
003063         INVALID KEY
003064             CONTINUE
003065     END-READ.
003066     IF WS-CYC-FILE-STATUS = "00"
003067         AND CYC-COMPLETE
003068         AND CYC-CYCLE-DATE > ZERO
003069         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
003070     ELSE
003071         DISPLAY "PROGRAMACONFEREACK - NO CYCLE DATE "
003072             "SET ON CYCFILE - RUN THE DATECTL JOB FIRST"
003073         SET WS-FATAL TO TRUE
003074     END-IF.
003075     CLOSE CYCLE-CONTROL-FILE.
003076 1050-READ-CYCLE-DATE-EXIT.
003077     EXIT.
003078
003080******************************************************************
003090*  1100-LOAD-ACK-TABLE                                           *
003100*  LOADS THE ACKNOWLEDGMENT FILE INTO ITS TABLE.  A MISSING      *
