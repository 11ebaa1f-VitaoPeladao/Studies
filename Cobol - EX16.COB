000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMARELATVIGIA.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  PRINTS THE CYCLE'S WATCH-
000130*                  LIST HIT REPORT FOR COMPLIANCE - EVERY NUMBER
000140*                  THE CLASSIFIER MATCHED AGAINST AN ACTIVE
000150*                  WATCH-LIST ENTRY, WITH THE BATCH IT ARRIVED
000160*                  IN, THE ACTION TAKEN (BLOCK - REJECTED UNDER
000170*                  REASON 05, OR NOTIFY - CLASSIFIED AS USUAL)
000180*                  AND THE REASON THE NUMBER IS ON THE LIST.
000190*                  READS THE CYCLE'S WLHNIGHT SNAPSHOT, SORTED BY
000200*                  BATCH ID AND NUMBER, AND PRINTS A COUNT PER
000210*                  BATCH AND FOR THE CYCLE.  A CYCLE WITH NO HITS
000220*                  STILL PRINTS, SO COMPLIANCE CAN SEE THE CHECK
000230*                  RAN.
000232*  10/15/26  RA    THE REPORT DATE IS NOW THE LOGICAL CYCLE DATE
000234*                  SET ON CYCFILE SLOT 8 BY THE DATE-CONTROL STEP,
000236*                  NOT THE SYSTEM DATE.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT WATCH-HIT-FILE ASSIGN TO WLHITS
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-WLH-FILE-STATUS.
000301     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCFILE
000302         ORGANIZATION IS RELATIVE
000303         ACCESS MODE IS RANDOM
000304         RELATIVE KEY IS WS-CYC-KEY
000305         FILE STATUS IS WS-CYC-FILE-STATUS.
000310     SELECT REPORT-FILE ASSIGN TO RPTFILE
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RPT-FILE-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360******************************************************************
000370*  WATCH-HIT-FILE - ONE CYCLE'S WATCH-LIST HITS IN THE SHARED    *
000380*  WLHIT LAYOUT, IN BATCH ID / NUMBER ORDER.                     *
000390******************************************************************
000400 FD  WATCH-HIT-FILE
000410     RECORDING MODE IS F.
000420     COPY WLHIT.
000430
000431******************************************************************
000432*  CYCLE-CONTROL-FILE - THE SHARED CYCLE-CONTROL RRDS, READ ONLY *
000433*  FOR THE LOGICAL CYCLE DATE ON SLOT 8.  THIS JOB OWNS NO SLOT. *
000434******************************************************************
000435 FD  CYCLE-CONTROL-FILE.
000436     COPY CYCCTL.
000437
000440******************************************************************
000450*  REPORT-FILE - THE PRINTED HIT REPORT.                         *
000460******************************************************************
000470 FD  REPORT-FILE
000480     RECORDING MODE IS F.
000490 01  REPORT-RECORD               PIC X(90).
000500
000510 WORKING-STORAGE SECTION.
000520******************************************************************
000530*  SWITCHES                                                      *
000540******************************************************************
000550 77  WS-WLH-EOF-SW           PIC X(01)      VALUE "N".
000560     88  WS-WLH-EOF                          VALUE "Y".
000570 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
000580     88  WS-FATAL                            VALUE "Y".
000590     88  WS-NOT-FATAL                        VALUE "N".
000600 77  WS-WLH-FILE-STATUS      PIC X(02)      VALUE SPACES.
000610 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
000615 77  WS-CYC-FILE-STATUS      PIC X(02)      VALUE SPACES.
000620
000621*****************************************************************
000622*  WORKING FIELDS FOR THE SHARED CYCLE CONTROL (READ ONLY)       *
000623*****************************************************************
000624 77  WS-CYC-KEY              PIC 9(04) COMP VALUE 1.
000625 77  WS-CYC-DATE-SLOT        PIC 9(04) COMP VALUE 8.
000626
000630*****************************************************************
000640*  CONTROL BREAK ON BATCH ID                                     *
000650*****************************************************************
000660 77  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
000670 77  WS-PREV-BATCH-ID        PIC X(08)      VALUE SPACES.
000680 77  WS-BATCH-HIT-COUNT      PIC 9(07)      VALUE ZERO.
000690
000700*****************************************************************
000710*  COUNTERS FOR THE END-OF-JOB TOTALS                            *
000720*****************************************************************
000730 77  WS-HIT-COUNT            PIC 9(07)      VALUE ZERO.
000740 77  WS-BLOCK-COUNT          PIC 9(07)      VALUE ZERO.
000750 77  WS-NOTIFY-COUNT         PIC 9(07)      VALUE ZERO.
000760 77  WS-BATCH-COUNT          PIC 9(07)      VALUE ZERO.
000770
000780*****************************************************************
000790*  REPORT LINES                                                  *
000800*****************************************************************
000810 01  RPT-HEADING-1.
000820     05  FILLER              PIC X(45)      VALUE
000830         "PROGRAMARELATVIGIA - WATCH-LIST HIT REPORT ".
000840     05  FILLER              PIC X(04)      VALUE "FOR ".
000850     05  RPT-H1-DATE         PIC 9(08)      VALUE ZERO.
000860 01  RPT-HEADING-2.
000870     05  FILLER              PIC X(11)      VALUE "  BATCH".
000880     05  FILLER              PIC X(09)      VALUE "NUMBER".
000890     05  FILLER              PIC X(08)      VALUE "ACTION".
000900     05  FILLER              PIC X(10)      VALUE "BUS-DATE".
000910     05  FILLER              PIC X(30)      VALUE "REASON".
000920 01  RPT-DETAIL-LINE.
000930     05  FILLER              PIC X(02)      VALUE SPACES.
000940     05  RPT-BATCH-ID        PIC X(08)      VALUE SPACES.
000950     05  FILLER              PIC X(01)      VALUE SPACES.
000960     05  RPT-NUMERO          PIC 9(07)      VALUE ZERO.
000970     05  FILLER              PIC X(02)      VALUE SPACES.
000980     05  RPT-ACTION          PIC X(06)      VALUE SPACES.
000990     05  FILLER              PIC X(02)      VALUE SPACES.
001000     05  RPT-BUS-DATE        PIC 9(08)      VALUE ZERO.
001010     05  FILLER              PIC X(02)      VALUE SPACES.
001020     05  RPT-REASON          PIC X(30)      VALUE SPACES.
001030 01  RPT-BATCH-LINE.
001040     05  FILLER              PIC X(11)      VALUE SPACES.
001050     05  FILLER              PIC X(16)      VALUE
001060         "HITS IN BATCH . ".
001070     05  RPT-BCH-ID          PIC X(08)      VALUE SPACES.
001080     05  FILLER              PIC X(03)      VALUE " : ".
001090     05  RPT-BCH-COUNT       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
001100 01  RPT-NOTE-LINE.
001110     05  FILLER              PIC X(01)      VALUE SPACE.
001120     05  RPT-NOTE-TEXT       PIC X(60)      VALUE SPACES.
001130 01  RPT-COUNT-LINE.
001140     05  FILLER              PIC X(03)      VALUE SPACES.
001150     05  RPT-CNT-TEXT        PIC X(32)      VALUE SPACES.
001160     05  RPT-CNT-VALUE       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
001170
001180 PROCEDURE DIVISION.
001190******************************************************************
001200*  0000-MAINLINE                                                 *
001210*  DRIVES INITIALISATION, ONE PASS OVER THE CYCLE'S HITS AND THE *
001220*  TOTALS.  A FATAL OPEN ROUTES TO 9500-ABORT-RUN INSTEAD OF     *
001230*  NORMAL TERMINATION.                                           *
001240******************************************************************
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE
001270         THRU 1000-INITIALIZE-EXIT.
001280     IF WS-NOT-FATAL
001290         PERFORM 2000-PRINT-HIT
001300             THRU 2000-PRINT-HIT-EXIT
001310             UNTIL WS-WLH-EOF
001320     END-IF.
001330     IF WS-FATAL
001340         PERFORM 9500-ABORT-RUN
001350             THRU 9500-ABORT-RUN-EXIT
001360     ELSE
001370         PERFORM 9000-TERMINATE
001380             THRU 9000-TERMINATE-EXIT
001390     END-IF.
001400     STOP RUN.
001410 0000-MAINLINE-EXIT.
001420     EXIT.
001430
001440******************************************************************
001450*  1000-INITIALIZE                                               *
001460*  OPENS THE REPORT AND THE HIT SNAPSHOT, PRINTS THE HEADINGS    *
001470*  AND PRIMES THE FIRST HIT.                                     *
001473*  THE REPORT IS DATED WITH THE LOGICAL CYCLE DATE (CYCFILE      *
001476*  SLOT 8), READ FIRST.                                          *
001480******************************************************************
001490 1000-INITIALIZE.
001493     PERFORM 1050-READ-CYCLE-DATE
001496         THRU 1050-READ-CYCLE-DATE-EXIT.
001499     IF WS-FATAL
001502         GO TO 1000-INITIALIZE-EXIT
001505     END-IF.
001510     OPEN OUTPUT REPORT-FILE.
001520     IF WS-RPT-FILE-STATUS NOT = "00"
001530         DISPLAY "PROGRAMARELATVIGIA - UNABLE TO OPEN RPTFILE, "
001540             "FILE STATUS = " WS-RPT-FILE-STATUS
001550         SET WS-FATAL TO TRUE
001560         GO TO 1000-INITIALIZE-EXIT
001570     END-IF.
001580     OPEN INPUT WATCH-HIT-FILE.
001590     IF WS-WLH-FILE-STATUS NOT = "00"
001600         DISPLAY "PROGRAMARELATVIGIA - UNABLE TO OPEN WLHITS, "
001610             "FILE STATUS = " WS-WLH-FILE-STATUS
001620         SET WS-FATAL TO TRUE
001630         GO TO 1000-INITIALIZE-EXIT
001640     END-IF.
001650     MOVE WS-RUN-DATE TO RPT-H1-DATE.
001660     WRITE REPORT-RECORD FROM RPT-HEADING-1.
001670     MOVE SPACES TO REPORT-RECORD.
001680     WRITE REPORT-RECORD.
001690     WRITE REPORT-RECORD FROM RPT-HEADING-2.
001700     PERFORM 2050-READ-HIT
001710         THRU 2050-READ-HIT-EXIT.
001720 1000-INITIALIZE-EXIT.
001730     EXIT.
001740
001741******************************************************************
001742*  1050-READ-CYCLE-DATE                                          *
001743*  TAKES THE LOGICAL CYCLE DATE THE DATE-CONTROL STEP            *
001744*  (PROGRAMADATACICLO) SET ON CYCFILE SLOT 8 AS THE REPORT DATE, *
001745*  IN PLACE OF THE SYSTEM DATE, SO A CYCLE THAT RUNS PAST        *
001746*  MIDNIGHT STILL REPORTS UNDER ITS OWN DATE - THE SAME DATE THE *
001747*  SNAPSHOT WAS CUT ON.  NO DATE SET IS FATAL - THE CYCLE HAS    *
001748*  NOT BEEN OPENED.                                              *
001749******************************************************************
001750 1050-READ-CYCLE-DATE.
001751     OPEN INPUT CYCLE-CONTROL-FILE.
001752     IF WS-CYC-FILE-STATUS NOT = "00"
001753         DISPLAY "PROGRAMARELATVIGIA - UNABLE TO OPEN CYCFILE, "
001754             "FILE STATUS = " WS-CYC-FILE-STATUS
001755         SET WS-FATAL TO TRUE
001756         GO TO 1050-READ-CYCLE-DATE-EXIT
001757     END-IF.
001758     MOVE WS-CYC-DATE-SLOT TO WS-CYC-KEY.
001759     READ CYCLE-CONTROL-FILE
001760         INVALID KEY
001761             CONTINUE
001762     END-READ.
001763     IF WS-CYC-FILE-STATUS = "00"
001764         AND CYC-COMPLETE
001765         AND CYC-CYCLE-DATE > ZERO
001766         MOVE CYC-CYCLE-DATE TO WS-RUN-DATE
001767     ELSE
001768         DISPLAY "PROGRAMARELATVIGIA - NO CYCLE DATE SET ON "
001769             "CYCFILE - RUN THE DATECTL JOB FIRST"
001770         SET WS-FATAL TO TRUE
001771     END-IF.
001772     CLOSE CYCLE-CONTROL-FILE.
001773 1050-READ-CYCLE-DATE-EXIT.
001774     EXIT.
001775
001776******************************************************************
001777*  2000-PRINT-HIT                                                *
001778*  PRINTS ONE HIT, CLOSING OFF THE PREVIOUS BATCH'S COUNT WHEN   *
001780*  THE BATCH ID CHANGES, AND READS THE NEXT.                     *
001790******************************************************************
001800 2000-PRINT-HIT.
001810     IF WH-BATCH-ID NOT = WS-PREV-BATCH-ID
001820         IF WS-BATCH-COUNT > ZERO
001830             PERFORM 2200-PRINT-BATCH-COUNT
001840                 THRU 2200-PRINT-BATCH-COUNT-EXIT
001850         END-IF
001860         MOVE WH-BATCH-ID TO WS-PREV-BATCH-ID
001870         MOVE ZERO TO WS-BATCH-HIT-COUNT
001880         ADD 1 TO WS-BATCH-COUNT
001890     END-IF.
001900     ADD 1 TO WS-HIT-COUNT.
001910     ADD 1 TO WS-BATCH-HIT-COUNT.
001920     MOVE WH-BATCH-ID      TO RPT-BATCH-ID.
001930     MOVE WH-NUMERO        TO RPT-NUMERO.
001940     MOVE WH-BUSINESS-DATE TO RPT-BUS-DATE.
001950     MOVE WH-REASON        TO RPT-REASON.
001960     IF WH-BLOCK
001970         MOVE "BLOCK" TO RPT-ACTION
001980         ADD 1 TO WS-BLOCK-COUNT
001990     ELSE
002000         MOVE "NOTIFY" TO RPT-ACTION
002010         ADD 1 TO WS-NOTIFY-COUNT
002020     END-IF.
002030     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
002040     PERFORM 2050-READ-HIT
002050         THRU 2050-READ-HIT-EXIT.
002060 2000-PRINT-HIT-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100*  2050-READ-HIT                                                 *
002110*  READS THE NEXT HIT, SETTING THE EOF SWITCH AT END OF FILE.    *
002120******************************************************************
002130 2050-READ-HIT.
002140     READ WATCH-HIT-FILE
002150         AT END
002160             SET WS-WLH-EOF TO TRUE
002170     END-READ.
002180 2050-READ-HIT-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220*  2200-PRINT-BATCH-COUNT                                        *
002230*  PRINTS THE HIT COUNT FOR THE BATCH JUST FINISHED.             *
002240******************************************************************
002250 2200-PRINT-BATCH-COUNT.
002260     MOVE WS-PREV-BATCH-ID   TO RPT-BCH-ID.
002270     MOVE WS-BATCH-HIT-COUNT TO RPT-BCH-COUNT.
002280     WRITE REPORT-RECORD FROM RPT-BATCH-LINE.
002290     MOVE SPACES TO REPORT-RECORD.
002300     WRITE REPORT-RECORD.
002310 2200-PRINT-BATCH-COUNT-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350*  9000-TERMINATE                                                *
002360*  CLOSES OFF THE LAST BATCH, PRINTS THE CYCLE TOTALS - OR A     *
002370*  LINE SAYING THE CHECK RAN AND FOUND NOTHING - AND CLOSES BOTH *
002380*  FILES.                                                        *
002390******************************************************************
002400 9000-TERMINATE.
002410     IF WS-BATCH-COUNT > ZERO
002420         PERFORM 2200-PRINT-BATCH-COUNT
002430             THRU 2200-PRINT-BATCH-COUNT-EXIT
002440     ELSE
002450         MOVE "NO WATCH-LIST HITS THIS CYCLE" TO RPT-NOTE-TEXT
002460         WRITE REPORT-RECORD FROM RPT-NOTE-LINE
002470         MOVE SPACES TO REPORT-RECORD
002480         WRITE REPORT-RECORD
002490     END-IF.
002500     MOVE "HITS REPORTED . . . . . . . . :" TO RPT-CNT-TEXT.
002510     MOVE WS-HIT-COUNT TO RPT-CNT-VALUE.
002520     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
002530     MOVE "  BLOCKED (REJECTED, REASON 05):" TO RPT-CNT-TEXT.
002540     MOVE WS-BLOCK-COUNT TO RPT-CNT-VALUE.
002550     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
002560     MOVE "  NOTIFY (CLASSIFIED) . . . . :" TO RPT-CNT-TEXT.
002570     MOVE WS-NOTIFY-COUNT TO RPT-CNT-VALUE.
002580     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
002590     MOVE "BATCHES WITH HITS . . . . . . :" TO RPT-CNT-TEXT.
002600     MOVE WS-BATCH-COUNT TO RPT-CNT-VALUE.
002610     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
002620     DISPLAY "PROGRAMARELATVIGIA - END OF JOB SUMMARY".
002630     DISPLAY "HITS REPORTED . . . . . . . : " WS-HIT-COUNT.
002640     DISPLAY "  BLOCKED . . . . . . . . . : " WS-BLOCK-COUNT.
002650     DISPLAY "  NOTIFY. . . . . . . . . . : " WS-NOTIFY-COUNT.
002660     DISPLAY "BATCHES WITH HITS . . . . . : " WS-BATCH-COUNT.
002670     CLOSE WATCH-HIT-FILE.
002680     CLOSE REPORT-FILE.
002690 9000-TERMINATE-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730*  9500-ABORT-RUN                                                *
002740*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS A NON-ZERO RETURN   *
002750*  CODE SO THE JOB STEP SHOWS FAILED.  THE REPORT READS ONLY, SO *
002760*  IT IS SIMPLY RERUN.                                           *
002770******************************************************************
002780 9500-ABORT-RUN.
002790     DISPLAY "PROGRAMARELATVIGIA - RUN ABORTED, SEE PRIOR "
002800         "MESSAGE".
002810     MOVE 16 TO RETURN-CODE.
002820 9500-ABORT-RUN-EXIT.
002830     EXIT.
002840
002850 END PROGRAM PROGRAMARELATVIGIA.
