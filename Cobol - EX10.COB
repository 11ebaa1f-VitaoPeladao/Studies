000240*                  LATER IMAGES OVERWRITE EARLIER ONES.  THE
000250*                  REPORT LISTS EVERY ENTRY REAPPLIED SO THE
000260*                  RECOVERY CAN BE HANDED TO THE AUDITORS.
000261*  10/15/26  RA    REPLAYS THE REVERSAL ENTRIES THE BATCH
000262*                  REVERSAL JOB APPENDS TO NMJRNL: A REVERSAL
000263*                  RESTORE (R) IS APPLIED LIKE ANY AFTER IMAGE,
000264*                  A REVERSAL DELETE (D) REMOVES THE RECORD, SO
000265*                  A RECOVERED MASTER NO LONGER RESURRECTS A
000266*                  BATCH THAT WAS BACKED OUT.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
001040 77  WS-SKIPPED-COUNT        PIC 9(07)      VALUE ZERO.
001050 77  WS-ADD-COUNT            PIC 9(07)      VALUE ZERO.
001060 77  WS-UPDATE-COUNT         PIC 9(07)      VALUE ZERO.
001065 77  WS-DELETE-COUNT         PIC 9(07)      VALUE ZERO.
001070
001080*****************************************************************
001090*  REPORT LINES                                                  *
002380*  2000-REPLAY-JOURNAL                                           *
002390*  REPLAYS ONE JOURNAL ENTRY: AN ENTRY BEFORE THE REPLAY-FROM    *
002400*  DATE IS COUNTED AND SKIPPED - THE RESTORED BACKUP ALREADY     *
002407*  HOLDS ITS EFFECT - A REVERSAL DELETE REMOVES THE RECORD, AND  *
002414*  ANYTHING ELSE HAS ITS AFTER IMAGE APPLIED TO THE MASTER, THEN *
002421*  READS THE NEXT ENTRY.                                         *
002430******************************************************************
002440 2000-REPLAY-JOURNAL.
002450     ADD 1 TO WS-JRN-READ-COUNT.
002470         AND JRN-RUN-DATE < WS-FROM-DATE
002480         ADD 1 TO WS-SKIPPED-COUNT
002490     ELSE
002493         IF JRN-REVERSE-DELETE
002496             PERFORM 3100-APPLY-REVERSAL-DELETE
002499                 THRU 3100-APPLY-REVERSAL-DELETE-EXIT
002502         ELSE
002505             PERFORM 3000-APPLY-AFTER-IMAGE
002508                 THRU 3000-APPLY-AFTER-IMAGE-EXIT
002511         END-IF
002520     END-IF.
002530     IF WS-FATAL
002540         GO TO 2000-REPLAY-JOURNAL-EXIT
003120     IF JRN-ADD
003130         MOVE "ADD"    TO RPT-ACTION
003140     ELSE
003143         IF JRN-REVERSE-RESTORE
003146             MOVE "RESTOR" TO RPT-ACTION
003149         ELSE
003152             MOVE "UPDATE" TO RPT-ACTION
003155         END-IF
003160     END-IF.
003170     MOVE JRN-NUMERO TO RPT-NUMERO.
003180     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
003182 3000-APPLY-AFTER-IMAGE-EXIT.
003184     EXIT.
003186
003188******************************************************************
003191*  3100-APPLY-REVERSAL-DELETE                                    *
003192*  TAKES A NUMBER BACK OFF THE MASTER WHERE THE BATCH REVERSAL   *
003193*  JOB DELETED IT - THE REVERSED BATCH HAD ADDED IT.  A NUMBER   *
003194*  ALREADY ABSENT IS FINE (THE RESTORED BACKUP MAY PRE-DATE THE  *
003195*  ADD); ANY OTHER FAILED DELETE IS FATAL, FOR THE SAME REASON   *
003196*  A FAILED REWRITE IS.                                          *
003197******************************************************************
003198 3100-APPLY-REVERSAL-DELETE.
003199     MOVE JRN-NUMERO TO NM-NUMERO.
003200     DELETE NUMMAST-FILE
003201         INVALID KEY
003202             CONTINUE
003203     END-DELETE.
003204     IF WS-MST-FILE-STATUS NOT = "00"
003205         AND WS-MST-FILE-STATUS NOT = "23"
003206         DISPLAY "PROGRAMARECUPERAMESTRE - REPLAY FAILED FOR "
003207             JRN-NUMERO ", FILE STATUS = " WS-MST-FILE-STATUS
003208         SET WS-FATAL TO TRUE
003209         GO TO 3100-APPLY-REVERSAL-DELETE-EXIT
003210     END-IF.
003211     ADD 1 TO WS-DELETE-COUNT.
003212     MOVE JRN-RUN-DATE TO RPT-JRN-DATE.
003213     MOVE JRN-RUN-TIME TO RPT-JRN-TIME.
003214     MOVE "DELETE"     TO RPT-ACTION.
003215     MOVE JRN-NUMERO   TO RPT-NUMERO.
003216     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
003217 3100-APPLY-REVERSAL-DELETE-EXIT.
003218     EXIT.
003219
003220******************************************************************
003230*  9000-TERMINATE                                                *
003240*  WRITES THE RECOVERY TOTALS TO THE REPORT AND CLOSES ALL       *
003390     MOVE "UPDATES REAPPLIED . . . . . . :" TO RPT-TOT-TEXT.
003400     MOVE WS-UPDATE-COUNT TO RPT-TOT-COUNT.
003410     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
003412     MOVE "REVERSAL DELETES REAPPLIED. . :" TO RPT-TOT-TEXT.
003414     MOVE WS-DELETE-COUNT TO RPT-TOT-COUNT.
003416     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
003420     DISPLAY "PROGRAMARECUPERAMESTRE - END OF JOB SUMMARY".
003430     DISPLAY "JOURNAL ENTRIES READ. . . . : " WS-JRN-READ-COUNT.
003440     DISPLAY "ENTRIES BEFORE REPLAY DATE. : " WS-SKIPPED-COUNT.
003450     DISPLAY "ADDS REAPPLIED. . . . . . . : " WS-ADD-COUNT.
003460     DISPLAY "UPDATES REAPPLIED . . . . . : " WS-UPDATE-COUNT.
003465     DISPLAY "REVERSAL DELETES REAPPLIED. : " WS-DELETE-COUNT.
003470     CLOSE JOURNAL-FILE.
003480     CLOSE NUMMAST-FILE.
003490     CLOSE REPORT-FILE.
