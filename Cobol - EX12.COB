000240*                  SEARCHED ON EACH ARCHIVE.  THE REJCLASS
000250*                  RECORD CARRIES NO BATCH ID, SO A BATCH
000260*                  FILTER APPLIES TO THE CLASSIFIED ARCHIVE
000261*                  ONLY AND THE REPORT SAYS SO.                  *
000262*  10/15/26  RA    ARCHIVED REJECTS UNDER THE NEW CHECK-DIGIT
000263*                  REASON (CODE 04) PRINT AS SUCH INSTEAD OF
000264*                  UNKNOWN.
000265*  10/15/26  RA    THE SAME FOR THE NEW WATCH-LIST BLOCK REASON
000266*                  (CODE 05).
000267*  10/15/26  RA    THE REJCLASS RECORD NOW CARRIES THE BATCH ID,
000268*                  SO A BATCH FILTER NOW SELECTS ARCHIVED REJECTS
000269*                  TOO.  REJECTS ARCHIVED BEFORE THE BATCH ID WAS
000270*                  CARRIED HAVE A BLANK ONE AND NEVER MATCH A
000277*                  BATCH FILTER, WHICH THE CRITERIA BLOCK SAYS.
000278*                  THE REJECT LINES NOW SHOW THE BATCH ID AND THE
000279*                  REJECT EXTRACT IS 25 BYTES WIDE.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000760
000770 FD  REJECT-EXTRACT-FILE
000780     RECORDING MODE IS F.
000790 01  REJECT-EXTRACT-RECORD       PIC X(25).
000800
000810******************************************************************
000820*  PARM-CARD-FILE - ONE SYSIN CARD: RUN-DATE RANGE (FROM AND     *
001870     05  FILLER              PIC X(09)      VALUE "  VALUE".
001880     05  FILLER              PIC X(13)      VALUE "REASON".
001890     05  FILLER              PIC X(10)      VALUE " RUN-DATE".
001895     05  FILLER              PIC X(10)      VALUE "  BATCH".
001900 01  RPT-REJ-LINE.
001910     05  FILLER              PIC X(01)      VALUE SPACE.
001920     05  RPT-REJ-NUMERO      PIC X(07)      VALUE SPACES.
001940     05  RPT-REJ-REASON      PIC X(11)      VALUE SPACES.
001950     05  FILLER              PIC X(02)      VALUE SPACES.
001960     05  RPT-REJ-DATE        PIC 9(08)      VALUE ZERO.
001963     05  FILLER              PIC X(02)      VALUE SPACES.
001966     05  RPT-REJ-BATCH       PIC X(08)      VALUE SPACES.
001970 01  RPT-COUNT-LINE.
001980     05  FILLER              PIC X(03)      VALUE SPACES.
001990     05  RPT-CNT-TEXT        PIC X(32)      VALUE SPACES.
003400******************************************************************
003410*  1200-PRINT-CRITERIA                                           *
003420*  PRINTS THE REPORT HEADING AND THE SELECTION CRITERIA BLOCK,   *
003430*  INCLUDING THE NOTE THAT A BATCH FILTER CANNOT MATCH REJECTS   *
003440*  ARCHIVED BEFORE THE REJCLASS RECORD CARRIED A BATCH ID.       *
003450******************************************************************
003460 1200-PRINT-CRITERIA.
003480     ACCEPT RPT-H1-DATE FROM DATE YYYYMMDD.
003610         STRING "BATCH FILTER. . . . . " WS-SEL-BATCH-ID
003620             DELIMITED BY SIZE INTO RPT-CRIT-TEXT
003630         WRITE REPORT-RECORD FROM RPT-CRIT-FILTER-LINE
003640         MOVE "OLDER ARCREJ RECORDS CARRY NO BATCH"
003650             TO RPT-CRIT-TEXT
003660         WRITE REPORT-RECORD FROM RPT-CRIT-FILTER-LINE
003670         MOVE "ID AND CANNOT MATCH THIS FILTER"
003680             TO RPT-CRIT-TEXT
003690         WRITE REPORT-RECORD FROM RPT-CRIT-FILTER-LINE
003700     END-IF.
004550*  3000-SEARCH-REJECT                                            *
004560*  JUDGES ONE ARCHIVED REJECT AGAINST THE DATE RANGE AND THE     *
004570*  OPTIONAL NUMBER FILTER (COMPARED ON THE RAW VALUE, SINCE A    *
004580*  REJECT MAY NOT BE NUMERIC) AND BATCH FILTER, TRACKING THE     *
004590*  DATE RANGE SEEN.  A REJECT ARCHIVED BEFORE THE BATCH ID WAS   *
004600*  CARRIED HAS A BLANK ONE AND SO NEVER MATCHES A BATCH FILTER.  *
004610*  THEN READS THE NEXT RECORD.                                   *
004620******************************************************************
004630 3000-SEARCH-REJECT.
004640     ADD 1 TO WS-RJA-READ-COUNT.
004710         END-IF
004720     END-IF.
004730     IF WS-BCH-FILTER
004735         AND REJ-BATCH-ID NOT = WS-SEL-BATCH-ID
004740         GO TO 3000-SEARCH-REJECT-NEXT
004750     END-IF.
004760     IF REJ-RUN-DATE IS NUMERIC
005310             IF REJ-DUPLICATE
005320                 MOVE "DUPLICATE"   TO RPT-REJ-REASON
005330             ELSE
005332                 IF REJ-CHECK-DIGIT
005334                     MOVE "CHECK DIGIT" TO RPT-REJ-REASON
005336                 ELSE
005338                     IF REJ-WATCH-BLOCK
005340                         MOVE "WATCH BLOCK" TO RPT-REJ-REASON
005342                     ELSE
005344                         MOVE "UNKNOWN"     TO RPT-REJ-REASON
005346                     END-IF
005348                 END-IF
005350             END-IF
005360         END-IF
005370     END-IF.
005380     MOVE REJ-RUN-DATE TO RPT-REJ-DATE.
005385     MOVE REJ-BATCH-ID TO RPT-REJ-BATCH.
005390     WRITE REPORT-RECORD FROM RPT-REJ-LINE.
005400     WRITE REJECT-EXTRACT-RECORD FROM REJCLASS-RECORD.
005410 3200-REPORT-REJECT-HIT-EXIT.
