   01 WS-YESTERDAY-DATE PIC 9(08).

   *> last CONTROL-TOTALS row seen for each of the two days - a run
   *> date has one row per HR feed HELLO posted that day, so the
   *> latest row read is the day's closing position
   01 WS-TODAY-FOUND-SWITCH PIC X VALUE 'N'.
      88 WS-TODAY-FOUND VALUE 'Y'.
   01 WS-YESTERDAY-FOUND-SWITCH PIC X VALUE 'N'.
      05 WS-YESTERDAY-ID-HASH-TOTAL   PIC 9(15).
      05 WS-YESTERDAY-MASTER-COUNT    PIC 9(08).

   *> every row for today, one per feed, listed on its own line
   *> ahead of the day total - FD-T prefix to keep the names clear of
   *> the file record
   01 WS-FEED-TABLE.
      05 WS-FEED-ENTRY OCCURS 99 TIMES.
         10 WS-FD-T-RUN-ID          PIC X(08).
         10 WS-FD-T-FEED-DATE       PIC X(08).
         10 WS-FD-T-FEED-SEQ        PIC X(02).
         10 WS-FD-T-RECORDS-READ    PIC 9(08).
         10 WS-FD-T-RECORDS-WRITTEN PIC 9(08).
         10 WS-FD-T-ID-HASH-TOTAL   PIC 9(15).
         10 WS-FD-T-MASTER-COUNT    PIC 9(08).
   01 WS-FEED-COUNT PIC 9(02) VALUE ZERO.
   01 WS-FEED-IDX PIC 9(02).
   01 WS-FEED-LABEL PIC X(22).

   01 WS-DAY-TOTALS.
      05 WS-DAY-RECORDS-READ    PIC 9(08) VALUE ZERO.
      05 WS-DAY-RECORDS-WRITTEN PIC 9(08) VALUE ZERO.
      05 WS-DAY-ID-HASH-TOTAL   PIC 9(15) VALUE ZERO.

   01 WS-MASTER-COUNT-DIFF PIC S9(08) VALUE ZERO.

   01 WS-LINE PIC X(132).
       MOVE CTL-RECORDS-WRITTEN TO WS-TODAY-RECORDS-WRITTEN
       MOVE CTL-ID-HASH-TOTAL TO WS-TODAY-ID-HASH-TOTAL
       MOVE CTL-MASTER-COUNT TO WS-TODAY-MASTER-COUNT
       PERFORM A110-STORE-TODAY-FEED
   END-IF.
   IF CTL-RUN-DATE = WS-YESTERDAY-DATE
       SET WS-YESTERDAY-FOUND TO TRUE
       MOVE CTL-MASTER-COUNT TO WS-YESTERDAY-MASTER-COUNT
   END-IF.

   A110-STORE-TODAY-FEED.
   IF WS-FEED-COUNT >= 99
       DISPLAY 'RECONRPT - feed table full - raise table size and'
           ' rerun'
       STOP RUN
   END-IF.
   ADD 1 TO WS-FEED-COUNT.
   MOVE CTL-RUN-ID TO WS-FD-T-RUN-ID (WS-FEED-COUNT).
   MOVE CTL-FEED-DATE TO WS-FD-T-FEED-DATE (WS-FEED-COUNT).
   MOVE CTL-FEED-SEQ TO WS-FD-T-FEED-SEQ (WS-FEED-COUNT).
   MOVE CTL-RECORDS-READ TO WS-FD-T-RECORDS-READ (WS-FEED-COUNT).
   MOVE CTL-RECORDS-WRITTEN
       TO WS-FD-T-RECORDS-WRITTEN (WS-FEED-COUNT).
   MOVE CTL-ID-HASH-TOTAL TO WS-FD-T-ID-HASH-TOTAL (WS-FEED-COUNT).
   MOVE CTL-MASTER-COUNT TO WS-FD-T-MASTER-COUNT (WS-FEED-COUNT).
   ADD CTL-RECORDS-READ TO WS-DAY-RECORDS-READ.
   ADD CTL-RECORDS-WRITTEN TO WS-DAY-RECORDS-WRITTEN.
   ADD CTL-ID-HASH-TOTAL TO WS-DAY-ID-HASH-TOTAL.

   A200-PRINT-REPORT.
   MOVE SPACES TO WS-LINE.
   STRING 'EMPLOYEE MASTER RECONCILIATION REPORT - RUN DATE '
       WRITE PRINT-RECORD
   END-IF.

   IF WS-TODAY-FOUND
       PERFORM A210-PRINT-TODAY-FEEDS
   END-IF.

   IF WS-TODAY-FOUND AND WS-YESTERDAY-FOUND
       MOVE SPACES TO WS-LINE
       STRING 'Yesterday (' WS-YESTERDAY-DATE ') master count: '
           WRITE PRINT-RECORD
       END-IF
   END-IF.

   A210-PRINT-TODAY-FEEDS.
   *> one line per HR feed posted today, then the day total - the
   *> master count on the total line is the last feed's, since each
   *> run counts the whole master at its own end
   MOVE 'Today''s feeds:' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
           UNTIL WS-FEED-IDX > WS-FEED-COUNT
       PERFORM B210-PRINT-ONE-FEED
   END-PERFORM.
   MOVE SPACES TO WS-LINE.
   STRING '  DAY TOTAL - ' WS-FEED-COUNT ' FEED(S)'
          ' read ' WS-DAY-RECORDS-READ
          ' written ' WS-DAY-RECORDS-WRITTEN
          ' ID hash ' WS-DAY-ID-HASH-TOTAL
          ' master ' WS-TODAY-MASTER-COUNT
       DELIMITED BY SIZE INTO WS-LINE.
   WRITE PRINT-RECORD FROM WS-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.

   B210-PRINT-ONE-FEED.
   *> a row written before feeds were identified, or by a run that
   *> found no EMPLOYEE-IN, has no feed to name
   MOVE SPACES TO WS-FEED-LABEL.
   IF WS-FD-T-FEED-DATE (WS-FEED-IDX) NUMERIC
           AND WS-FD-T-FEED-DATE (WS-FEED-IDX) NOT = '00000000'
       STRING 'FEED ' WS-FD-T-FEED-DATE (WS-FEED-IDX)
              ' SEQ ' WS-FD-T-FEED-SEQ (WS-FEED-IDX)
           DELIMITED BY SIZE INTO WS-FEED-LABEL
   ELSE
       MOVE 'FEED NOT RECORDED' TO WS-FEED-LABEL
   END-IF.
   MOVE SPACES TO WS-LINE.
   STRING '  ' WS-FEED-LABEL
          ' run ' WS-FD-T-RUN-ID (WS-FEED-IDX)
          ' read ' WS-FD-T-RECORDS-READ (WS-FEED-IDX)
          ' written ' WS-FD-T-RECORDS-WRITTEN (WS-FEED-IDX)
          ' ID hash ' WS-FD-T-ID-HASH-TOTAL (WS-FEED-IDX)
          ' master ' WS-FD-T-MASTER-COUNT (WS-FEED-IDX)
       DELIMITED BY SIZE INTO WS-LINE.
   WRITE PRINT-RECORD FROM WS-LINE.
