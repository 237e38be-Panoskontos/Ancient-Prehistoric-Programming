IDENTIFICATION DIVISION.
PROGRAM-ID. FUELCARD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL ASSIGN TO "data/run.control"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT FUEL-CARD-EVENTS ASSIGN TO "data/fuelcard.events"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FUELEVT-STATUS.

    SELECT FUEL-EVENTS-WORK ASSIGN TO "data/fuelcard.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVTWORK-STATUS.

    SELECT VENDOR-OUT ASSIGN TO "data/fuelcard.out"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENDOUT-STATUS.

    SELECT VENDOR-RETURN ASSIGN TO "data/fuelcard.return"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENDRET-STATUS.

    SELECT PRINT-FILE ASSIGN TO "data/fuelcard.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
01  RUN-CONTROL-RECORD.
    COPY RUNCTL.

FD  FUEL-CARD-EVENTS.
01  FUEL-CARD-EVENTS-RECORD.
    COPY FUELEVT.

FD  FUEL-EVENTS-WORK.
01  FUEL-EVENTS-WORK-RECORD PIC X(106).

FD  VENDOR-OUT.
01  VENDOR-OUT-RECORD.
    COPY FUELOUT.

FD  VENDOR-RETURN.
01  VENDOR-RETURN-RECORD.
    COPY FUELRET.

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   WORKING-STORAGE SECTION.
   COPY FUELRPTL.

   01 WS-RUNCTL-STATUS PIC X(02) VALUE '00'.
      88 WS-RUNCTL-OK        VALUE '00'.
      88 WS-RUNCTL-NOT-FOUND VALUE '35'.

   01 WS-FUELEVT-STATUS PIC X(02) VALUE '00'.
      88 WS-FUELEVT-OK        VALUE '00'.
      88 WS-FUELEVT-NOT-FOUND VALUE '35'.

   01 WS-EVTWORK-STATUS PIC X(02) VALUE '00'.
      88 WS-EVTWORK-OK VALUE '00'.

   01 WS-VENDOUT-STATUS PIC X(02) VALUE '00'.
      88 WS-VENDOUT-OK VALUE '00'.

   01 WS-VENDRET-STATUS PIC X(02) VALUE '00'.
      88 WS-VENDRET-OK        VALUE '00'.
      88 WS-VENDRET-NOT-FOUND VALUE '35'.

   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.
   01 WS-RETURN-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-RETURN-EOF VALUE 'Y'.

   *> the vendor's return is only applied when its trailer count
   *> agrees with the detail rows on the file - a short transfer is
   *> left in place for the vendor to resend rather than half-applied
   01 WS-RETURN-OK-SWITCH PIC X VALUE 'N'.
      88 WS-RETURN-OK VALUE 'Y'.
   01 WS-RETURN-TRAILER-SWITCH PIC X VALUE 'N'.
      88 WS-RETURN-TRAILER-SEEN VALUE 'Y'.
   01 WS-RETURN-DETAILS PIC 9(08) VALUE ZERO.
   01 WS-RETURN-TRAILER-COUNT PIC 9(08) VALUE ZERO.

   *> every outstanding request, held while the vendor's return is
   *> matched against it - confirmed requests are dropped when the
   *> events file is rewritten, the rest carry to the next night.
   *> EVT-T prefix to keep the names clear of the file record
   01 WS-EVT-TABLE.
      05 WS-EVT-ENTRY OCCURS 2000 TIMES.
         10 WS-EVT-T-TYPE       PIC X(01).
         10 WS-EVT-T-ID         PIC 9(10).
         10 WS-EVT-T-NAME       PIC X(30).
         10 WS-EVT-T-CAR        PIC X(10).
         10 WS-EVT-T-CC         PIC X(06).
         10 WS-EVT-T-EVENT-DATE PIC 9(08).
         10 WS-EVT-T-STATUS     PIC X(01).
            88 WS-EVT-T-NOT-SENT VALUE 'N'.
            88 WS-EVT-T-SENT     VALUE 'S'.
            88 WS-EVT-T-REFUSED  VALUE 'R'.
         10 WS-EVT-T-SENT-DATE  PIC 9(08).
         10 WS-EVT-T-REASON     PIC X(30).
         10 WS-EVT-T-RESENDS    PIC 9(02).
         10 WS-EVT-T-RESENT-NOW PIC X(01).
            88 WS-EVT-T-IS-RESENT-NOW VALUE 'Y'.
         10 WS-EVT-T-CONFIRMED  PIC X(01).
            88 WS-EVT-T-IS-CONFIRMED VALUE 'Y'.
   01 WS-EVT-COUNT PIC 9(04) VALUE ZERO.
   01 WS-EVT-IDX PIC 9(04).
   01 WS-MATCH-IDX PIC 9(04).

   *> return rows naming a request we have no record of sending
   01 WS-UNMATCHED-TABLE.
      05 WS-UNM-ENTRY OCCURS 200 TIMES.
         10 WS-UNM-ACTION PIC X(01).
         10 WS-UNM-ID     PIC 9(10).
         10 WS-UNM-CAR    PIC X(10).
         10 WS-UNM-REASON PIC X(30).
   01 WS-UNMATCHED-COUNT PIC 9(04) VALUE ZERO.
   01 WS-UNM-IDX PIC 9(04).

   01 WS-SENT-ISSUES PIC 9(06) VALUE ZERO.
   01 WS-SENT-CANCELS PIC 9(06) VALUE ZERO.
   01 WS-SENT-COUNT PIC 9(08) VALUE ZERO.
   01 WS-CONFIRMED-COUNT PIC 9(06) VALUE ZERO.
   01 WS-REFUSED-COUNT PIC 9(06) VALUE ZERO.
   01 WS-OPEN-CANCELS PIC 9(06) VALUE ZERO.
   01 WS-OPEN-ISSUES PIC 9(06) VALUE ZERO.
   01 WS-REFUSED-ISSUES PIC 9(06) VALUE ZERO.
   01 WS-RESENT-COUNT PIC 9(06) VALUE ZERO.

   01 WS-DAYS-OUT PIC 9(04).
   01 WS-TODAY-INTEGER PIC 9(08).
   01 WS-SENT-INTEGER PIC 9(08).

   01 WS-LINE-COUNT PIC 9(02) VALUE 0.
   01 WS-PAGE-COUNT PIC 9(04) VALUE 0.

   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).
   01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).
   01 WS-CURRENT-TIME.
      05 WS-CT-HH PIC 9(02).
      05 WS-CT-MM PIC 9(02).
      05 WS-CT-SS PIC 9(02).
      05 WS-CT-HH-HUND PIC 9(02).

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-CURRENT-TIME FROM TIME.
   MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
       TO WS-TODAY-INTEGER.
   PERFORM A005-CHECK-RUN-CONTROL.
   PERFORM A100-LOAD-EVENTS.
   PERFORM A200-APPLY-RETURN.
   PERFORM A300-SEND-REQUESTS.
   PERFORM A400-REWRITE-EVENTS.
   OPEN OUTPUT PRINT-FILE.
   PERFORM A500-PRINT-EXCEPTIONS.
   CLOSE PRINT-FILE.
   DISPLAY 'FUELCARD requests sent: ' WS-SENT-COUNT
       ' refused and resent: ' WS-RESENT-COUNT
       ' confirmed: ' WS-CONFIRMED-COUNT
       ' cancels unconfirmed: ' WS-OPEN-CANCELS.
STOP RUN.

   A005-CHECK-RUN-CONTROL.
   *> the requests come from today's roster run - a vendor file cut
   *> while HELLO is still appending would miss the tail of the run,
   *> so HELLO must show complete on RUN-CONTROL first
   OPEN INPUT RUN-CONTROL.
   IF WS-RUNCTL-NOT-FOUND
       DISPLAY 'FUELCARD blocked - no RUN-CONTROL on file - run'
           ' today''s roster run (HELLO) first'
       STOP RUN
   END-IF.
   READ RUN-CONTROL
       AT END
           DISPLAY 'FUELCARD blocked - RUN-CONTROL is empty - run'
               ' today''s roster run (HELLO) first'
           CLOSE RUN-CONTROL
           STOP RUN
   END-READ.
   IF RCT-RUN-DATE NOT = WS-CURRENT-DATE
       DISPLAY 'FUELCARD blocked - no roster run recorded for today'
           ' - run HELLO first'
       CLOSE RUN-CONTROL
       STOP RUN
   END-IF.
   IF NOT RCT-HELLO-COMPLETE
       DISPLAY 'FUELCARD blocked - today''s roster run is in flight'
           ' or ended abnormally - wait for HELLO to complete'
       CLOSE RUN-CONTROL
       STOP RUN
   END-IF.
   CLOSE RUN-CONTROL.

   A100-LOAD-EVENTS.
   *> the file is copied to FUEL-EVENTS-WORK as it is loaded - the
   *> rewrite below truncates the live file, and the copy is what
   *> the operator recovers from if that rewrite dies mid-stream
   OPEN INPUT FUEL-CARD-EVENTS.
   IF WS-FUELEVT-NOT-FOUND
       DISPLAY 'FUEL-CARD-EVENTS not found - no requests outstanding'
       SET WS-EOF TO TRUE
   END-IF.
   OPEN OUTPUT FUEL-EVENTS-WORK.
   PERFORM UNTIL WS-EOF
       READ FUEL-CARD-EVENTS
           AT END SET WS-EOF TO TRUE
           NOT AT END
               MOVE FUEL-CARD-EVENTS-RECORD TO FUEL-EVENTS-WORK-RECORD
               WRITE FUEL-EVENTS-WORK-RECORD
               PERFORM B000-STORE-EVENT
       END-READ
   END-PERFORM.
   CLOSE FUEL-EVENTS-WORK.
   IF NOT WS-FUELEVT-NOT-FOUND
       CLOSE FUEL-CARD-EVENTS
   END-IF.

   B000-STORE-EVENT.
   IF WS-EVT-COUNT >= 2000
       DISPLAY 'fuel card request table full - raise table size and'
           ' rerun'
       STOP RUN
   END-IF.
   ADD 1 TO WS-EVT-COUNT.
   MOVE FCE-EVENT-TYPE TO WS-EVT-T-TYPE (WS-EVT-COUNT).
   MOVE FCE-EMP-ID TO WS-EVT-T-ID (WS-EVT-COUNT).
   MOVE FCE-EMP-NAME TO WS-EVT-T-NAME (WS-EVT-COUNT).
   MOVE FCE-CAR-CODE TO WS-EVT-T-CAR (WS-EVT-COUNT).
   MOVE FCE-COST-CENTER TO WS-EVT-T-CC (WS-EVT-COUNT).
   MOVE FCE-EVENT-DATE TO WS-EVT-T-EVENT-DATE (WS-EVT-COUNT).
   MOVE FCE-STATUS TO WS-EVT-T-STATUS (WS-EVT-COUNT).
   IF FCE-SENT-DATE NUMERIC
       MOVE FCE-SENT-DATE TO WS-EVT-T-SENT-DATE (WS-EVT-COUNT)
   ELSE
       MOVE ZERO TO WS-EVT-T-SENT-DATE (WS-EVT-COUNT)
   END-IF.
   MOVE FCE-VENDOR-REASON TO WS-EVT-T-REASON (WS-EVT-COUNT).
   IF FCE-RESEND-COUNT NUMERIC
       MOVE FCE-RESEND-COUNT TO WS-EVT-T-RESENDS (WS-EVT-COUNT)
   ELSE
       MOVE ZERO TO WS-EVT-T-RESENDS (WS-EVT-COUNT)
   END-IF.
   MOVE 'N' TO WS-EVT-T-RESENT-NOW (WS-EVT-COUNT).
   MOVE 'N' TO WS-EVT-T-CONFIRMED (WS-EVT-COUNT).

   A200-APPLY-RETURN.
   *> first pass checks the vendor's trailer, second pass applies -
   *> an applied return file is truncated so the same confirmations
   *> cannot be matched twice
   OPEN INPUT VENDOR-RETURN.
   IF WS-VENDRET-NOT-FOUND
       DISPLAY 'no fuel card vendor return on file - nothing to'
           ' match this run'
   ELSE
       PERFORM B100-CHECK-RETURN-TRAILER
       CLOSE VENDOR-RETURN
       IF WS-RETURN-OK
           MOVE 'N' TO WS-RETURN-EOF-SWITCH
           OPEN INPUT VENDOR-RETURN
           PERFORM UNTIL WS-RETURN-EOF
               READ VENDOR-RETURN
                   AT END SET WS-RETURN-EOF TO TRUE
                   NOT AT END
                       IF FCR-REC-TYPE = 'D'
                           PERFORM B200-MATCH-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-RETURN
           OPEN OUTPUT VENDOR-RETURN
           CLOSE VENDOR-RETURN
       END-IF
   END-IF.

   B100-CHECK-RETURN-TRAILER.
   PERFORM UNTIL WS-RETURN-EOF
       READ VENDOR-RETURN
           AT END SET WS-RETURN-EOF TO TRUE
           NOT AT END
               EVALUATE FCR-REC-TYPE
                   WHEN 'D'
                       ADD 1 TO WS-RETURN-DETAILS
                   WHEN 'T'
                       SET WS-RETURN-TRAILER-SEEN TO TRUE
                       IF FCR-RECORD-COUNT NUMERIC
                           MOVE FCR-RECORD-COUNT
                               TO WS-RETURN-TRAILER-COUNT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
       END-READ
   END-PERFORM.
   EVALUATE TRUE
       WHEN NOT WS-RETURN-TRAILER-SEEN
           DISPLAY 'fuel card vendor return refused - no trailer -'
               ' transfer may be truncated - left on file for the'
               ' vendor to resend'
       WHEN WS-RETURN-TRAILER-COUNT NOT = WS-RETURN-DETAILS
           DISPLAY 'fuel card vendor return refused - trailer says '
               WS-RETURN-TRAILER-COUNT ' rows, file holds '
               WS-RETURN-DETAILS ' - left on file for the vendor to'
               ' resend'
       WHEN OTHER
           SET WS-RETURN-OK TO TRUE
   END-EVALUATE.

   B200-MATCH-RETURN.
   *> a return row confirms the oldest sent request of the same kind
   *> for the same employee and car - a refused request stays held
   *> with the vendor's reason until a later return confirms it
   MOVE ZERO TO WS-MATCH-IDX.
   PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
           UNTIL WS-EVT-IDX > WS-EVT-COUNT
               OR WS-MATCH-IDX > ZERO
       IF WS-EVT-T-TYPE (WS-EVT-IDX) = FCR-ACTION
               AND WS-EVT-T-ID (WS-EVT-IDX) = FCR-EMP-ID
               AND WS-EVT-T-CAR (WS-EVT-IDX) = FCR-CAR-CODE
               AND (WS-EVT-T-SENT (WS-EVT-IDX)
                   OR WS-EVT-T-REFUSED (WS-EVT-IDX))
               AND NOT WS-EVT-T-IS-CONFIRMED (WS-EVT-IDX)
           MOVE WS-EVT-IDX TO WS-MATCH-IDX
       END-IF
   END-PERFORM.
   IF WS-MATCH-IDX = ZERO
       PERFORM B210-STORE-UNMATCHED
   ELSE
       IF FCR-ACTIONED
           SET WS-EVT-T-IS-CONFIRMED (WS-MATCH-IDX) TO TRUE
           ADD 1 TO WS-CONFIRMED-COUNT
       ELSE
           SET WS-EVT-T-REFUSED (WS-MATCH-IDX) TO TRUE
           MOVE FCR-REASON TO WS-EVT-T-REASON (WS-MATCH-IDX)
           ADD 1 TO WS-REFUSED-COUNT
       END-IF
   END-IF.

   B210-STORE-UNMATCHED.
   IF WS-UNMATCHED-COUNT >= 200
       DISPLAY 'unmatched vendor return table full - raise table'
           ' size and rerun'
       STOP RUN
   END-IF.
   ADD 1 TO WS-UNMATCHED-COUNT.
   MOVE FCR-ACTION TO WS-UNM-ACTION (WS-UNMATCHED-COUNT).
   MOVE FCR-EMP-ID TO WS-UNM-ID (WS-UNMATCHED-COUNT).
   MOVE FCR-CAR-CODE TO WS-UNM-CAR (WS-UNMATCHED-COUNT).
   MOVE FCR-REASON TO WS-UNM-REASON (WS-UNMATCHED-COUNT).

   A300-SEND-REQUESTS.
   *> the vendor expects a file every night, so an empty one still
   *> goes out with its header and a zero trailer. A request the
   *> vendor refused goes out again on every file until it is
   *> confirmed - a refused cancel left alone is a live card on a
   *> closed assignment - keeping the vendor's last reason and
   *> counting the resends for the report
   OPEN OUTPUT VENDOR-OUT.
   MOVE SPACES TO VENDOR-OUT-RECORD.
   MOVE 'H' TO FCO-REC-TYPE.
   MOVE WS-CURRENT-DATE TO FCO-FILE-DATE.
   STRING WS-CT-HH WS-CT-MM WS-CT-SS
       DELIMITED BY SIZE INTO FCO-FILE-TIME.
   MOVE 'FLEETHR' TO FCO-SENDER.
   WRITE VENDOR-OUT-RECORD.
   PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
           UNTIL WS-EVT-IDX > WS-EVT-COUNT
       EVALUATE TRUE
           WHEN WS-EVT-T-NOT-SENT (WS-EVT-IDX)
               PERFORM B300-WRITE-REQUEST
           WHEN WS-EVT-T-REFUSED (WS-EVT-IDX)
                   AND NOT WS-EVT-T-IS-CONFIRMED (WS-EVT-IDX)
               PERFORM B310-RESEND-REFUSED
           WHEN OTHER
               CONTINUE
       END-EVALUATE
   END-PERFORM.
   MOVE SPACES TO VENDOR-OUT-RECORD.
   MOVE 'T' TO FCO-REC-TYPE.
   MOVE WS-SENT-COUNT TO FCO-RECORD-COUNT.
   MOVE WS-SENT-ISSUES TO FCO-ISSUE-COUNT.
   MOVE WS-SENT-CANCELS TO FCO-CANCEL-COUNT.
   WRITE VENDOR-OUT-RECORD.
   CLOSE VENDOR-OUT.

   B300-WRITE-REQUEST.
   MOVE SPACES TO VENDOR-OUT-RECORD.
   MOVE WS-EVT-T-TYPE (WS-EVT-IDX) TO FCO-REC-TYPE.
   MOVE WS-EVT-T-ID (WS-EVT-IDX) TO FCO-EMP-ID.
   MOVE WS-EVT-T-NAME (WS-EVT-IDX) TO FCO-EMP-NAME.
   MOVE WS-EVT-T-CAR (WS-EVT-IDX) TO FCO-CAR-CODE.
   MOVE WS-EVT-T-CC (WS-EVT-IDX) TO FCO-COST-CENTER.
   MOVE WS-EVT-T-EVENT-DATE (WS-EVT-IDX) TO FCO-EVENT-DATE.
   WRITE VENDOR-OUT-RECORD.
   ADD 1 TO WS-SENT-COUNT.
   IF WS-EVT-T-TYPE (WS-EVT-IDX) = 'C'
       ADD 1 TO WS-SENT-CANCELS
   ELSE
       ADD 1 TO WS-SENT-ISSUES
   END-IF.
   SET WS-EVT-T-SENT (WS-EVT-IDX) TO TRUE.
   MOVE WS-CURRENT-DATE TO WS-EVT-T-SENT-DATE (WS-EVT-IDX).

   B310-RESEND-REFUSED.
   IF WS-EVT-T-RESENDS (WS-EVT-IDX) < 99
       ADD 1 TO WS-EVT-T-RESENDS (WS-EVT-IDX)
   END-IF.
   SET WS-EVT-T-IS-RESENT-NOW (WS-EVT-IDX) TO TRUE.
   ADD 1 TO WS-RESENT-COUNT.
   PERFORM B300-WRITE-REQUEST.

   A400-REWRITE-EVENTS.
   OPEN OUTPUT FUEL-CARD-EVENTS.
   PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
           UNTIL WS-EVT-IDX > WS-EVT-COUNT
       IF NOT WS-EVT-T-IS-CONFIRMED (WS-EVT-IDX)
           MOVE SPACES TO FUEL-CARD-EVENTS-RECORD
           MOVE WS-EVT-T-TYPE (WS-EVT-IDX) TO FCE-EVENT-TYPE
           MOVE WS-EVT-T-ID (WS-EVT-IDX) TO FCE-EMP-ID
           MOVE WS-EVT-T-NAME (WS-EVT-IDX) TO FCE-EMP-NAME
           MOVE WS-EVT-T-CAR (WS-EVT-IDX) TO FCE-CAR-CODE
           MOVE WS-EVT-T-CC (WS-EVT-IDX) TO FCE-COST-CENTER
           MOVE WS-EVT-T-EVENT-DATE (WS-EVT-IDX) TO FCE-EVENT-DATE
           MOVE WS-EVT-T-STATUS (WS-EVT-IDX) TO FCE-STATUS
           MOVE WS-EVT-T-SENT-DATE (WS-EVT-IDX) TO FCE-SENT-DATE
           MOVE WS-EVT-T-REASON (WS-EVT-IDX) TO FCE-VENDOR-REASON
           MOVE WS-EVT-T-RESENDS (WS-EVT-IDX) TO FCE-RESEND-COUNT
           WRITE FUEL-CARD-EVENTS-RECORD
       END-IF
   END-PERFORM.
   CLOSE FUEL-CARD-EVENTS.

   A500-PRINT-EXCEPTIONS.
   *> a cancelled card still live at the vendor can still be used,
   *> so every cancel the vendor has not confirmed stays listed here
   *> night after night until it does
   PERFORM C000-PRINT-HEADERS.
   MOVE 'UNCONFIRMED CARD CANCELLATIONS' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   ADD 2 TO WS-LINE-COUNT.
   PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
           UNTIL WS-EVT-IDX > WS-EVT-COUNT
       IF NOT WS-EVT-T-IS-CONFIRMED (WS-EVT-IDX)
           IF WS-EVT-T-TYPE (WS-EVT-IDX) = 'C'
               ADD 1 TO WS-OPEN-CANCELS
               PERFORM C100-PRINT-REQUEST
           ELSE
               ADD 1 TO WS-OPEN-ISSUES
           END-IF
       END-IF
   END-PERFORM.
   IF WS-OPEN-CANCELS = ZERO
       MOVE 'NO CANCELLATIONS OUTSTANDING' TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'REFUSED REQUESTS RESENT TO THE VENDOR THIS RUN'
       TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   ADD 4 TO WS-LINE-COUNT.
   PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
           UNTIL WS-EVT-IDX > WS-EVT-COUNT
       IF WS-EVT-T-IS-RESENT-NOW (WS-EVT-IDX)
           IF WS-EVT-T-TYPE (WS-EVT-IDX) = 'I'
               ADD 1 TO WS-REFUSED-ISSUES
           END-IF
           PERFORM C100-PRINT-REQUEST
       END-IF
   END-PERFORM.
   IF WS-RESENT-COUNT = ZERO
       MOVE 'NO REFUSED REQUESTS RESENT' TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   PERFORM C200-PRINT-UNMATCHED.
   PERFORM C300-PRINT-SUMMARY.

   C000-PRINT-HEADERS.
   ADD 1 TO WS-PAGE-COUNT.
   STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
       DELIMITED BY SIZE INTO FCX-RUN-DATE.
   MOVE WS-PAGE-COUNT TO FCX-PAGE-NO.
   IF WS-PAGE-COUNT > 1
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   WRITE PRINT-RECORD FROM FCX-TITLE-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM FCX-COLUMN-HEADER.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE ZERO TO WS-LINE-COUNT.

   C100-PRINT-REQUEST.
   IF WS-LINE-COUNT >= 60
       PERFORM C000-PRINT-HEADERS
   END-IF.
   MOVE WS-EVT-T-TYPE (WS-EVT-IDX) TO FCX-TYPE.
   MOVE WS-EVT-T-ID (WS-EVT-IDX) TO FCX-EMP-ID.
   MOVE WS-EVT-T-NAME (WS-EVT-IDX) TO FCX-NAME.
   MOVE WS-EVT-T-CAR (WS-EVT-IDX) TO FCX-CAR.
   MOVE WS-EVT-T-CC (WS-EVT-IDX) TO FCX-COST-CENTER.
   MOVE WS-EVT-T-REASON (WS-EVT-IDX) TO FCX-REASON.
   MOVE WS-EVT-T-RESENDS (WS-EVT-IDX) TO FCX-RESENT.
   IF WS-EVT-T-SENT-DATE (WS-EVT-IDX) > ZERO
       MOVE SPACES TO FCX-SENT-DATE
       STRING WS-EVT-T-SENT-DATE (WS-EVT-IDX) (1:4) '-'
              WS-EVT-T-SENT-DATE (WS-EVT-IDX) (5:2) '-'
              WS-EVT-T-SENT-DATE (WS-EVT-IDX) (7:2)
           DELIMITED BY SIZE INTO FCX-SENT-DATE
       MOVE FUNCTION INTEGER-OF-DATE(WS-EVT-T-SENT-DATE (WS-EVT-IDX))
           TO WS-SENT-INTEGER
       COMPUTE WS-DAYS-OUT = WS-TODAY-INTEGER - WS-SENT-INTEGER
   ELSE
       MOVE 'NOT SENT' TO FCX-SENT-DATE
       MOVE ZERO TO WS-DAYS-OUT
   END-IF.
   MOVE WS-DAYS-OUT TO FCX-DAYS.
   WRITE PRINT-RECORD FROM FCX-DETAIL-LINE.
   ADD 1 TO WS-LINE-COUNT.

   C200-PRINT-UNMATCHED.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'VENDOR RETURNS WITH NO MATCHING REQUEST' TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   ADD 3 TO WS-LINE-COUNT.
   PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
           UNTIL WS-UNM-IDX > WS-UNMATCHED-COUNT
       IF WS-LINE-COUNT >= 60
           PERFORM C000-PRINT-HEADERS
       END-IF
       MOVE SPACES TO FCX-DETAIL-LINE
       MOVE WS-UNM-ACTION (WS-UNM-IDX) TO FCX-TYPE
       MOVE WS-UNM-ID (WS-UNM-IDX) TO FCX-EMP-ID
       MOVE WS-UNM-CAR (WS-UNM-IDX) TO FCX-CAR
       MOVE ZERO TO FCX-DAYS
       MOVE ZERO TO FCX-RESENT
       MOVE WS-UNM-REASON (WS-UNM-IDX) TO FCX-REASON
       WRITE PRINT-RECORD FROM FCX-DETAIL-LINE
       ADD 1 TO WS-LINE-COUNT
   END-PERFORM.
   IF WS-UNMATCHED-COUNT = ZERO
       MOVE 'NONE' TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.

   C300-PRINT-SUMMARY.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   IF WS-VENDRET-NOT-FOUND
       MOVE 'NO VENDOR RETURN FILE THIS RUN' TO PRINT-RECORD
       WRITE PRINT-RECORD
   ELSE
       IF NOT WS-RETURN-OK
           MOVE 'VENDOR RETURN REFUSED - TRAILER DOES NOT BALANCE -'
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'LEFT ON FILE FOR THE VENDOR TO RESEND'
               TO PRINT-RECORD
           WRITE PRINT-RECORD
       END-IF
   END-IF.
   MOVE 'ISSUE REQUESTS SENT:' TO FCX-SUM-TEXT.
   MOVE WS-SENT-ISSUES TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
   MOVE 'CANCEL REQUESTS SENT:' TO FCX-SUM-TEXT.
   MOVE WS-SENT-CANCELS TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
   MOVE 'CONFIRMED BY VENDOR THIS RUN:' TO FCX-SUM-TEXT.
   MOVE WS-CONFIRMED-COUNT TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
   MOVE 'REFUSED BY VENDOR THIS RUN:' TO FCX-SUM-TEXT.
   MOVE WS-REFUSED-COUNT TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
   MOVE 'REFUSED REQUESTS RESENT:' TO FCX-SUM-TEXT.
   MOVE WS-RESENT-COUNT TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
   MOVE 'OF WHICH CARD ISSUES:' TO FCX-SUM-TEXT.
   MOVE WS-REFUSED-ISSUES TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
   MOVE 'RETURNS WITH NO MATCH:' TO FCX-SUM-TEXT.
   MOVE WS-UNMATCHED-COUNT TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
   MOVE 'CANCELS AWAITING VENDOR:' TO FCX-SUM-TEXT.
   MOVE WS-OPEN-CANCELS TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
   MOVE 'ISSUES AWAITING VENDOR:' TO FCX-SUM-TEXT.
   MOVE WS-OPEN-ISSUES TO FCX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM FCX-SUMMARY-LINE.
