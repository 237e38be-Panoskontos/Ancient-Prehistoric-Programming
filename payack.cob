    COPY EMPREC.

FD  CARRY-FORWARD.
01  CARRY-FORWARD-RECORD.
    COPY PAYCF.

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).
   *> on the master can also be checked against what actually went out
   01 WS-EXT-TABLE.
      05 WS-EXT-ENTRY OCCURS 1000 TIMES.
         10 WS-EXT-T-ID       PIC 9(10).
         10 WS-EXT-T-NAME     PIC X(30).
         10 WS-EXT-T-CC       PIC X(06).
         10 WS-EXT-T-ACTION   PIC X(01).
         10 WS-EXT-T-RESUBMIT PIC 9(02).
   01 WS-EXT-COUNT PIC 9(04) VALUE ZERO.
   01 WS-EXT-IDX PIC 9(04).
   01 WS-EXT-FOUND-SWITCH PIC X VALUE 'N'.
   01 WS-EXT-MODE PIC X(01) VALUE 'F'.
      88 WS-EXT-DELTA VALUE 'D'.

   *> LIMIT=nn on the command line - a carried employee already
   *> resent this many times who is still not accepted is escalated
   *> onto its own section of the report (and still carried)
   01 WS-COMMAND-LINE PIC X(20) VALUE SPACES.
   01 WS-ESCALATE-LIMIT PIC 9(02) VALUE 3.

   01 WS-ESC-TABLE.
      05 WS-ESC-ENTRY OCCURS 1000 TIMES.
         10 WS-ESC-T-ID        PIC 9(10).
         10 WS-ESC-T-NAME      PIC X(30).
         10 WS-ESC-T-EXCEPTION PIC X(28).
         10 WS-ESC-T-RESENT    PIC 9(02).
         10 WS-ESC-T-REASON    PIC X(30).
   01 WS-ESC-COUNT PIC 9(04) VALUE ZERO.
   01 WS-ESC-IDX PIC 9(04).

   01 WS-ACCEPTED-COUNT PIC 9(05) VALUE ZERO.
   01 WS-REJECTED-COUNT PIC 9(05) VALUE ZERO.
   01 WS-NOT-SENT-COUNT PIC 9(05) VALUE ZERO.
   01 WS-EXCEPTION-COUNT PIC 9(05) VALUE ZERO.
   01 WS-CARRY-COUNT PIC 9(05) VALUE ZERO.
   01 WS-CLEARED-COUNT PIC 9(05) VALUE ZERO.

   01 WS-LINE-COUNT PIC 9(02) VALUE 0.
   01 WS-PAGE-COUNT PIC 9(04) VALUE 0.
   PERFORM A300-CHECK-MASTER.
   PERFORM A400-MATCH-EXTRACT.
   PERFORM A500-CHECK-TRAILER.
   PERFORM A550-PRINT-ESCALATIONS.
   PERFORM A600-PRINT-SUMMARY.
   CLOSE CARRY-FORWARD.
   CLOSE PRINT-FILE.
   A010-INITIALIZE.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-CURRENT-TIME FROM TIME.
   ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
   IF WS-COMMAND-LINE (1:6) = 'LIMIT='
       IF WS-COMMAND-LINE (7:2) IS NUMERIC
               AND WS-COMMAND-LINE (7:2) NOT = '00'
           MOVE WS-COMMAND-LINE (7:2) TO WS-ESCALATE-LIMIT
       ELSE
           DISPLAY 'PAYACK - LIMIT must be two digits 01-99 -'
               ' e.g. LIMIT=03'
           STOP RUN
       END-IF
   END-IF.
   OPEN OUTPUT PRINT-FILE.
   OPEN OUTPUT CARRY-FORWARD.
   PERFORM B000-PRINT-HEADERS.
       ADD 1 TO WS-EXT-COUNT
       MOVE PEXT-ID TO WS-EXT-T-ID (WS-EXT-COUNT)
       MOVE PEXT-NAME TO WS-EXT-T-NAME (WS-EXT-COUNT)
       MOVE PEXT-COST-CENTER TO WS-EXT-T-CC (WS-EXT-COUNT)
       MOVE PEXT-ACTION TO WS-EXT-T-ACTION (WS-EXT-COUNT)
       *> spaces on a first send
       IF PEXT-RESUBMIT-COUNT IS NUMERIC
           MOVE PEXT-RESUBMIT-COUNT
               TO WS-EXT-T-RESUBMIT (WS-EXT-COUNT)
       ELSE
           MOVE ZERO TO WS-EXT-T-RESUBMIT (WS-EXT-COUNT)
       END-IF
   END-IF.

   A300-CHECK-MASTER.
       MOVE 'ACTIVE - NOT ON EXTRACT' TO PAK-EXCEPTION
       MOVE SPACES TO PAK-REASON
       PERFORM C100-PRINT-EXCEPTION
       *> payroll has never been sent this employee, so the next
       *> extract offers them as an add
       MOVE SPACES TO CARRY-FORWARD-RECORD
       MOVE EMP-ID TO PCF-ID
       MOVE EMP-NAME TO PCF-NAME
       MOVE 'A' TO PCF-ACTION
       MOVE ZERO TO PCF-RESUBMIT-COUNT
       PERFORM C200-WRITE-CARRY-FORWARD
   END-IF.

           MOVE 'SENT - NOT ACKNOWLEDGED' TO PAK-EXCEPTION
           MOVE SPACES TO PAK-REASON
           PERFORM C100-PRINT-EXCEPTION
           PERFORM B410-CARRY-EXTRACT-DETAIL
       WHEN WS-ACK-T-STATUS (WS-ACK-MATCH-IDX) = 'R'
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-EXT-T-ID (WS-EXT-IDX) TO PAK-ID
           MOVE 'REJECTED BY PAYROLL' TO PAK-EXCEPTION
           MOVE WS-ACK-T-REASON (WS-ACK-MATCH-IDX) TO PAK-REASON
           PERFORM C100-PRINT-EXCEPTION
           PERFORM B410-CARRY-EXTRACT-DETAIL
       WHEN OTHER
           *> accepted at last - a resubmitted employee is simply
           *> not written to the new list, which clears the item
           ADD 1 TO WS-ACCEPTED-COUNT
           IF WS-EXT-T-RESUBMIT (WS-EXT-IDX) > ZERO
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
   END-EVALUATE.

   B410-CARRY-EXTRACT-DETAIL.
   MOVE SPACES TO CARRY-FORWARD-RECORD.
   MOVE WS-EXT-T-ID (WS-EXT-IDX) TO PCF-ID.
   MOVE WS-EXT-T-NAME (WS-EXT-IDX) TO PCF-NAME.
   MOVE WS-EXT-T-CC (WS-EXT-IDX) TO PCF-COST-CENTER.
   MOVE WS-EXT-T-ACTION (WS-EXT-IDX) TO PCF-ACTION.
   MOVE WS-EXT-T-RESUBMIT (WS-EXT-IDX) TO PCF-RESUBMIT-COUNT.
   PERFORM C200-WRITE-CARRY-FORWARD.

   A500-CHECK-TRAILER.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.

   C200-WRITE-CARRY-FORWARD.
   *> carried-forward employees go out in the extract's own detail
   *> layout so next cycle's chase list reads like the extract itself -
   *> the exception just printed is kept for the escalation section
   MOVE 'D' TO PCF-REC-TYPE.
   ADD 1 TO WS-CARRY-COUNT.
   WRITE CARRY-FORWARD-RECORD.
   IF PCF-RESUBMIT-COUNT >= WS-ESCALATE-LIMIT
       IF WS-ESC-COUNT >= 1000
           DISPLAY 'escalation table full - raise table size and'
               ' rerun'
           STOP RUN
       END-IF
       ADD 1 TO WS-ESC-COUNT
       MOVE PCF-ID TO WS-ESC-T-ID (WS-ESC-COUNT)
       MOVE PCF-NAME TO WS-ESC-T-NAME (WS-ESC-COUNT)
       MOVE PAK-EXCEPTION TO WS-ESC-T-EXCEPTION (WS-ESC-COUNT)
       MOVE PCF-RESUBMIT-COUNT TO WS-ESC-T-RESENT (WS-ESC-COUNT)
       MOVE PAK-REASON TO WS-ESC-T-REASON (WS-ESC-COUNT)
   END-IF.

   A550-PRINT-ESCALATIONS.
   *> listed apart from the cycle's exceptions so they go to someone
   *> who will pick up the phone to payroll rather than wait another
   *> cycle
   IF WS-ESC-COUNT > ZERO
       IF WS-LINE-COUNT >= 55
           PERFORM B000-PRINT-HEADERS
       END-IF
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       MOVE WS-ESCALATE-LIMIT TO PAK-ESC-LIMIT
       WRITE PRINT-RECORD FROM PAK-ESC-TITLE-LINE
       WRITE PRINT-RECORD FROM PAK-ESC-HEADER
       ADD 3 TO WS-LINE-COUNT
       PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-COUNT
           PERFORM C300-PRINT-ESCALATION
       END-PERFORM
   END-IF.

   C300-PRINT-ESCALATION.
   IF WS-LINE-COUNT >= 60
       PERFORM B000-PRINT-HEADERS
       WRITE PRINT-RECORD FROM PAK-ESC-TITLE-LINE
       WRITE PRINT-RECORD FROM PAK-ESC-HEADER
       ADD 2 TO WS-LINE-COUNT
   END-IF.
   MOVE WS-ESC-T-ID (WS-ESC-IDX) TO PAK-ESC-ID.
   MOVE WS-ESC-T-NAME (WS-ESC-IDX) TO PAK-ESC-NAME.
   MOVE WS-ESC-T-EXCEPTION (WS-ESC-IDX) TO PAK-ESC-EXCEPTION.
   MOVE WS-ESC-T-RESENT (WS-ESC-IDX) TO PAK-ESC-RESENT.
   MOVE WS-ESC-T-REASON (WS-ESC-IDX) TO PAK-ESC-REASON.
   WRITE PRINT-RECORD FROM PAK-ESC-LINE.
   ADD 1 TO WS-LINE-COUNT.

   A600-PRINT-SUMMARY.
   MOVE SPACES TO PRINT-RECORD.
   MOVE 'CARRIED FORWARD FOR NEXT CYCLE:' TO PAK-SUM-TEXT.
   MOVE WS-CARRY-COUNT TO PAK-SUM-TOTAL.
   WRITE PRINT-RECORD FROM PAK-SUMMARY-LINE.
   MOVE 'RESUBMISSIONS ACCEPTED - CLEARED:' TO PAK-SUM-TEXT.
   MOVE WS-CLEARED-COUNT TO PAK-SUM-TOTAL.
   WRITE PRINT-RECORD FROM PAK-SUMMARY-LINE.
   MOVE 'ESCALATED PAST RESUBMISSION LIMIT:' TO PAK-SUM-TEXT.
   MOVE WS-ESC-COUNT TO PAK-SUM-TOTAL.
   WRITE PRINT-RECORD FROM PAK-SUMMARY-LINE.
   IF WS-EXCEPTION-COUNT = ZERO
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
