        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-STATUS.

    SELECT CARRY-FORWARD ASSIGN TO "data/payroll.carryfwd"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARRY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-MASTER.
01  PAYROLL-SNAPSHOT-RECORD.
    COPY PAYSNAP.

FD  CARRY-FORWARD.
01  CARRY-FORWARD-RECORD.
    COPY PAYCF.

   WORKING-STORAGE SECTION.
   01 WS-RUNCTL-STATUS PIC X(02) VALUE '00'.
      88 WS-RUNCTL-OK        VALUE '00'.
   01 WS-SNAP-IDX PIC 9(04).
   01 WS-SNAP-MATCH-IDX PIC 9(04).

   *> PAYACK's carry-forward list from the last acknowledgment -
   *> every employee on it is resent this run with current master
   *> values, full or delta, carrying one more resubmission than the
   *> list shows. CF-T prefix to keep the names clear of the record
   01 WS-CARRY-STATUS PIC X(02) VALUE '00'.
      88 WS-CARRY-OK        VALUE '00'.
      88 WS-CARRY-NOT-FOUND VALUE '35'.
   01 WS-CARRY-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-CARRY-EOF VALUE 'Y'.
   01 WS-CARRY-TABLE.
      05 WS-CARRY-ENTRY OCCURS 1000 TIMES.
         10 WS-CF-T-ID       PIC 9(10).
         10 WS-CF-T-ACTION   PIC X(01).
         10 WS-CF-T-RESUBMIT PIC 9(02).
         10 WS-CF-T-SENT     PIC X(01).
            88 WS-CF-T-IS-SENT VALUE 'Y'.
   01 WS-CARRY-COUNT PIC 9(04) VALUE ZERO.
   01 WS-CARRY-IDX PIC 9(04).
   01 WS-CARRY-MATCH-IDX PIC 9(04).
   01 WS-CARRY-SEARCH-ID PIC 9(10).
   01 WS-RESUBMIT-COUNT PIC 9(05) VALUE ZERO.
   01 WS-CARRY-DROPPED PIC 9(05) VALUE ZERO.

   01 WS-ACTION PIC X(01) VALUE SPACE.
   01 WS-ADD-COUNT PIC 9(05) VALUE ZERO.
   01 WS-CHG-COUNT PIC 9(05) VALUE ZERO.
   IF WS-DELTA-MODE
       PERFORM A020-LOAD-SNAPSHOT
   END-IF.
   PERFORM A030-LOAD-CARRY-FORWARD.
   OPEN INPUT EMPLOYEE-MASTER.
   IF WS-MASTER-LENGTH-ERR
       DISPLAY 'PAYEXTR - EMPLOYEE-MASTER record layout mismatch -'
   CLOSE PAYROLL-EXTRACT.
   PERFORM A300-WRITE-SNAPSHOT.
   CLOSE EMPLOYEE-MASTER.
   PERFORM A400-REPORT-CARRY-FORWARD.
   PERFORM A900-STAMP-RUN-CONTROL.
STOP RUN.

       CLOSE PAYROLL-SNAPSHOT
   END-IF.

   A030-LOAD-CARRY-FORWARD.
   OPEN INPUT CARRY-FORWARD.
   IF WS-CARRY-NOT-FOUND
       SET WS-CARRY-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-CARRY-EOF
       READ CARRY-FORWARD
           AT END SET WS-CARRY-EOF TO TRUE
           NOT AT END
               IF WS-CARRY-COUNT >= 1000
                   DISPLAY 'carry-forward table full - raise table'
                       ' size and rerun'
                   STOP RUN
               END-IF
               ADD 1 TO WS-CARRY-COUNT
               MOVE PCF-ID TO WS-CF-T-ID (WS-CARRY-COUNT)
               MOVE PCF-ACTION TO WS-CF-T-ACTION (WS-CARRY-COUNT)
               IF PCF-RESUBMIT-COUNT IS NUMERIC
                   MOVE PCF-RESUBMIT-COUNT
                       TO WS-CF-T-RESUBMIT (WS-CARRY-COUNT)
               ELSE
                   MOVE ZERO TO WS-CF-T-RESUBMIT (WS-CARRY-COUNT)
               END-IF
               MOVE 'N' TO WS-CF-T-SENT (WS-CARRY-COUNT)
       END-READ
   END-PERFORM.
   IF NOT WS-CARRY-NOT-FOUND
       CLOSE CARRY-FORWARD
   END-IF.

   A400-REPORT-CARRY-FORWARD.
   *> a carried employee not resent has nothing left for payroll to
   *> take - deactivated before a full-file run (the full file's
   *> omission deactivates them), purged, or an add payroll never
   *> took for someone since deactivated. PAYACK rebuilds the list
   *> from this extract, so those rows drop off it
   PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
           UNTIL WS-CARRY-IDX > WS-CARRY-COUNT
       IF NOT WS-CF-T-IS-SENT (WS-CARRY-IDX)
           ADD 1 TO WS-CARRY-DROPPED
           DISPLAY 'PAYEXTR - carry-forward employee '
               WS-CF-T-ID (WS-CARRY-IDX)
               ' not resent - nothing left to send payroll'
       END-IF
   END-PERFORM.
   IF WS-CARRY-COUNT > ZERO
       DISPLAY 'PAYEXTR carry-forward items: ' WS-CARRY-COUNT
           ' resubmitted: ' WS-RESUBMIT-COUNT
           ' not resent: ' WS-CARRY-DROPPED
   END-IF.

   A900-STAMP-RUN-CONTROL.
   *> record this job's completion on RUN-CONTROL so the operator
   *> can see from one record which of the night's jobs have run -

   A100-WRITE-DETAIL.
   *> full mode sends every active employee the way it always has -
   *> delta mode sends only what moved since the previous extract,
   *> plus anyone still on the carry-forward list
   MOVE EMP-ID TO WS-CARRY-SEARCH-ID.
   PERFORM B140-FIND-CARRY-ROW.
   IF EMP-ACTIVE
       PERFORM A110-LOOKUP-COST-CENTER
       IF WS-DELTA-MODE
   *> active and not on the snapshot means payroll has never seen
   *> the employee - on the snapshot with a different name or cost
   *> center means payroll's copy is stale
   *> a carried employee goes out even when unchanged - as an add
   *> again when payroll never took the add, otherwise as a change
   *> carrying today's values
   PERFORM B130-FIND-SNAPSHOT-ROW.
   IF WS-SNAP-MATCH-IDX = ZERO
       MOVE 'A' TO WS-ACTION
       PERFORM B150-WRITE-ONE-DETAIL
   ELSE
       SET WS-SNP-T-IS-MATCHED (WS-SNAP-MATCH-IDX) TO TRUE
       EVALUATE TRUE
           WHEN WS-CARRY-MATCH-IDX > ZERO
                   AND WS-CF-T-ACTION (WS-CARRY-MATCH-IDX) = 'A'
               MOVE 'A' TO WS-ACTION
               PERFORM B150-WRITE-ONE-DETAIL
           WHEN WS-SNP-T-NAME (WS-SNAP-MATCH-IDX) NOT = EMP-NAME
                   OR WS-SNP-T-CC (WS-SNAP-MATCH-IDX)
                       NOT = WS-COST-CENTER
                   OR WS-CARRY-MATCH-IDX > ZERO
               MOVE 'C' TO WS-ACTION
               PERFORM B150-WRITE-ONE-DETAIL
           WHEN OTHER
               CONTINUE
       END-EVALUATE
   END-IF.

   B120-DELTA-INACTIVE.
   *> an employee payroll was sent as active who has since been
   *> deactivated goes out once with the D action so payroll stops
   *> paying them - never seen by payroll means nothing to send
   *> A carried deactivation payroll missed is no longer on the
   *> snapshot, so it is resent off the carry-forward list - unless
   *> what payroll missed was the add, when there is nothing to stop
   PERFORM B130-FIND-SNAPSHOT-ROW.
   IF WS-SNAP-MATCH-IDX > ZERO
       SET WS-SNP-T-IS-MATCHED (WS-SNAP-MATCH-IDX) TO TRUE
       PERFORM A110-LOOKUP-COST-CENTER
       MOVE 'D' TO WS-ACTION
       PERFORM B150-WRITE-ONE-DETAIL
   ELSE
       IF WS-CARRY-MATCH-IDX > ZERO
           IF WS-CF-T-ACTION (WS-CARRY-MATCH-IDX) NOT = 'A'
               PERFORM A110-LOOKUP-COST-CENTER
               MOVE 'D' TO WS-ACTION
               PERFORM B150-WRITE-ONE-DETAIL
           END-IF
       END-IF
   END-IF.

   B130-FIND-SNAPSHOT-ROW.
       END-IF
   END-PERFORM.

   B140-FIND-CARRY-ROW.
   MOVE ZERO TO WS-CARRY-MATCH-IDX.
   PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
           UNTIL WS-CARRY-IDX > WS-CARRY-COUNT
               OR WS-CARRY-MATCH-IDX > ZERO
       IF WS-CF-T-ID (WS-CARRY-IDX) = WS-CARRY-SEARCH-ID
           MOVE WS-CARRY-IDX TO WS-CARRY-MATCH-IDX
       END-IF
   END-PERFORM.

   B150-WRITE-ONE-DETAIL.
   MOVE SPACES TO PAYROLL-EXTRACT-RECORD.
   MOVE 'D' TO PEXT-REC-TYPE.
   MOVE EMP-NAME TO PEXT-NAME.
   MOVE WS-COST-CENTER TO PEXT-COST-CENTER.
   MOVE WS-ACTION TO PEXT-ACTION.
   PERFORM B160-MARK-RESUBMISSION.
   WRITE PAYROLL-EXTRACT-RECORD.
   ADD 1 TO WS-EXTRACT-COUNT.
   EVALUATE WS-ACTION
       WHEN OTHER CONTINUE
   END-EVALUATE.

   B160-MARK-RESUBMISSION.
   *> the count stops at 99 - PAYACK will have escalated the
   *> employee long before then
   IF WS-CARRY-MATCH-IDX > ZERO
       SET WS-CF-T-IS-SENT (WS-CARRY-MATCH-IDX) TO TRUE
       IF WS-CF-T-RESUBMIT (WS-CARRY-MATCH-IDX) < 99
           ADD 1 TO WS-CF-T-RESUBMIT (WS-CARRY-MATCH-IDX)
       END-IF
       MOVE WS-CF-T-RESUBMIT (WS-CARRY-MATCH-IDX)
           TO PEXT-RESUBMIT-COUNT
       ADD 1 TO WS-RESUBMIT-COUNT
   END-IF.

   A150-SWEEP-SNAPSHOT.
   *> snapshot rows no master walk touched belong to employees since
   *> purged off the master entirely - payroll still has them, so
           MOVE WS-SNP-T-NAME (WS-SNAP-IDX) TO PEXT-NAME
           MOVE WS-SNP-T-CC (WS-SNAP-IDX) TO PEXT-COST-CENTER
           MOVE 'D' TO PEXT-ACTION
           MOVE WS-SNP-T-ID (WS-SNAP-IDX) TO WS-CARRY-SEARCH-ID
           PERFORM B140-FIND-CARRY-ROW
           PERFORM B160-MARK-RESUBMISSION
           WRITE PAYROLL-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD 1 TO WS-DEL-COUNT
   MOVE WS-ADD-COUNT TO PEXT-ADD-COUNT.
   MOVE WS-CHG-COUNT TO PEXT-CHG-COUNT.
   MOVE WS-DEL-COUNT TO PEXT-DEL-COUNT.
   MOVE WS-RESUBMIT-COUNT TO PEXT-RESUBMIT-TOTAL.
   WRITE PAYROLL-EXTRACT-RECORD.
