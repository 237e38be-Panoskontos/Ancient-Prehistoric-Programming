        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT APPROVAL-PENDING ASSIGN TO "data/approval.pending"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRPND-STATUS.

    SELECT APPROVAL-WORK ASSIGN TO "data/approval.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRWORK-STATUS.

    SELECT PRINT-FILE ASSIGN TO "data/deptxfr.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DEPTREF-IN.
01  DEPTREF-IN-RECORD PIC X(41).

FD  DEPARTMENT-REFERENCE.
01  DEPARTMENT-REFERENCE-RECORD.
01  AUDIT-LOG-RECORD.
    COPY AUDITLOG.

FD  APPROVAL-PENDING.
01  APPROVAL-PENDING-RECORD.
    COPY APRPND.

FD  APPROVAL-WORK.
01  APPROVAL-WORK-RECORD PIC X(130).

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.

   *> the transaction in hand - read from DEPTREF-IN, or unpacked
   *> from an approved item on APPROVAL-PENDING before DEPTREF-IN
   *> is opened
   01 WS-DEPTIN-RECORD.
   COPY DEPTIN.

   01 WS-TRANS-CODE PIC X(01).
      88 WS-TRANS-ADD      VALUE 'A'.
      88 WS-TRANS-CHANGE   VALUE 'C'.
   01 WS-TRANS-READ PIC 9(05) VALUE ZERO.
   01 WS-TRANS-APPLIED PIC 9(05) VALUE ZERO.
   01 WS-TRANS-REJECTED PIC 9(05) VALUE ZERO.
   01 WS-TRANS-HELD PIC 9(05) VALUE ZERO.

   *> maker-checker hold - a mass transfer is parked on
   *> APPROVAL-PENDING under the operator who keyed it and only runs
   *> on a later DEPTMNT run once a different operator has approved
   *> it through APRVMNT. reject corrections share the file, so rows
   *> of other types are carried through the rewrite untouched
   01 WS-APRPND-STATUS PIC X(02) VALUE '00'.
      88 WS-APRPND-OK        VALUE '00'.
      88 WS-APRPND-NOT-FOUND VALUE '35'.
   01 WS-APRWORK-STATUS PIC X(02) VALUE '00'.
      88 WS-APRWORK-OK VALUE '00'.
   01 WS-APR-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-APR-EOF VALUE 'Y'.
   01 WS-APR-TABLE.
      05 WS-APR-ENTRY OCCURS 500 TIMES.
         10 WS-APR-T-IMAGE  PIC X(130).
         10 WS-APR-T-POSTED PIC X(01).
            88 WS-APR-T-IS-POSTED VALUE 'Y'.
   01 WS-APR-COUNT PIC 9(04) VALUE ZERO.
   01 WS-APR-IDX PIC 9(04).
   01 WS-NEXT-ITEM-NO PIC 9(06) VALUE ZERO.
   01 WS-APR-CHANGED-SWITCH PIC X VALUE 'N'.
      88 WS-APR-CHANGED VALUE 'Y'.
   01 WS-POSTING-SWITCH PIC X VALUE 'N'.
      88 WS-POSTING-APPROVED VALUE 'Y'.

   *> mass-transfer work fields - the master and audit log open only
   *> when the first T transaction arrives, so a plain reference
   01 WS-XFER-MOVED PIC 9(05) VALUE ZERO.
   01 WS-XFER-TOTAL-MOVED PIC 9(05) VALUE ZERO.
   01 WS-OPERATOR-ID PIC X(08) VALUE 'DEPTMNT'.
   01 WS-APPROVER-ID PIC X(08) VALUE SPACES.
   01 WS-LINE PIC X(132).

   01 WS-CURRENT-DATE.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-CURRENT-TIME FROM TIME.
   PERFORM A010-OPEN-REFERENCE.
   PERFORM A020-LOAD-APPROVALS.
   PERFORM A030-POST-APPROVED.
   OPEN INPUT DEPTREF-IN.
   IF WS-DEPTREF-IN-NOT-FOUND
       DISPLAY 'DEPTREF-IN not found - nothing to process'
           AT END SET WS-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-TRANS-READ
               MOVE DEPTREF-IN-RECORD TO WS-DEPTIN-RECORD
               PERFORM A100-PROCESS-TRANS
       END-READ
   END-PERFORM.
       CLOSE DEPTREF-IN
   END-IF.
   CLOSE DEPARTMENT-REFERENCE.
   IF WS-APR-CHANGED
       PERFORM A050-REWRITE-APPROVALS
   END-IF.
   IF WS-XFER-OPEN
       PERFORM B490-PRINT-XFER-SUMMARY
       CLOSE EMPLOYEE-MASTER
   DISPLAY 'DEPTMNT transactions read:    ' WS-TRANS-READ.
   DISPLAY 'DEPTMNT transactions applied: ' WS-TRANS-APPLIED.
   DISPLAY 'DEPTMNT transactions rejected:' WS-TRANS-REJECTED.
   DISPLAY 'DEPTMNT transfers held for approval:' WS-TRANS-HELD.
STOP RUN.

   A010-OPEN-REFERENCE.
       OPEN I-O DEPARTMENT-REFERENCE
   END-IF.

   A020-LOAD-APPROVALS.
   OPEN INPUT APPROVAL-PENDING.
   IF WS-APRPND-NOT-FOUND
       SET WS-APR-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-APR-EOF
       READ APPROVAL-PENDING
           AT END SET WS-APR-EOF TO TRUE
           NOT AT END
               PERFORM B050-STORE-APPROVAL
               IF APR-ITEM-NO > WS-NEXT-ITEM-NO
                   MOVE APR-ITEM-NO TO WS-NEXT-ITEM-NO
               END-IF
       END-READ
   END-PERFORM.
   IF NOT WS-APRPND-NOT-FOUND
       CLOSE APPROVAL-PENDING
   END-IF.

   B050-STORE-APPROVAL.
   IF WS-APR-COUNT >= 500
       DISPLAY 'approval table full - raise table size and rerun'
       STOP RUN
   END-IF.
   ADD 1 TO WS-APR-COUNT.
   MOVE APPROVAL-PENDING-RECORD TO WS-APR-T-IMAGE (WS-APR-COUNT).
   MOVE 'N' TO WS-APR-T-POSTED (WS-APR-COUNT).

   A030-POST-APPROVED.
   *> transfers approved since the last run go first, through the
   *> same edits as when they were keyed - the target department may
   *> have been retired in the meantime - and post under the keying
   *> operator with the approver alongside on every audit row
   SET WS-POSTING-APPROVED TO TRUE.
   PERFORM VARYING WS-APR-IDX FROM 1 BY 1
           UNTIL WS-APR-IDX > WS-APR-COUNT
       MOVE WS-APR-T-IMAGE (WS-APR-IDX) TO APPROVAL-PENDING-RECORD
       IF APR-TRANSFER AND APR-APPROVED
           SET WS-APR-T-IS-POSTED (WS-APR-IDX) TO TRUE
           SET WS-APR-CHANGED TO TRUE
           MOVE APR-ENTERED-BY TO WS-OPERATOR-ID
           MOVE APR-APPROVED-BY TO WS-APPROVER-ID
           MOVE APR-ITEM-DATA TO WS-DEPTIN-RECORD
           DISPLAY 'posting approved transfer item ' APR-ITEM-NO
           PERFORM A100-PROCESS-TRANS
       END-IF
   END-PERFORM.
   MOVE 'N' TO WS-POSTING-SWITCH.
   MOVE 'DEPTMNT' TO WS-OPERATOR-ID.
   MOVE SPACES TO WS-APPROVER-ID.

   A050-REWRITE-APPROVALS.
   *> the full file is copied to APPROVAL-WORK first - the OPEN
   *> OUTPUT below truncates the live file, and the copy is what the
   *> operator recovers from if the rewrite dies mid-stream
   OPEN OUTPUT APPROVAL-WORK.
   PERFORM VARYING WS-APR-IDX FROM 1 BY 1
           UNTIL WS-APR-IDX > WS-APR-COUNT
       MOVE WS-APR-T-IMAGE (WS-APR-IDX) TO APPROVAL-WORK-RECORD
       WRITE APPROVAL-WORK-RECORD
   END-PERFORM.
   CLOSE APPROVAL-WORK.
   OPEN OUTPUT APPROVAL-PENDING.
   PERFORM VARYING WS-APR-IDX FROM 1 BY 1
           UNTIL WS-APR-IDX > WS-APR-COUNT
       IF NOT WS-APR-T-IS-POSTED (WS-APR-IDX)
           MOVE WS-APR-T-IMAGE (WS-APR-IDX)
               TO APPROVAL-PENDING-RECORD
           WRITE APPROVAL-PENDING-RECORD
       END-IF
   END-PERFORM.
   CLOSE APPROVAL-PENDING.

   A100-PROCESS-TRANS.
   MOVE DPT-TRANS-CODE TO WS-TRANS-CODE.
   MOVE DPT-CODE TO WS-DEPT-CODE.
       MOVE ZERO TO WS-XFER-EFF-DATE
   END-IF.
   EVALUATE TRUE
       WHEN NOT WS-POSTING-APPROVED AND DPT-ENTERED-BY = SPACES
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY 'transfer - no entering operator on transfer from '
               WS-XFER-FROM-DEPT ' - not accepted for approval'
       WHEN WS-XFER-TO-DEPT = SPACES
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY 'transfer - target department missing: '
               DISPLAY 'transfer - target department retired: '
                   WS-XFER-TO-DEPT
           ELSE
               IF WS-POSTING-APPROVED
                   PERFORM B410-OPEN-XFER-FILES
                   IF WS-XFER-OPEN
                       PERFORM B420-SWEEP-MASTER
                   END-IF
               ELSE
                   PERFORM B450-PARK-TRANSFER
               END-IF
           END-IF
   END-READ.
          WS-CT-HH WS-CT-MM WS-CT-SS
       DELIMITED BY SIZE INTO AUD-TIMESTAMP.
   MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
   MOVE WS-APPROVER-ID TO AUD-APPROVED-BY.
   MOVE EMP-ID TO AUD-EMP-ID.
   WRITE AUDIT-LOG-RECORD.

   B450-PARK-TRANSFER.
   *> nothing moves until a second operator approves - the item is
   *> listed on the APRVMNT aging report in the meantime
   ADD 1 TO WS-NEXT-ITEM-NO.
   MOVE SPACES TO APPROVAL-PENDING-RECORD.
   MOVE WS-NEXT-ITEM-NO TO APR-ITEM-NO.
   SET APR-TRANSFER TO TRUE.
   MOVE WS-XFER-FROM-DEPT TO APR-ITEM-KEY.
   MOVE DPT-ENTERED-BY TO APR-ENTERED-BY.
   MOVE WS-CURRENT-DATE TO APR-ENTERED-DATE.
   SET APR-AWAITING TO TRUE.
   MOVE ZERO TO APR-APPROVED-DATE.
   MOVE WS-DEPTIN-RECORD TO APR-ITEM-DATA.
   PERFORM B050-STORE-APPROVAL.
   SET WS-APR-CHANGED TO TRUE.
   ADD 1 TO WS-TRANS-HELD.
   DISPLAY 'transfer from ' WS-XFER-FROM-DEPT ' to ' WS-XFER-TO-DEPT
       ' held for approval as item ' WS-NEXT-ITEM-NO.

   B490-PRINT-XFER-SUMMARY.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
