        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJWORK-STATUS.

    SELECT APPROVAL-PENDING ASSIGN TO "data/approval.pending"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRPND-STATUS.

    SELECT APPROVAL-WORK ASSIGN TO "data/approval.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRWORK-STATUS.

    SELECT PROCESSING-CALENDAR ASSIGN TO "data/proc.calendar"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROCCAL-STATUS.
FD  REJECTS-WORK.
01  REJECTS-WORK-RECORD PIC X(116).

FD  APPROVAL-PENDING.
01  APPROVAL-PENDING-RECORD.
    COPY APRPND.

FD  APPROVAL-WORK.
01  APPROVAL-WORK-RECORD PIC X(130).

FD  PROCESSING-CALENDAR.
01  PROCESSING-CALENDAR-RECORD.
    COPY PROCCAL.
   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

   *> maker-checker hold - a correction is parked on APPROVAL-PENDING
   *> under the clerk who keyed it and only recycles on a later run
   *> once a different operator has approved it through APRVMNT.
   *> department transfers share the file, so rows of other types
   *> are carried through the rewrite untouched
   01 WS-APRPND-STATUS PIC X(02) VALUE '00'.
      88 WS-APRPND-OK        VALUE '00'.
      88 WS-APRPND-NOT-FOUND VALUE '35'.
   01 WS-APRWORK-STATUS PIC X(02) VALUE '00'.
      88 WS-APRWORK-OK VALUE '00'.
   01 WS-APR-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-APR-EOF VALUE 'Y'.
   01 WS-APR-TABLE.
      05 WS-APR-ENTRY OCCURS 500 TIMES.
         10 WS-APR-T-TYPE   PIC X(01).
         10 WS-APR-T-KEY    PIC X(10).
         10 WS-APR-T-IMAGE  PIC X(130).
         10 WS-APR-T-POSTED PIC X(01).
            88 WS-APR-T-IS-POSTED VALUE 'Y'.
   01 WS-APR-COUNT PIC 9(04) VALUE ZERO.
   01 WS-APR-IDX PIC 9(04).
   01 WS-NEXT-ITEM-NO PIC 9(06) VALUE ZERO.
   01 WS-POSTING-SWITCH PIC X VALUE 'N'.
      88 WS-POSTING-APPROVED VALUE 'Y'.
   01 WS-COR-APPROVED-BY PIC X(08) VALUE SPACES.
   01 WS-HELD-SWITCH PIC X VALUE 'N'.
      88 WS-REJ-HELD VALUE 'Y'.
   01 WS-REJ-KEY PIC X(10).

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.


   01 WS-CORRECTIONS-READ PIC 9(05) VALUE ZERO.
   01 WS-CORRECTED-COUNT PIC 9(05) VALUE ZERO.
   01 WS-PARKED-COUNT PIC 9(05) VALUE ZERO.
   01 WS-NO-OPERATOR-COUNT PIC 9(05) VALUE ZERO.
   01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
   01 WS-BAD-DATE-COUNT PIC 9(05) VALUE ZERO.
   01 WS-UNMATCHED-COUNT PIC 9(05) VALUE ZERO.
   01 WS-OUTSTANDING-COUNT PIC 9(05) VALUE ZERO.
   A000-MAIN-PARA.
   PERFORM A010-INITIALIZE.
   PERFORM A100-LOAD-REJECTS.
   PERFORM A150-LOAD-APPROVALS.
   PERFORM A200-APPLY-CORRECTIONS.
   PERFORM A250-REWRITE-APPROVALS.
   PERFORM A300-REWRITE-REJECTS.
   PERFORM A400-PRINT-AGING-REPORT.
   CLOSE PRINT-FILE.
   MOVE EMPLOYEE-REJECTS-RECORD TO WS-REJ-IMAGE (WS-REJECT-COUNT).
   MOVE 'N' TO WS-REJ-CORRECTED (WS-REJECT-COUNT).

   A150-LOAD-APPROVALS.
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
   MOVE APR-ITEM-TYPE TO WS-APR-T-TYPE (WS-APR-COUNT).
   MOVE APR-ITEM-KEY TO WS-APR-T-KEY (WS-APR-COUNT).
   MOVE APPROVAL-PENDING-RECORD TO WS-APR-T-IMAGE (WS-APR-COUNT).
   MOVE 'N' TO WS-APR-T-POSTED (WS-APR-COUNT).

   A200-APPLY-CORRECTIONS.
   OPEN INPUT CORRECTION-FILE.
   IF WS-CORRECTION-NOT-FOUND
   IF WS-RECYCLE-NOT-FOUND
       OPEN OUTPUT RECYCLE-FILE
   END-IF.
   *> corrections approved since the last run recycle first, under
   *> both operators' IDs - then today's new corrections are parked
   SET WS-POSTING-APPROVED TO TRUE.
   PERFORM VARYING WS-APR-IDX FROM 1 BY 1
           UNTIL WS-APR-IDX > WS-APR-COUNT
       MOVE WS-APR-T-IMAGE (WS-APR-IDX) TO APPROVAL-PENDING-RECORD
       IF APR-CORRECTION AND APR-APPROVED
           SET WS-APR-T-IS-POSTED (WS-APR-IDX) TO TRUE
           MOVE APR-APPROVED-BY TO WS-COR-APPROVED-BY
           MOVE APR-ITEM-DATA TO CORRECTION-RECORD
           PERFORM B100-MATCH-CORRECTION
       END-IF
   END-PERFORM.
   MOVE 'N' TO WS-POSTING-SWITCH.
   MOVE SPACES TO WS-COR-APPROVED-BY.
   PERFORM UNTIL WS-COR-EOF
       READ CORRECTION-FILE
           AT END SET WS-COR-EOF TO TRUE
   *> a correction claims the oldest still-uncorrected reject carrying
   *> its employee ID - the same ID can sit in the rejects file more
   *> than once, so corrections are consumed one reject row at a time
   IF COR-ENTERED-BY = SPACES
       ADD 1 TO WS-NO-OPERATOR-COUNT
       DISPLAY 'correction for ID ' COR-ID ' carries no entering'
           ' operator - not accepted for approval'
   ELSE
       PERFORM B105-EDIT-AND-APPLY
   END-IF.

   B105-EDIT-AND-APPLY.
   PERFORM B150-EDIT-COR-EFF-DATE.
   IF NOT WS-COR-DATE-OK
       ADD 1 TO WS-BAD-DATE-COUNT
           MOVE WS-REJ-IDX TO WS-MATCH-IDX
       END-IF
   END-PERFORM.
   EVALUATE TRUE
       WHEN WS-MATCH-IDX > ZERO AND WS-POSTING-APPROVED
           SET WS-REJ-IS-CORRECTED (WS-MATCH-IDX) TO TRUE
           ADD 1 TO WS-CORRECTED-COUNT
           PERFORM B200-WRITE-RECYCLE
       WHEN WS-MATCH-IDX > ZERO
           *> the reject stays outstanding until the approved
           *> correction recycles on a later run
           PERFORM B300-PARK-CORRECTION
       WHEN OTHER
           ADD 1 TO WS-UNMATCHED-COUNT
           DISPLAY 'correction has no outstanding reject for ID '
               COR-ID
   END-EVALUATE.

   B300-PARK-CORRECTION.
   ADD 1 TO WS-NEXT-ITEM-NO.
   MOVE SPACES TO APPROVAL-PENDING-RECORD.
   MOVE WS-NEXT-ITEM-NO TO APR-ITEM-NO.
   SET APR-CORRECTION TO TRUE.
   MOVE COR-ID TO APR-ITEM-KEY.
   MOVE COR-ENTERED-BY TO APR-ENTERED-BY.
   MOVE WS-CURRENT-DATE TO APR-ENTERED-DATE.
   SET APR-AWAITING TO TRUE.
   MOVE ZERO TO APR-APPROVED-DATE.
   MOVE CORRECTION-RECORD TO APR-ITEM-DATA.
   PERFORM B050-STORE-APPROVAL.
   ADD 1 TO WS-PARKED-COUNT.
   DISPLAY 'correction for ID ' COR-ID ' held for approval as item '
       WS-NEXT-ITEM-NO.

   B150-EDIT-COR-EFF-DATE.
   *> spaces or zero posts immediately and passes - anything else
   MOVE COR-NAME TO EMPIN-NAME.
   MOVE COR-CAR TO EMPIN-CAR.
   MOVE COR-DEPT TO EMPIN-DEPT.
   MOVE COR-PND-TRANS-CODE TO EMPIN-PND-TRANS-CODE.
   MOVE COR-ENTERED-BY TO EMPIN-ENTERED-BY.
   MOVE WS-COR-APPROVED-BY TO EMPIN-APPROVED-BY.
   MOVE COR-DUP-OVERRIDE TO EMPIN-DUP-OVERRIDE.
   IF COR-UNIT-NO NUMERIC
       MOVE COR-UNIT-NO TO EMPIN-UNIT-NO
   ELSE
       MOVE ZERO TO EMPIN-UNIT-NO
   END-IF.
   IF COR-EFF-DATE NUMERIC
       MOVE COR-EFF-DATE TO EMPIN-EFF-DATE
   ELSE
   END-IF.
   WRITE RECYCLE-RECORD.

   A250-REWRITE-APPROVALS.
   *> same work-copy-first rewrite as the rejects file - recycled
   *> corrections drop off, everything else (including transfers
   *> held for DEPTMNT) goes back along with today's new items
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

   A300-REWRITE-REJECTS.
   *> the rejects file is rewritten without the corrected rows so a
   *> fixed reject cannot be corrected twice on a later run. the full
   MOVE WS-REJ-REASON (WS-REJ-IDX) TO RFX-REASON.
   PERFORM C150-AGE-REJECT.
   MOVE WS-DAYS-OUT TO RFX-DAYS.
   PERFORM C160-CHECK-HELD.
   EVALUATE TRUE
       WHEN WS-REJ-HELD
           ADD 1 TO WS-HELD-COUNT
           MOVE 'AWAIT APPROVAL' TO RFX-FLAG
       WHEN WS-DAYS-OUT > WS-AGE-THRESHOLD
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE '*** FOLLOW UP ***' TO RFX-FLAG
       WHEN OTHER
           MOVE SPACES TO RFX-FLAG
   END-EVALUATE.
   WRITE PRINT-RECORD FROM RFX-DETAIL-LINE.
   ADD 1 TO WS-LINE-COUNT.
   PERFORM C200-COUNT-REASON.
       MOVE 'UNDATED' TO RFX-REJ-DATE
   END-IF.

   C160-CHECK-HELD.
   *> a reject whose correction is keyed but not yet approved is
   *> the checker's to chase, not the clerk's
   MOVE 'N' TO WS-HELD-SWITCH.
   MOVE WS-REJ-ID (WS-REJ-IDX) TO WS-REJ-KEY.
   PERFORM VARYING WS-APR-IDX FROM 1 BY 1
           UNTIL WS-APR-IDX > WS-APR-COUNT
       IF WS-APR-T-TYPE (WS-APR-IDX) = 'R'
               AND WS-APR-T-KEY (WS-APR-IDX) = WS-REJ-KEY
               AND NOT WS-APR-T-IS-POSTED (WS-APR-IDX)
           SET WS-REJ-HELD TO TRUE
       END-IF
   END-PERFORM.

   C200-COUNT-REASON.
   MOVE 'N' TO WS-REASON-FOUND-SWITCH.
   PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
   MOVE 'REJECTS ON FILE AT START:' TO RFX-SUM-TEXT.
   MOVE WS-REJECT-COUNT TO RFX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RFX-SUMMARY-LINE.
   MOVE 'APPROVED AND RECYCLED:' TO RFX-SUM-TEXT.
   MOVE WS-CORRECTED-COUNT TO RFX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RFX-SUMMARY-LINE.
   MOVE 'HELD FOR APPROVAL THIS RUN:' TO RFX-SUM-TEXT.
   MOVE WS-PARKED-COUNT TO RFX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RFX-SUMMARY-LINE.
   MOVE 'CORRECTIONS WITH NO OPERATOR:' TO RFX-SUM-TEXT.
   MOVE WS-NO-OPERATOR-COUNT TO RFX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RFX-SUMMARY-LINE.
   MOVE 'AWAITING APPROVAL:' TO RFX-SUM-TEXT.
   MOVE WS-HELD-COUNT TO RFX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RFX-SUMMARY-LINE.
   MOVE 'CORRECTIONS WITH NO MATCH:' TO RFX-SUM-TEXT.
   MOVE WS-UNMATCHED-COUNT TO RFX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM RFX-SUMMARY-LINE.
