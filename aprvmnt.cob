IDENTIFICATION DIVISION.
PROGRAM-ID. APRVMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPROVAL-PENDING ASSIGN TO "data/approval.pending"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRPND-STATUS.

    SELECT APPROVAL-IN ASSIGN TO "data/approvals.in"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRIN-STATUS.

    SELECT APPROVAL-WORK ASSIGN TO "data/approval.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRWORK-STATUS.

    SELECT PRINT-FILE ASSIGN TO "data/aprvmnt.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  APPROVAL-PENDING.
01  APPROVAL-PENDING-RECORD.
    COPY APRPND.

FD  APPROVAL-IN.
01  APPROVAL-IN-RECORD.
    COPY APRIN.

FD  APPROVAL-WORK.
01  APPROVAL-WORK-RECORD PIC X(130).

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   WORKING-STORAGE SECTION.
   COPY APRVL.

   01 WS-APRPND-STATUS PIC X(02) VALUE '00'.
      88 WS-APRPND-OK        VALUE '00'.
      88 WS-APRPND-NOT-FOUND VALUE '35'.

   01 WS-APRIN-STATUS PIC X(02) VALUE '00'.
      88 WS-APRIN-OK        VALUE '00'.
      88 WS-APRIN-NOT-FOUND VALUE '35'.

   01 WS-APRWORK-STATUS PIC X(02) VALUE '00'.
      88 WS-APRWORK-OK VALUE '00'.

   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.
   01 WS-APV-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-APV-EOF VALUE 'Y'.

   *> every held item, kept as its record image while the decisions
   *> are applied - declined items are dropped when the file is
   *> rewritten, the rest stay for their owning run to post
   01 WS-ITEM-TABLE.
      05 WS-ITEM-ENTRY OCCURS 500 TIMES.
         10 WS-ITEM-NO       PIC 9(06).
         10 WS-ITEM-IMAGE    PIC X(130).
         10 WS-ITEM-DECLINED PIC X(01).
            88 WS-ITEM-IS-DECLINED VALUE 'Y'.
         10 WS-ITEM-APPROVED PIC X(01).
            88 WS-ITEM-APPROVED-NOW VALUE 'Y'.
   01 WS-ITEM-COUNT PIC 9(04) VALUE ZERO.
   01 WS-ITEM-IDX PIC 9(04).
   01 WS-MATCH-IDX PIC 9(04).

   01 WS-DECISIONS-READ PIC 9(05) VALUE ZERO.
   01 WS-APPROVED-COUNT PIC 9(05) VALUE ZERO.
   01 WS-DECLINED-COUNT PIC 9(05) VALUE ZERO.
   01 WS-REFUSED-COUNT PIC 9(05) VALUE ZERO.
   01 WS-AWAITING-COUNT PIC 9(05) VALUE ZERO.
   01 WS-TO-POST-COUNT PIC 9(05) VALUE ZERO.
   01 WS-FLAGGED-COUNT PIC 9(05) VALUE ZERO.

   *> items waiting longer than this many days for a second operator
   *> are flagged for supervisor follow-up - overridden with DAYS=nnn
   *> on the command line, otherwise two working days
   01 WS-COMMAND-LINE PIC X(20) VALUE SPACES.
   01 WS-AGE-THRESHOLD PIC 9(03) VALUE 2.
   01 WS-DAYS-OUT PIC 9(04).
   01 WS-TODAY-INTEGER PIC 9(08).
   01 WS-ENTERED-INTEGER PIC 9(08).

   01 WS-LINE-COUNT PIC 9(02) VALUE 0.
   01 WS-PAGE-COUNT PIC 9(04) VALUE 0.

   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).
   01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
       TO WS-TODAY-INTEGER.
   ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
   IF WS-COMMAND-LINE (1:5) = 'DAYS='
           AND WS-COMMAND-LINE (6:3) NUMERIC
       MOVE WS-COMMAND-LINE (6:3) TO WS-AGE-THRESHOLD
   END-IF.
   PERFORM A100-LOAD-ITEMS.
   PERFORM A200-APPLY-DECISIONS.
   PERFORM A300-REWRITE-ITEMS.
   OPEN OUTPUT PRINT-FILE.
   PERFORM A400-PRINT-AGING-REPORT.
   CLOSE PRINT-FILE.
   DISPLAY 'APRVMNT approved: ' WS-APPROVED-COUNT
       ' declined: ' WS-DECLINED-COUNT
       ' refused: ' WS-REFUSED-COUNT
       ' awaiting approval: ' WS-AWAITING-COUNT.
STOP RUN.

   A100-LOAD-ITEMS.
   OPEN INPUT APPROVAL-PENDING.
   IF WS-APRPND-NOT-FOUND
       DISPLAY 'APPROVAL-PENDING not found - nothing held'
       SET WS-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-EOF
       READ APPROVAL-PENDING
           AT END SET WS-EOF TO TRUE
           NOT AT END
               IF WS-ITEM-COUNT >= 500
                   DISPLAY 'approval table full - raise table size'
                       ' and rerun'
                   STOP RUN
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               MOVE APR-ITEM-NO TO WS-ITEM-NO (WS-ITEM-COUNT)
               MOVE APPROVAL-PENDING-RECORD
                   TO WS-ITEM-IMAGE (WS-ITEM-COUNT)
               MOVE 'N' TO WS-ITEM-DECLINED (WS-ITEM-COUNT)
               MOVE 'N' TO WS-ITEM-APPROVED (WS-ITEM-COUNT)
       END-READ
   END-PERFORM.
   IF NOT WS-APRPND-NOT-FOUND
       CLOSE APPROVAL-PENDING
   END-IF.

   A200-APPLY-DECISIONS.
   *> the decisions file is truncated once applied so the same
   *> approval cannot be replayed against a later item
   OPEN INPUT APPROVAL-IN.
   IF WS-APRIN-NOT-FOUND
       DISPLAY 'no approvals file - aging report only'
       SET WS-APV-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-APV-EOF
       READ APPROVAL-IN
           AT END SET WS-APV-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-DECISIONS-READ
               PERFORM B100-APPLY-ONE-DECISION
       END-READ
   END-PERFORM.
   IF NOT WS-APRIN-NOT-FOUND
       CLOSE APPROVAL-IN
       OPEN OUTPUT APPROVAL-IN
       CLOSE APPROVAL-IN
   END-IF.

   B100-APPLY-ONE-DECISION.
   MOVE ZERO TO WS-MATCH-IDX.
   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
           UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               OR WS-MATCH-IDX > ZERO
       IF WS-ITEM-NO (WS-ITEM-IDX) = APV-ITEM-NO
               AND NOT WS-ITEM-IS-DECLINED (WS-ITEM-IDX)
           MOVE WS-ITEM-IDX TO WS-MATCH-IDX
       END-IF
   END-PERFORM.
   IF WS-MATCH-IDX = ZERO
       ADD 1 TO WS-REFUSED-COUNT
       DISPLAY 'approval refused - no held item ' APV-ITEM-NO
   ELSE
       MOVE WS-ITEM-IMAGE (WS-MATCH-IDX) TO APPROVAL-PENDING-RECORD
       EVALUATE TRUE
           WHEN APR-ITEM-TYPE NOT = APV-ITEM-TYPE
                   OR APR-ITEM-KEY NOT = APV-ITEM-KEY
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'approval refused - item ' APV-ITEM-NO
                   ' is not ' APV-ITEM-TYPE ' ' APV-ITEM-KEY
           WHEN NOT APR-AWAITING
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'approval refused - item ' APV-ITEM-NO
                   ' already approved by ' APR-APPROVED-BY
           WHEN APV-APPROVED-BY = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'approval refused - item ' APV-ITEM-NO
                   ' carries no approving operator'
           WHEN APV-APPROVED-BY = APR-ENTERED-BY
               *> the whole point - nobody approves their own work
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'approval refused - item ' APV-ITEM-NO
                   ' entered and approved by the same operator '
                   APR-ENTERED-BY
           WHEN APV-APPROVE
               SET APR-APPROVED TO TRUE
               MOVE APV-APPROVED-BY TO APR-APPROVED-BY
               MOVE WS-CURRENT-DATE TO APR-APPROVED-DATE
               MOVE APPROVAL-PENDING-RECORD
                   TO WS-ITEM-IMAGE (WS-MATCH-IDX)
               SET WS-ITEM-APPROVED-NOW (WS-MATCH-IDX) TO TRUE
               ADD 1 TO WS-APPROVED-COUNT
           WHEN APV-DECLINE
               SET WS-ITEM-IS-DECLINED (WS-MATCH-IDX) TO TRUE
               ADD 1 TO WS-DECLINED-COUNT
               DISPLAY 'item ' APV-ITEM-NO ' declined by '
                   APV-APPROVED-BY ' - re-enter if still needed'
           WHEN OTHER
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'approval refused - item ' APV-ITEM-NO
                   ' decision must be A or D'
       END-EVALUATE
   END-IF.

   A300-REWRITE-ITEMS.
   *> the full file is copied to APPROVAL-WORK first - the OPEN
   *> OUTPUT below truncates the live file, and the copy is what the
   *> operator recovers from if the rewrite dies mid-stream
   OPEN OUTPUT APPROVAL-WORK.
   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
           UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
       MOVE WS-ITEM-IMAGE (WS-ITEM-IDX) TO APPROVAL-WORK-RECORD
       WRITE APPROVAL-WORK-RECORD
   END-PERFORM.
   CLOSE APPROVAL-WORK.
   OPEN OUTPUT APPROVAL-PENDING.
   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
           UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
       IF NOT WS-ITEM-IS-DECLINED (WS-ITEM-IDX)
           MOVE WS-ITEM-IMAGE (WS-ITEM-IDX)
               TO APPROVAL-PENDING-RECORD
           WRITE APPROVAL-PENDING-RECORD
       END-IF
   END-PERFORM.
   CLOSE APPROVAL-PENDING.

   A400-PRINT-AGING-REPORT.
   PERFORM C000-PRINT-HEADERS.
   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
           UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
       PERFORM C100-PRINT-ITEM
   END-PERFORM.
   IF WS-ITEM-COUNT = ZERO
       MOVE 'NO ITEMS HELD FOR APPROVAL' TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   PERFORM C300-PRINT-SUMMARY.

   C000-PRINT-HEADERS.
   ADD 1 TO WS-PAGE-COUNT.
   STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
       DELIMITED BY SIZE INTO APX-RUN-DATE.
   MOVE WS-PAGE-COUNT TO APX-PAGE-NO.
   IF WS-PAGE-COUNT > 1
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   WRITE PRINT-RECORD FROM APX-TITLE-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM APX-COLUMN-HEADER.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE ZERO TO WS-LINE-COUNT.

   C100-PRINT-ITEM.
   IF WS-LINE-COUNT >= 60
       PERFORM C000-PRINT-HEADERS
   END-IF.
   MOVE WS-ITEM-IMAGE (WS-ITEM-IDX) TO APPROVAL-PENDING-RECORD.
   MOVE APR-ITEM-NO TO APX-LST-ITEM-NO.
   MOVE APR-ITEM-TYPE TO APX-LST-TYPE.
   MOVE APR-ITEM-KEY TO APX-LST-KEY.
   MOVE APR-ENTERED-BY TO APX-LST-ENTERED-BY.
   MOVE APR-APPROVED-BY TO APX-LST-APPROVED-BY.
   MOVE SPACES TO APX-LST-ENTERED-DATE.
   IF APR-ENTERED-DATE NUMERIC AND APR-ENTERED-DATE > ZERO
       STRING APR-ENTERED-DATE (1:4) '-' APR-ENTERED-DATE (5:2) '-'
              APR-ENTERED-DATE (7:2)
           DELIMITED BY SIZE INTO APX-LST-ENTERED-DATE
       MOVE FUNCTION INTEGER-OF-DATE(APR-ENTERED-DATE)
           TO WS-ENTERED-INTEGER
       COMPUTE WS-DAYS-OUT = WS-TODAY-INTEGER - WS-ENTERED-INTEGER
   ELSE
       MOVE 'UNDATED' TO APX-LST-ENTERED-DATE
       MOVE 9999 TO WS-DAYS-OUT
   END-IF.
   MOVE WS-DAYS-OUT TO APX-LST-DAYS.
   EVALUATE TRUE
       WHEN WS-ITEM-IS-DECLINED (WS-ITEM-IDX)
           MOVE 'DECLINED THIS RUN' TO APX-LST-FLAG
       WHEN WS-ITEM-APPROVED-NOW (WS-ITEM-IDX)
           ADD 1 TO WS-TO-POST-COUNT
           MOVE 'APPROVED THIS RUN' TO APX-LST-FLAG
       WHEN APR-APPROVED
           ADD 1 TO WS-TO-POST-COUNT
           MOVE 'APPROVED - AWAITING POST' TO APX-LST-FLAG
       WHEN WS-DAYS-OUT > WS-AGE-THRESHOLD
           ADD 1 TO WS-AWAITING-COUNT
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE '*** FOLLOW UP ***' TO APX-LST-FLAG
       WHEN OTHER
           ADD 1 TO WS-AWAITING-COUNT
           MOVE 'AWAITING APPROVAL' TO APX-LST-FLAG
   END-EVALUATE.
   WRITE PRINT-RECORD FROM APX-DETAIL-LINE.
   ADD 1 TO WS-LINE-COUNT.

   C300-PRINT-SUMMARY.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'DECISIONS READ:' TO APX-SUM-TEXT.
   MOVE WS-DECISIONS-READ TO APX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM APX-SUMMARY-LINE.
   MOVE 'APPROVED THIS RUN:' TO APX-SUM-TEXT.
   MOVE WS-APPROVED-COUNT TO APX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM APX-SUMMARY-LINE.
   MOVE 'DECLINED THIS RUN:' TO APX-SUM-TEXT.
   MOVE WS-DECLINED-COUNT TO APX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM APX-SUMMARY-LINE.
   MOVE 'DECISIONS REFUSED:' TO APX-SUM-TEXT.
   MOVE WS-REFUSED-COUNT TO APX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM APX-SUMMARY-LINE.
   MOVE 'APPROVED, AWAITING POST:' TO APX-SUM-TEXT.
   MOVE WS-TO-POST-COUNT TO APX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM APX-SUMMARY-LINE.
   MOVE 'STILL AWAITING APPROVAL:' TO APX-SUM-TEXT.
   MOVE WS-AWAITING-COUNT TO APX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM APX-SUMMARY-LINE.
   MOVE 'FLAGGED FOR FOLLOW-UP:' TO APX-SUM-TEXT.
   MOVE WS-FLAGGED-COUNT TO APX-SUM-TOTAL.
   WRITE PRINT-RECORD FROM APX-SUMMARY-LINE.
