        RECORD KEY IS DEPT-CODE
        FILE STATUS IS WS-DEPTREF-STATUS.

    SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.

    SELECT BILLED-REGISTER ASSIGN TO "data/billed.register"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT PRINT-FILE ASSIGN TO WS-PRINT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

01  INVOICE-RECORD.
    COPY FLTINV.

FD  BILLED-REGISTER.
01  BILLED-REGISTER-RECORD.
    COPY BILLREG.

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   01 WS-INVOICE-STATUS PIC X(02) VALUE '00'.
      88 WS-INVOICE-OK VALUE '00'.

   01 WS-REGISTER-STATUS PIC X(02) VALUE '00'.
      88 WS-REGISTER-OK        VALUE '00'.
      88 WS-REGISTER-NOT-FOUND VALUE '35'.

   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

      88 WS-MASTER-OPEN VALUE 'Y'.
   01 WS-VEHREF-OPEN-SWITCH PIC X VALUE 'N'.
      88 WS-VEHREF-OPEN VALUE 'Y'.
   01 WS-REGISTER-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-REGISTER-EOF VALUE 'Y'.

   *> a period with a completed original run on the billed register
   *> has already gone to finance - a rerun writes only the credits
   *> and debits that bring finance to the repriced figures, to the
   *> adjustment file and report instead of the invoice and report
   01 WS-PERIOD-CLOSED-SWITCH PIC X VALUE 'N'.
      88 WS-PERIOD-CLOSED VALUE 'Y'.
   01 WS-INVOICE-NAME PIC X(40) VALUE 'data/fleet.invoice'.
   01 WS-PRINT-NAME PIC X(40) VALUE 'data/chgback.rpt'.

   *> billing period from the command line, PERIOD=yyyymm - every
   *> EMPLOYEE-VEHICLE row open for any part of that month is priced
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).
   01 WS-CURRENT-TIME.
      05 WS-CT-HH PIC 9(02).
      05 WS-CT-MM PIC 9(02).
      05 WS-CT-SS PIC 9(02).
      05 WS-CT-HH-HUND PIC 9(02).
   01 WS-RUN-STAMP PIC 9(14) VALUE ZERO.

   *> billing runs for the period that wrote their 'K' row - only
   *> their register rows count toward what finance has been billed
   01 WS-RUN-TABLE.
      05 WS-RUN-T-STAMP PIC 9(14) OCCURS 100 TIMES.
   01 WS-RUN-USED PIC 9(03) VALUE ZERO.
   01 WS-RUN-IDX PIC 9(03).
   01 WS-RUN-FOUND-SWITCH PIC X VALUE 'N'.
      88 WS-RUN-FOUND VALUE 'Y'.

   *> one entry per cost center, employee and car code: what the
   *> completed runs billed (the original invoice on its own and the
   *> net after earlier adjustments) beside what the period prices
   *> at today - the difference is this run's adjustment
   01 WS-BIL-TABLE.
      05 WS-BIL-ENTRY OCCURS 2000 TIMES.
         10 WS-BIL-T-COST-CENTER PIC X(06).
         10 WS-BIL-T-EMP-ID      PIC 9(10).
         10 WS-BIL-T-CAR         PIC X(10).
         10 WS-BIL-T-ORIG-CHARGE PIC S9(07)V99.
         10 WS-BIL-T-NET-DAYS    PIC S9(05).
         10 WS-BIL-T-NET-CHARGE  PIC S9(07)V99.
         10 WS-BIL-T-RATE        PIC 9(05)V99.
         10 WS-BIL-T-NEW-DAYS    PIC S9(05).
         10 WS-BIL-T-NEW-CHARGE  PIC S9(07)V99.
         10 WS-BIL-T-NEW-RATE    PIC 9(05)V99.
         10 WS-BIL-T-FLAG        PIC X(12).
   01 WS-BIL-USED PIC 9(04) VALUE ZERO.
   01 WS-BIL-IDX PIC 9(04).
   01 WS-BIL-FOUND-SWITCH PIC X VALUE 'N'.
      88 WS-BIL-FOUND VALUE 'Y'.
   01 WS-KEY-COST-CENTER PIC X(06).
   01 WS-KEY-EMP-ID PIC 9(10).
   01 WS-KEY-CAR PIC X(10).

   01 WS-ADJ-DAYS PIC S9(05).
   01 WS-ADJ-CHARGE PIC S9(07)V99.
   01 WS-ADJ-RATE PIC 9(05)V99.
   01 WS-ADJ-TYPE PIC X(06).
   01 WS-KEYS-COMPARED PIC 9(06) VALUE ZERO.
   01 WS-ADJ-WRITTEN PIC 9(06) VALUE ZERO.
   01 WS-DEBIT-TOTAL PIC 9(09)V99 VALUE ZERO.
   01 WS-CREDIT-TOTAL PIC 9(09)V99 VALUE ZERO.
   01 WS-NET-ADJUST PIC S9(09)V99 VALUE ZERO.

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   PERFORM A010-INITIALIZE.
   PERFORM A020-LOAD-DEPARTMENTS.
   PERFORM A030-LOAD-REGISTER.
   PERFORM A040-OPEN-OUTPUTS.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-VEHICLE NEXT RECORD
           AT END SET WS-EOF TO TRUE
               PERFORM A100-PRICE-ASSIGNMENT
       END-READ
   END-PERFORM.
   IF WS-PERIOD-CLOSED
       PERFORM A500-WRITE-ADJUSTMENTS
       PERFORM A600-WRITE-ADJUST-TRAILER
       PERFORM A700-PRINT-ADJUST-SUMMARY
   ELSE
       PERFORM A200-PRINT-CC-ROLLUP
       PERFORM A300-WRITE-TRAILER
       PERFORM A400-PRINT-SUMMARY
   END-IF.
   PERFORM A800-WRITE-REGISTER-COMPLETE.
   IF NOT WS-VEHICLE-NOT-FOUND
       CLOSE EMPLOYEE-VEHICLE
   END-IF.
       CLOSE VEHICLE-REFERENCE
   END-IF.
   CLOSE INVOICE-FILE.
   CLOSE BILLED-REGISTER.
   CLOSE PRINT-FILE.
   IF WS-PERIOD-CLOSED
       DISPLAY 'CHGBACK - period ' WS-PERIOD ' was already billed -'
           ' adjustments only written to ' WS-INVOICE-NAME
   END-IF.
STOP RUN.

   A010-INITIALIZE.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-CURRENT-TIME FROM TIME.
   STRING WS-CD-YYYY WS-CD-MM WS-CD-DD
          WS-CT-HH WS-CT-MM WS-CT-SS
       DELIMITED BY SIZE INTO WS-RUN-STAMP.
   ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
   IF WS-COMMAND-LINE (1:7) = 'PERIOD='
           AND WS-COMMAND-LINE (8:6) NUMERIC
   ELSE
       SET WS-VEHREF-OPEN TO TRUE
   END-IF.

   B000-SET-PERIOD-DATES.
   *> period runs from the first of the billing month through its
       CLOSE DEPARTMENT-REFERENCE
   END-IF.

   A030-LOAD-REGISTER.
   *> first pass finds the runs of this period that completed, and
   *> whether one of them was the original invoice run; only a closed
   *> period needs the second pass that totals what was billed
   OPEN INPUT BILLED-REGISTER.
   IF WS-REGISTER-NOT-FOUND
       SET WS-REGISTER-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-REGISTER-EOF
       READ BILLED-REGISTER
           AT END SET WS-REGISTER-EOF TO TRUE
           NOT AT END
               IF BRG-COMPLETE-ROW AND BRG-PERIOD = WS-PERIOD
                   PERFORM B010-ADD-COMPLETE-RUN
               END-IF
       END-READ
   END-PERFORM.
   IF NOT WS-REGISTER-NOT-FOUND
       CLOSE BILLED-REGISTER
   END-IF.
   IF WS-PERIOD-CLOSED
       MOVE 'N' TO WS-REGISTER-EOF-SWITCH
       OPEN INPUT BILLED-REGISTER
       PERFORM UNTIL WS-REGISTER-EOF
           READ BILLED-REGISTER
               AT END SET WS-REGISTER-EOF TO TRUE
               NOT AT END
                   IF BRG-DETAIL-ROW AND BRG-PERIOD = WS-PERIOD
                       PERFORM B020-ACCUMULATE-BILLED
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BILLED-REGISTER
   END-IF.

   B010-ADD-COMPLETE-RUN.
   IF WS-RUN-USED < 100
       ADD 1 TO WS-RUN-USED
       MOVE BRG-RUN-STAMP TO WS-RUN-T-STAMP (WS-RUN-USED)
   ELSE
       DISPLAY 'CHGBACK - billing run table full - raise table size'
           ' and rerun'
       STOP RUN
   END-IF.
   IF BRG-ORIGINAL-RUN
       SET WS-PERIOD-CLOSED TO TRUE
   END-IF.

   B020-ACCUMULATE-BILLED.
   *> a detail row from a run that never wrote its 'K' row did not
   *> reach finance intact, so it is not part of what was billed
   MOVE 'N' TO WS-RUN-FOUND-SWITCH.
   PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
           UNTIL WS-RUN-IDX > WS-RUN-USED
       IF WS-RUN-T-STAMP (WS-RUN-IDX) = BRG-RUN-STAMP
           SET WS-RUN-FOUND TO TRUE
       END-IF
   END-PERFORM.
   IF WS-RUN-FOUND
       MOVE BRG-COST-CENTER TO WS-KEY-COST-CENTER
       MOVE BRG-EMP-ID TO WS-KEY-EMP-ID
       MOVE BRG-CAR-CODE TO WS-KEY-CAR
       PERFORM B610-FIND-BILLED-KEY
       IF BRG-ORIGINAL-RUN
           ADD BRG-CHARGE TO WS-BIL-T-ORIG-CHARGE (WS-BIL-IDX)
       END-IF
       ADD BRG-DAYS TO WS-BIL-T-NET-DAYS (WS-BIL-IDX)
       ADD BRG-CHARGE TO WS-BIL-T-NET-CHARGE (WS-BIL-IDX)
       IF BRG-DAILY-RATE > ZERO
           MOVE BRG-DAILY-RATE TO WS-BIL-T-RATE (WS-BIL-IDX)
       END-IF
   END-IF.

   A040-OPEN-OUTPUTS.
   *> a closed period never overwrites the invoice finance already
   *> loaded, nor the report that went with it
   IF WS-PERIOD-CLOSED
       MOVE 'data/fleet.adjust' TO WS-INVOICE-NAME
       MOVE 'data/chgadj.rpt' TO WS-PRINT-NAME
   END-IF.
   OPEN OUTPUT INVOICE-FILE.
   OPEN EXTEND BILLED-REGISTER.
   IF WS-REGISTER-NOT-FOUND
       OPEN OUTPUT BILLED-REGISTER
   END-IF.
   OPEN OUTPUT PRINT-FILE.
   IF WS-PERIOD-CLOSED
       PERFORM C200-PRINT-ADJ-HEADERS
   ELSE
       PERFORM C000-PRINT-HEADERS
   END-IF.

   A100-PRICE-ASSIGNMENT.
   PERFORM B100-COMPUTE-DAYS.
   IF WS-CHARGE-DAYS > ZERO
       PERFORM B300-LOOKUP-RATE
       COMPUTE WS-CHARGE = WS-CHARGE-DAYS * WS-DAILY-RATE
       ADD WS-CHARGE TO WS-TOTAL-CHARGE
       IF WS-PERIOD-CLOSED
           PERFORM B600-ACCUMULATE-REPRICE
       ELSE
           PERFORM B400-ACCUMULATE-CC
           PERFORM B500-WRITE-INVOICE-DETAIL
           PERFORM B700-WRITE-REGISTER-DETAIL
           PERFORM C100-PRINT-DETAIL
       END-IF
   END-IF.

   B100-COMPUTE-DAYS.
   MOVE WS-CHARGE TO INV-CHARGE.
   WRITE INVOICE-RECORD.

   B600-ACCUMULATE-REPRICE.
   *> an employee can hold the same car code twice in one month, so
   *> the repriced rows are summed to the register's key before the
   *> comparison
   MOVE WS-COST-CENTER TO WS-KEY-COST-CENTER.
   MOVE VEH-EMP-ID TO WS-KEY-EMP-ID.
   MOVE VEH-CAR-CODE TO WS-KEY-CAR.
   PERFORM B610-FIND-BILLED-KEY.
   ADD WS-CHARGE-DAYS TO WS-BIL-T-NEW-DAYS (WS-BIL-IDX).
   ADD WS-CHARGE TO WS-BIL-T-NEW-CHARGE (WS-BIL-IDX).
   MOVE WS-DAILY-RATE TO WS-BIL-T-NEW-RATE (WS-BIL-IDX).
   IF WS-DETAIL-FLAG NOT = SPACES
       MOVE WS-DETAIL-FLAG TO WS-BIL-T-FLAG (WS-BIL-IDX)
   END-IF.

   B610-FIND-BILLED-KEY.
   MOVE 'N' TO WS-BIL-FOUND-SWITCH.
   PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
           UNTIL WS-BIL-IDX > WS-BIL-USED OR WS-BIL-FOUND
       IF WS-BIL-T-COST-CENTER (WS-BIL-IDX) = WS-KEY-COST-CENTER
               AND WS-BIL-T-EMP-ID (WS-BIL-IDX) = WS-KEY-EMP-ID
               AND WS-BIL-T-CAR (WS-BIL-IDX) = WS-KEY-CAR
           SET WS-BIL-FOUND TO TRUE
       END-IF
   END-PERFORM.
   IF WS-BIL-FOUND
       SUBTRACT 1 FROM WS-BIL-IDX
   ELSE
       IF WS-BIL-USED < 2000
           ADD 1 TO WS-BIL-USED
           MOVE WS-BIL-USED TO WS-BIL-IDX
           MOVE WS-KEY-COST-CENTER
               TO WS-BIL-T-COST-CENTER (WS-BIL-IDX)
           MOVE WS-KEY-EMP-ID TO WS-BIL-T-EMP-ID (WS-BIL-IDX)
           MOVE WS-KEY-CAR TO WS-BIL-T-CAR (WS-BIL-IDX)
           MOVE ZERO TO WS-BIL-T-ORIG-CHARGE (WS-BIL-IDX)
           MOVE ZERO TO WS-BIL-T-NET-DAYS (WS-BIL-IDX)
           MOVE ZERO TO WS-BIL-T-NET-CHARGE (WS-BIL-IDX)
           MOVE ZERO TO WS-BIL-T-RATE (WS-BIL-IDX)
           MOVE ZERO TO WS-BIL-T-NEW-DAYS (WS-BIL-IDX)
           MOVE ZERO TO WS-BIL-T-NEW-CHARGE (WS-BIL-IDX)
           MOVE ZERO TO WS-BIL-T-NEW-RATE (WS-BIL-IDX)
           MOVE SPACES TO WS-BIL-T-FLAG (WS-BIL-IDX)
       ELSE
           DISPLAY 'CHGBACK - billed register table full - raise'
               ' table size and rerun'
           STOP RUN
       END-IF
   END-IF.

   B700-WRITE-REGISTER-DETAIL.
   MOVE SPACES TO BILLED-REGISTER-RECORD.
   MOVE 'D' TO BRG-REC-TYPE.
   MOVE 'O' TO BRG-RUN-TYPE.
   MOVE WS-PERIOD TO BRG-PERIOD.
   MOVE WS-RUN-STAMP TO BRG-RUN-STAMP.
   MOVE WS-COST-CENTER TO BRG-COST-CENTER.
   MOVE VEH-EMP-ID TO BRG-EMP-ID.
   MOVE VEH-CAR-CODE TO BRG-CAR-CODE.
   MOVE WS-CHARGE-DAYS TO BRG-DAYS.
   MOVE WS-DAILY-RATE TO BRG-DAILY-RATE.
   MOVE WS-CHARGE TO BRG-CHARGE.
   WRITE BILLED-REGISTER-RECORD.

   C000-PRINT-HEADERS.
   ADD 1 TO WS-PAGE-COUNT.
   STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM
   MOVE 'T' TO INV-REC-TYPE.
   MOVE WS-ROWS-BILLED TO INV-RECORD-COUNT.
   MOVE WS-TOTAL-CHARGE TO INV-TOTAL-CHARGE.
   MOVE ZERO TO INV-CREDIT-TOTAL.
   MOVE 'I' TO INV-FILE-TYPE.
   MOVE WS-PERIOD TO INV-PERIOD.
   WRITE INVOICE-RECORD.

   A400-PRINT-SUMMARY.
   MOVE 'TOTAL CHARGE FOR PERIOD:' TO CHB-SUM-TEXT.
   MOVE WS-TOTAL-CHARGE TO CHB-SUM-TOTAL.
   WRITE PRINT-RECORD FROM CHB-SUMMARY-LINE.

   A500-WRITE-ADJUSTMENTS.
   PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
           UNTIL WS-BIL-IDX > WS-BIL-USED
       ADD 1 TO WS-KEYS-COMPARED
       COMPUTE WS-ADJ-DAYS = WS-BIL-T-NEW-DAYS (WS-BIL-IDX)
           - WS-BIL-T-NET-DAYS (WS-BIL-IDX)
       COMPUTE WS-ADJ-CHARGE = WS-BIL-T-NEW-CHARGE (WS-BIL-IDX)
           - WS-BIL-T-NET-CHARGE (WS-BIL-IDX)
       IF WS-ADJ-DAYS NOT = ZERO OR WS-ADJ-CHARGE NOT = ZERO
           PERFORM B800-WRITE-ADJUST-DETAIL
           PERFORM B810-WRITE-REGISTER-ADJUST
           PERFORM C300-PRINT-ADJ-DETAIL
       END-IF
   END-PERFORM.

   B800-WRITE-ADJUST-DETAIL.
   *> a key billed before but not priced now (a back-dated return,
   *> or a department move that took the charge to another cost
   *> center) credits the whole net amount at the rate it billed at
   IF WS-BIL-T-NEW-RATE (WS-BIL-IDX) > ZERO
       MOVE WS-BIL-T-NEW-RATE (WS-BIL-IDX) TO WS-ADJ-RATE
   ELSE
       MOVE WS-BIL-T-RATE (WS-BIL-IDX) TO WS-ADJ-RATE
   END-IF.
   MOVE SPACES TO INVOICE-RECORD.
   IF WS-ADJ-CHARGE < ZERO
           OR (WS-ADJ-CHARGE = ZERO AND WS-ADJ-DAYS < ZERO)
       MOVE 'C' TO INV-REC-TYPE
       MOVE 'CREDIT' TO WS-ADJ-TYPE
       COMPUTE WS-CREDIT-TOTAL = WS-CREDIT-TOTAL - WS-ADJ-CHARGE
   ELSE
       MOVE 'D' TO INV-REC-TYPE
       MOVE 'DEBIT' TO WS-ADJ-TYPE
       ADD WS-ADJ-CHARGE TO WS-DEBIT-TOTAL
   END-IF.
   ADD WS-ADJ-CHARGE TO WS-NET-ADJUST.
   MOVE WS-BIL-T-COST-CENTER (WS-BIL-IDX) TO INV-COST-CENTER.
   MOVE WS-BIL-T-EMP-ID (WS-BIL-IDX) TO INV-EMP-ID.
   MOVE WS-BIL-T-CAR (WS-BIL-IDX) TO INV-CAR-CODE.
   IF WS-ADJ-DAYS < ZERO
       COMPUTE INV-DAYS = ZERO - WS-ADJ-DAYS
   ELSE
       MOVE WS-ADJ-DAYS TO INV-DAYS
   END-IF.
   MOVE WS-ADJ-RATE TO INV-DAILY-RATE.
   IF WS-ADJ-CHARGE < ZERO
       COMPUTE INV-CHARGE = ZERO - WS-ADJ-CHARGE
   ELSE
       MOVE WS-ADJ-CHARGE TO INV-CHARGE
   END-IF.
   WRITE INVOICE-RECORD.
   ADD 1 TO WS-ADJ-WRITTEN.

   B810-WRITE-REGISTER-ADJUST.
   *> the register carries the signed difference, so the next rerun
   *> compares against what finance holds after this adjustment
   MOVE SPACES TO BILLED-REGISTER-RECORD.
   MOVE 'D' TO BRG-REC-TYPE.
   MOVE 'A' TO BRG-RUN-TYPE.
   MOVE WS-PERIOD TO BRG-PERIOD.
   MOVE WS-RUN-STAMP TO BRG-RUN-STAMP.
   MOVE WS-BIL-T-COST-CENTER (WS-BIL-IDX) TO BRG-COST-CENTER.
   MOVE WS-BIL-T-EMP-ID (WS-BIL-IDX) TO BRG-EMP-ID.
   MOVE WS-BIL-T-CAR (WS-BIL-IDX) TO BRG-CAR-CODE.
   MOVE WS-ADJ-DAYS TO BRG-DAYS.
   MOVE WS-ADJ-RATE TO BRG-DAILY-RATE.
   MOVE WS-ADJ-CHARGE TO BRG-CHARGE.
   WRITE BILLED-REGISTER-RECORD.

   C200-PRINT-ADJ-HEADERS.
   ADD 1 TO WS-PAGE-COUNT.
   STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM
       DELIMITED BY SIZE INTO CHB-ADJ-PERIOD.
   STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
       DELIMITED BY SIZE INTO CHB-ADJ-RUN-DATE.
   MOVE WS-PAGE-COUNT TO CHB-ADJ-PAGE-NO.
   IF WS-PAGE-COUNT > 1
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   WRITE PRINT-RECORD FROM CHB-ADJ-TITLE-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM CHB-ADJ-COLUMN-HEADER.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE ZERO TO WS-LINE-COUNT.

   C300-PRINT-ADJ-DETAIL.
   *> ORIGINAL is the first invoice, PRIOR ADJ what earlier reruns
   *> moved it by, REPRICED what the period comes to today
   IF WS-LINE-COUNT >= 60
       PERFORM C200-PRINT-ADJ-HEADERS
   END-IF.
   MOVE WS-BIL-T-COST-CENTER (WS-BIL-IDX) TO CHB-ADJ-COST-CENTER.
   MOVE WS-BIL-T-EMP-ID (WS-BIL-IDX) TO CHB-ADJ-EMP-ID.
   MOVE WS-BIL-T-CAR (WS-BIL-IDX) TO CHB-ADJ-CAR.
   MOVE WS-BIL-T-ORIG-CHARGE (WS-BIL-IDX) TO CHB-ADJ-ORIGINAL.
   COMPUTE CHB-ADJ-PRIOR = WS-BIL-T-NET-CHARGE (WS-BIL-IDX)
       - WS-BIL-T-ORIG-CHARGE (WS-BIL-IDX).
   MOVE WS-BIL-T-NEW-CHARGE (WS-BIL-IDX) TO CHB-ADJ-REPRICED.
   MOVE WS-ADJ-CHARGE TO CHB-ADJ-AMOUNT.
   MOVE WS-ADJ-TYPE TO CHB-ADJ-TYPE.
   MOVE WS-BIL-T-FLAG (WS-BIL-IDX) TO CHB-ADJ-FLAG.
   IF WS-BIL-T-FLAG (WS-BIL-IDX) = SPACES
       IF WS-BIL-T-NEW-DAYS (WS-BIL-IDX) = ZERO
           MOVE 'NOT DUE NOW' TO CHB-ADJ-FLAG
       END-IF
       IF WS-BIL-T-NET-DAYS (WS-BIL-IDX) = ZERO
               AND WS-BIL-T-NET-CHARGE (WS-BIL-IDX) = ZERO
           MOVE 'NOT BILLED' TO CHB-ADJ-FLAG
       END-IF
   END-IF.
   WRITE PRINT-RECORD FROM CHB-ADJ-DETAIL-LINE.
   ADD 1 TO WS-LINE-COUNT.

   A600-WRITE-ADJUST-TRAILER.
   MOVE SPACES TO INVOICE-RECORD.
   MOVE 'T' TO INV-REC-TYPE.
   MOVE WS-ADJ-WRITTEN TO INV-RECORD-COUNT.
   MOVE WS-DEBIT-TOTAL TO INV-TOTAL-CHARGE.
   MOVE WS-CREDIT-TOTAL TO INV-CREDIT-TOTAL.
   MOVE 'A' TO INV-FILE-TYPE.
   MOVE WS-PERIOD TO INV-PERIOD.
   WRITE INVOICE-RECORD.

   A700-PRINT-ADJUST-SUMMARY.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   IF WS-ADJ-WRITTEN = ZERO
       MOVE 'NO ADJUSTMENTS - THE PERIOD REPRICES AS BILLED'
           TO PRINT-RECORD
       WRITE PRINT-RECORD
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   MOVE 'BILLED KEYS COMPARED:' TO CHB-CNT-TEXT.
   MOVE WS-KEYS-COMPARED TO CHB-CNT-TOTAL.
   WRITE PRINT-RECORD FROM CHB-COUNT-LINE.
   MOVE 'ADJUSTMENTS WRITTEN:' TO CHB-CNT-TEXT.
   MOVE WS-ADJ-WRITTEN TO CHB-CNT-TOTAL.
   WRITE PRINT-RECORD FROM CHB-COUNT-LINE.
   MOVE 'ROWS WITH NO DAILY RATE:' TO CHB-CNT-TEXT.
   MOVE WS-NO-RATE-COUNT TO CHB-CNT-TOTAL.
   WRITE PRINT-RECORD FROM CHB-COUNT-LINE.
   MOVE 'REPRICED CHARGE FOR PERIOD:' TO CHB-SUM-TEXT.
   MOVE WS-TOTAL-CHARGE TO CHB-SUM-TOTAL.
   WRITE PRINT-RECORD FROM CHB-SUMMARY-LINE.
   MOVE 'TOTAL DEBITS:' TO CHB-SUM-TEXT.
   MOVE WS-DEBIT-TOTAL TO CHB-SUM-TOTAL.
   WRITE PRINT-RECORD FROM CHB-SUMMARY-LINE.
   MOVE 'TOTAL CREDITS:' TO CHB-SUM-TEXT.
   MOVE WS-CREDIT-TOTAL TO CHB-SUM-TOTAL.
   WRITE PRINT-RECORD FROM CHB-SUMMARY-LINE.
   MOVE 'NET ADJUSTMENT:' TO CHB-ADJ-SUM-TEXT.
   MOVE WS-NET-ADJUST TO CHB-ADJ-SUM-TOTAL.
   WRITE PRINT-RECORD FROM CHB-ADJ-SUMMARY-LINE.

   A800-WRITE-REGISTER-COMPLETE.
   *> written last - its presence is what makes this run's rows
   *> count as billed, and what closes the period on an original run
   MOVE SPACES TO BILLED-REGISTER-RECORD.
   MOVE 'K' TO BRG-REC-TYPE.
   IF WS-PERIOD-CLOSED
       MOVE 'A' TO BRG-RUN-TYPE
   ELSE
       MOVE 'O' TO BRG-RUN-TYPE
   END-IF.
   MOVE WS-PERIOD TO BRG-PERIOD.
   MOVE WS-RUN-STAMP TO BRG-RUN-STAMP.
   MOVE ZERO TO BRG-EMP-ID.
   MOVE ZERO TO BRG-DAYS.
   MOVE ZERO TO BRG-DAILY-RATE.
   MOVE ZERO TO BRG-CHARGE.
   WRITE BILLED-REGISTER-RECORD.
