IDENTIFICATION DIVISION.
PROGRAM-ID. DUPSCAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEE-MASTER ASSIGN TO "data/employee.master"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EMP-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT EMPLOYEE-ARCHIVE ASSIGN TO "data/employee.archive"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "data/dupscan.rpt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-MASTER.
01  EMPLOYEE-MASTER-RECORD.
    COPY EMPREC.

FD  EMPLOYEE-ARCHIVE.
01  EMPLOYEE-ARCHIVE-RECORD.
    COPY ARCREC.

FD  PRINT-FILE.
01  PRINT-RECORD PIC X(132).

   WORKING-STORAGE SECTION.
   COPY DUPSCANL.

   01 WS-MASTER-STATUS PIC X(02) VALUE '00'.
      88 WS-MASTER-OK        VALUE '00'.
      88 WS-MASTER-NOT-FOUND VALUE '23', '35'.

   01 WS-ARCHIVE-STATUS PIC X(02) VALUE '00'.
      88 WS-ARCHIVE-OK        VALUE '00'.
      88 WS-ARCHIVE-NOT-FOUND VALUE '35'.

   01 WS-PRINT-STATUS PIC X(02) VALUE '00'.
      88 WS-PRINT-OK VALUE '00'.

   01 WS-EOF-SWITCH PIC X VALUE 'N'.
      88 WS-EOF VALUE 'Y'.

   *> every person on file, keyed the way HELLO keys its
   *> possible-rehire check (upper case, letters only) so the scan
   *> finds exactly the pairs a new add would have been stopped on.
   *> master rows are loaded whatever their status; an archived
   *> employee is only loaded while their ID is off the master
   01 WS-PERSON-TABLE.
      05 WS-PER-ENTRY OCCURS 3000 TIMES.
         10 WS-PER-KEY    PIC X(30).
         10 WS-PER-ID     PIC 9(10).
         10 WS-PER-NAME   PIC X(30).
         10 WS-PER-STATUS PIC X(01).
            88 WS-PER-ACTIVE   VALUE 'A'.
            88 WS-PER-INACTIVE VALUE 'I'.
            88 WS-PER-ARCHIVED VALUE 'R'.
   01 WS-PER-COUNT PIC 9(04) VALUE ZERO.
   01 WS-PER-IDX PIC 9(04).
   01 WS-PER-IDX-2 PIC 9(04).
   01 WS-PER-START PIC 9(04).
   01 WS-PER-FOUND-SWITCH PIC X VALUE 'N'.
      88 WS-PER-FOUND VALUE 'Y'.

   01 WS-ADD-ID PIC 9(10).
   01 WS-ADD-NAME PIC X(30).
   01 WS-ADD-STATUS PIC X(01).

   01 WS-NAME-WORK PIC X(30).
   01 WS-NAME-KEY PIC X(30).
   01 WS-CHAR-IDX PIC 9(02).
   01 WS-KEY-LEN PIC 9(02).

   01 WS-MASTER-LOADED PIC 9(06) VALUE ZERO.
   01 WS-ARCHIVE-LOADED PIC 9(06) VALUE ZERO.
   01 WS-PAIR-COUNT PIC 9(06) VALUE ZERO.
   01 WS-BOTH-ACTIVE-COUNT PIC 9(06) VALUE ZERO.
   01 WS-ARCHIVE-PAIR-COUNT PIC 9(06) VALUE ZERO.

   01 WS-LINE-COUNT PIC 9(02) VALUE 0.
   01 WS-PAGE-COUNT PIC 9(04) VALUE 0.

   01 WS-CURRENT-DATE.
      05 WS-CD-YYYY PIC 9(04).
      05 WS-CD-MM   PIC 9(02).
      05 WS-CD-DD   PIC 9(02).

PROCEDURE DIVISION.
   A000-MAIN-PARA.
   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
   PERFORM A100-LOAD-MASTER.
   PERFORM A200-LOAD-ARCHIVE.
   OPEN OUTPUT PRINT-FILE.
   PERFORM C000-PRINT-HEADERS.
   PERFORM A300-SCAN-PAIRS.
   PERFORM C200-PRINT-SUMMARY.
   CLOSE PRINT-FILE.
   DISPLAY 'DUPSCAN people scanned: ' WS-PER-COUNT
       ' possible duplicate pairs: ' WS-PAIR-COUNT.
STOP RUN.

   A100-LOAD-MASTER.
   OPEN INPUT EMPLOYEE-MASTER.
   IF WS-MASTER-NOT-FOUND
       DISPLAY 'EMPLOYEE-MASTER not found - scanning the archive only'
       SET WS-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-MASTER NEXT RECORD
           AT END SET WS-EOF TO TRUE
           NOT AT END
               MOVE EMP-ID TO WS-ADD-ID
               MOVE EMP-NAME TO WS-ADD-NAME
               MOVE EMP-STATUS TO WS-ADD-STATUS
               PERFORM B100-STORE-PERSON
               ADD 1 TO WS-MASTER-LOADED
       END-READ
   END-PERFORM.
   IF NOT WS-MASTER-NOT-FOUND
       CLOSE EMPLOYEE-MASTER
   END-IF.

   A200-LOAD-ARCHIVE.
   *> ARC-DATA on an 'M' row is the purged master image - ID in
   *> the first 10 bytes, name in the next 30
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT EMPLOYEE-ARCHIVE.
   IF WS-ARCHIVE-NOT-FOUND
       DISPLAY 'EMPLOYEE-ARCHIVE not found - scanning the master only'
       SET WS-EOF TO TRUE
   END-IF.
   PERFORM UNTIL WS-EOF
       READ EMPLOYEE-ARCHIVE
           AT END SET WS-EOF TO TRUE
           NOT AT END
               IF ARC-REC-TYPE = 'M'
                   PERFORM B000-CHECK-LOADED
                   IF NOT WS-PER-FOUND
                       MOVE ARC-EMP-ID TO WS-ADD-ID
                       MOVE ARC-DATA (11:30) TO WS-ADD-NAME
                       MOVE 'R' TO WS-ADD-STATUS
                       PERFORM B100-STORE-PERSON
                       ADD 1 TO WS-ARCHIVE-LOADED
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
   IF NOT WS-ARCHIVE-NOT-FOUND
       CLOSE EMPLOYEE-ARCHIVE
   END-IF.

   B000-CHECK-LOADED.
   *> an ID restored to the master, or purged more than once, is
   *> only counted once
   MOVE 'N' TO WS-PER-FOUND-SWITCH.
   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
           UNTIL WS-PER-IDX > WS-PER-COUNT OR WS-PER-FOUND
       IF WS-PER-ID (WS-PER-IDX) = ARC-EMP-ID
           SET WS-PER-FOUND TO TRUE
       END-IF
   END-PERFORM.

   B100-STORE-PERSON.
   IF WS-PER-COUNT >= 3000
       DISPLAY 'person table full - raise table size and rerun'
       STOP RUN
   END-IF.
   MOVE WS-ADD-NAME TO WS-NAME-WORK.
   PERFORM B200-BUILD-NAME-KEY.
   ADD 1 TO WS-PER-COUNT.
   MOVE WS-NAME-KEY TO WS-PER-KEY (WS-PER-COUNT).
   MOVE WS-ADD-ID TO WS-PER-ID (WS-PER-COUNT).
   MOVE WS-ADD-NAME TO WS-PER-NAME (WS-PER-COUNT).
   MOVE WS-ADD-STATUS TO WS-PER-STATUS (WS-PER-COUNT).

   B200-BUILD-NAME-KEY.
   *> same key HELLO builds - upper case, letters only
   MOVE SPACES TO WS-NAME-KEY.
   MOVE ZERO TO WS-KEY-LEN.
   INSPECT WS-NAME-WORK CONVERTING 'abcdefghijklmnopqrstuvwxyz'
       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
   PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
           UNTIL WS-CHAR-IDX > 30
       IF WS-NAME-WORK (WS-CHAR-IDX:1) >= 'A'
               AND WS-NAME-WORK (WS-CHAR-IDX:1) <= 'Z'
           ADD 1 TO WS-KEY-LEN
           MOVE WS-NAME-WORK (WS-CHAR-IDX:1)
               TO WS-NAME-KEY (WS-KEY-LEN:1)
       END-IF
   END-PERFORM.

   A300-SCAN-PAIRS.
   *> every pair is compared once; a blank key (no letters in the
   *> name at all) never matches anything
   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
           UNTIL WS-PER-IDX > WS-PER-COUNT
       IF WS-PER-KEY (WS-PER-IDX) NOT = SPACES
           COMPUTE WS-PER-START = WS-PER-IDX + 1
           PERFORM VARYING WS-PER-IDX-2 FROM WS-PER-START BY 1
                   UNTIL WS-PER-IDX-2 > WS-PER-COUNT
               IF WS-PER-KEY (WS-PER-IDX-2)
                           = WS-PER-KEY (WS-PER-IDX)
                       AND WS-PER-ID (WS-PER-IDX-2)
                           NOT = WS-PER-ID (WS-PER-IDX)
                   PERFORM C100-PRINT-PAIR
               END-IF
           END-PERFORM
       END-IF
   END-PERFORM.
   IF WS-PAIR-COUNT = ZERO
       MOVE 'NO POSSIBLE DUPLICATES FOUND' TO PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.

   C000-PRINT-HEADERS.
   ADD 1 TO WS-PAGE-COUNT.
   STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
       DELIMITED BY SIZE INTO DSC-RUN-DATE.
   MOVE WS-PAGE-COUNT TO DSC-PAGE-NO.
   IF WS-PAGE-COUNT > 1
       MOVE SPACES TO PRINT-RECORD
       WRITE PRINT-RECORD
       WRITE PRINT-RECORD
   END-IF.
   WRITE PRINT-RECORD FROM DSC-TITLE-LINE.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   WRITE PRINT-RECORD FROM DSC-COLUMN-HEADER.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE ZERO TO WS-LINE-COUNT.

   C100-PRINT-PAIR.
   IF WS-LINE-COUNT >= 60
       PERFORM C000-PRINT-HEADERS
   END-IF.
   ADD 1 TO WS-PAIR-COUNT.
   MOVE WS-PER-ID (WS-PER-IDX) TO DSC-ID-1.
   MOVE WS-PER-NAME (WS-PER-IDX) TO DSC-NAME-1.
   MOVE WS-PER-ID (WS-PER-IDX-2) TO DSC-ID-2.
   MOVE WS-PER-NAME (WS-PER-IDX-2) TO DSC-NAME-2.
   EVALUATE TRUE
       WHEN WS-PER-ACTIVE (WS-PER-IDX)
           MOVE 'ACTIVE' TO DSC-STATUS-1
       WHEN WS-PER-INACTIVE (WS-PER-IDX)
           MOVE 'INACTIVE' TO DSC-STATUS-1
       WHEN OTHER
           MOVE 'ARCHIVED' TO DSC-STATUS-1
   END-EVALUATE.
   EVALUATE TRUE
       WHEN WS-PER-ACTIVE (WS-PER-IDX-2)
           MOVE 'ACTIVE' TO DSC-STATUS-2
       WHEN WS-PER-INACTIVE (WS-PER-IDX-2)
           MOVE 'INACTIVE' TO DSC-STATUS-2
       WHEN OTHER
           MOVE 'ARCHIVED' TO DSC-STATUS-2
   END-EVALUATE.
   *> two active masters for one person means two payroll records
   *> running today - those are the pairs to clean up first
   MOVE SPACES TO DSC-NOTE.
   IF WS-PER-ACTIVE (WS-PER-IDX) AND WS-PER-ACTIVE (WS-PER-IDX-2)
       MOVE 'BOTH ACTIVE' TO DSC-NOTE
       ADD 1 TO WS-BOTH-ACTIVE-COUNT
   END-IF.
   IF WS-PER-ARCHIVED (WS-PER-IDX) OR WS-PER-ARCHIVED (WS-PER-IDX-2)
       ADD 1 TO WS-ARCHIVE-PAIR-COUNT
   END-IF.
   WRITE PRINT-RECORD FROM DSC-DETAIL-LINE.
   ADD 1 TO WS-LINE-COUNT.

   C200-PRINT-SUMMARY.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD.
   MOVE 'MASTER RECORDS SCANNED:' TO DSC-SUM-TEXT.
   MOVE WS-MASTER-LOADED TO DSC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM DSC-SUMMARY-LINE.
   MOVE 'ARCHIVED EMPLOYEES SCANNED:' TO DSC-SUM-TEXT.
   MOVE WS-ARCHIVE-LOADED TO DSC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM DSC-SUMMARY-LINE.
   MOVE 'POSSIBLE DUPLICATE PAIRS:' TO DSC-SUM-TEXT.
   MOVE WS-PAIR-COUNT TO DSC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM DSC-SUMMARY-LINE.
   MOVE 'PAIRS WITH BOTH ACTIVE:' TO DSC-SUM-TEXT.
   MOVE WS-BOTH-ACTIVE-COUNT TO DSC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM DSC-SUMMARY-LINE.
   MOVE 'PAIRS INVOLVING THE ARCHIVE:' TO DSC-SUM-TEXT.
   MOVE WS-ARCHIVE-PAIR-COUNT TO DSC-SUM-TOTAL.
   WRITE PRINT-RECORD FROM DSC-SUMMARY-LINE.
