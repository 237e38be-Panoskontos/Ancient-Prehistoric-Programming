      *> FUELOUT - fixed-width nightly outbound file to the fuel card
      *> vendor. FCO-REC-TYPE 'H' = header, first on the file, 'I' =
      *> issue a card, 'C' = cancel a card, 'T' = trailer, written
      *> last, with the detail count and the count of each request
       05 FCO-REC-TYPE            PIC X(01).
       05 FCO-DETAIL.
          10 FCO-EMP-ID           PIC 9(10).
          10 FCO-EMP-NAME         PIC X(30).
          10 FCO-CAR-CODE         PIC X(10).
          10 FCO-COST-CENTER      PIC X(06).
          10 FCO-EVENT-DATE       PIC 9(08).
       05 FCO-HEADER REDEFINES FCO-DETAIL.
          10 FCO-FILE-DATE        PIC 9(08).
          10 FCO-FILE-TIME        PIC 9(06).
          10 FCO-SENDER           PIC X(10).
          10 FILLER               PIC X(40).
       05 FCO-TRAILER REDEFINES FCO-DETAIL.
          10 FCO-RECORD-COUNT     PIC 9(08).
          10 FCO-ISSUE-COUNT      PIC 9(06).
          10 FCO-CANCEL-COUNT     PIC 9(06).
          10 FILLER               PIC X(44).
