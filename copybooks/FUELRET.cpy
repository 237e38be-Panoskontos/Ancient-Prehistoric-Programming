      *> FUELRET - fuel card vendor return file, one row per request
      *> the vendor has actioned or refused. FCR-REC-TYPE 'D' =
      *> detail, 'T' = trailer carrying the vendor's detail count.
      *> FCR-ACTION echoes the request ('I' issue, 'C' cancel) and
      *> FCR-RESULT is 'A' actioned or 'R' refused
       05 FCR-REC-TYPE            PIC X(01).
       05 FCR-DETAIL.
          10 FCR-ACTION           PIC X(01).
          10 FCR-EMP-ID           PIC 9(10).
          10 FCR-CAR-CODE         PIC X(10).
          10 FCR-RESULT           PIC X(01).
             88 FCR-ACTIONED      VALUE 'A'.
             88 FCR-REFUSED       VALUE 'R'.
          10 FCR-REASON           PIC X(30).
       05 FCR-TRAILER REDEFINES FCR-DETAIL.
          10 FCR-RECORD-COUNT     PIC 9(08).
          10 FILLER               PIC X(44).
