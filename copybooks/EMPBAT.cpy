      *> file and the trailer the last; both sit in the EMPIN record
      *> width with BAT-REC-TYPE in the transaction-code position, so
      *> envelope and detail records read through the same FD.
      *>   H = header, carrying the feed date HR cut the file and
      *>       the feed's sequence within that date - 01 for the
      *>       day's regular file, 02 upward for late supplementals;
      *>       spaces (a header cut before the sequence was added)
      *>       are taken as 01
      *>   T = trailer, carrying HR's own count of detail records and
      *>       the arithmetic sum of ALL detail EMPIN-IDs on the
      *>       file - note this is not CTL-ID-HASH-TOTAL, which
       05 BAT-REC-TYPE            PIC X(01).
       05 BAT-HEADER.
          10 BAT-FEED-DATE        PIC 9(08).
          10 BAT-FEED-SEQ         PIC 9(02).
          10 FILLER               PIC X(74).
       05 BAT-TRAILER REDEFINES BAT-HEADER.
          10 BAT-RECORD-COUNT     PIC 9(08).
          10 BAT-ID-HASH          PIC 9(15).
          10 FILLER               PIC X(61).
