      * Suspense record, one per record SOLUTION held back for being
      * outside its source's approval threshold, appended across
      * runs and worked by SUSPREL.  SUS-KEY (business date plus
      * the record's position in that night's input) identifies the
      * item on the supervisor's decision card.  SUS-LIMIT and
      * SUS-ALLOWED-SIGN are the threshold the item broke, and
      * SUS-HELD-DATE the date it was held, used for the overdue
      * listing.
       01 SUSPENSE-RECORD.
          05 SUS-KEY.
             10 SUS-BUSINESS-DATE PIC X(8).
             10 SUS-RECORD-NUMBER PIC 9(9).
          05 SUS-SOURCE-ID    PIC X(2).
          05 SUS-RAW-DATA     PIC X(6).
          05 SUS-LIMIT        PIC 9(5).
          05 SUS-ALLOWED-SIGN PIC X(1).
          05 SUS-HELD-DATE    PIC X(8).
          05 FILLER           PIC X(1).
