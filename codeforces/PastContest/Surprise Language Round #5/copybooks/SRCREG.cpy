      * REG-MIN-VOLUME is the expected daily minimum; a balanced
      * source below it is noted on the merge balance report.
      * Source ids must not begin with H or T (reserved for the
      * re-feed header and trailer).  The registry is maintained
      * through REGMAINT transactions, which apply these rules before
      * writing it and never move an entry to another slot.
       01 REGISTRY-RECORD.
          05 REG-SOURCE-ID   PIC X(2).
          05 REG-DESCRIPTION PIC X(20).
