      * Approval threshold record, one per departmental source that
      * has a limit.  SOLUTION holds a well-formed record in
      * suspense instead of converting it when its magnitude is
      * over THR-LIMIT or its sign is not allowed: THR-ALLOWED-SIGN
      * is + (zero and positive only), - (zero and negative only)
      * or B (both).  A source with no threshold record has no
      * limit.  Ids must be unique.
       01 THRESHOLD-RECORD.
          05 THR-SOURCE-ID    PIC X(2).
          05 THR-LIMIT        PIC 9(5).
          05 THR-ALLOWED-SIGN PIC X(1).
          05 FILLER           PIC X(12).
