      * Source registry maintenance transaction, read by REGMAINT.
      * RGT-ACTION is A (add), C (change description and/or minimum
      * volume), D (deactivate) or R (reactivate).  The transaction
      * is applied on the first run whose business date is on or
      * after RGT-EFFECTIVE-DATE and is held on the transaction
      * file until then, so a new department can be set up ahead
      * of its go-live night.  On a change, a blank description or
      * minimum volume leaves that field as it is.  Source ids are
      * never changed or removed and entries never move, so a
      * source keeps its SRCFILnn slot for life.  RGT-REQUESTER-ID
      * is carried to the change log for audit.
       01 REGISTRY-TRAN-RECORD.
          05 RGT-ACTION         PIC X(1).
          05 RGT-EFFECTIVE-DATE PIC X(8).
          05 RGT-SOURCE-ID      PIC X(2).
          05 RGT-DESCRIPTION    PIC X(20).
          05 RGT-MIN-VOLUME     PIC X(9).
          05 RGT-REQUESTER-ID   PIC X(8).
          05 FILLER             PIC X(2).
