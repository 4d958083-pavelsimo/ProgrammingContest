      * Result of the latest conversion master sweep, one record,
      * replaced by each CNVSWEEP run and shown on the NIGHTSTA
      * status board.  SWP-COMP-CODE is the sweep's own completion
      * code: 0 clean, 4 exceptions listed on SWPRPT, 16 failed.
       01 SWEEP-STATUS-RECORD.
          05 SWP-RUN-DATE        PIC X(8).
          05 SWP-COMP-CODE       PIC 9(2).
          05 SWP-READ-COUNT      PIC 9(9).
          05 SWP-EXCEPTIONS      PIC 9(9).
          05 SWP-LATEST-COMPLETE PIC X(8).
          05 FILLER              PIC X(4).
