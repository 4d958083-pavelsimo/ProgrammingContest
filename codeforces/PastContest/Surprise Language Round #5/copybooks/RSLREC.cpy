      * Extract re-send log record, appended by EXTRSEND for every
      * business date it rebuilds from the vault: who asked, for
      * which receiver, and the record counts sent, against the
      * count the night's original trailer carried.
       01 RESEND-LOG-RECORD.
          05 RSL-RUN-DATE       PIC X(8).
          05 RSL-REQUESTER      PIC X(8).
          05 RSL-RECEIVER       PIC X(8).
          05 RSL-BUSINESS-DATE  PIC X(8).
          05 RSL-EXTRACT-DATE   PIC X(8).
          05 RSL-DETAILS-SENT   PIC 9(9).
          05 RSL-TRAILER-RECORDS PIC 9(9).
          05 FILLER             PIC X(2).
