      * EXCRECYC recycle pass.  EXC-DATE is the date the record was
      * rejected, used for the uncorrected-exception aging report.
      * EXC-SOURCE-ID names the departmental file (per MRGSRC) the
      * rejected record came from.  SUSPREL adds reason 04 for a
      * held record its supervisor rejected.
       01 EXCEPTION-RECORD.
          05 EXC-RAW-RECORD  PIC X(6).
          05 EXC-REASON-CODE PIC X(2).
