      * NUMER1 occurrence history record: one per value (in the
      * master's signed external form), business date and registry
      * source id, counting how many extract details that source
      * sent with that value that night (restart-night duplicates
      * counted once).  Written by OCCLOAD from the nightly extract
      * and its EXTSRCX cross-reference, read by OCCINQ to trace a
      * value night by night, and aged out with the conversion
      * master by CNVPURGE on the business date.  OCC-BUSINESS-DATE
      * is also a non-unique alternate key, through which a rerun
      * night finds and replaces its own earlier records.
      * OCC-LOAD-DATE is the run date of the load that wrote the
      * record.
       01 OCCURRENCE-RECORD.
          05 OCC-KEY.
             10 OCC-NUMER1        PIC X(6).
             10 OCC-BUSINESS-DATE PIC X(8).
             10 OCC-SOURCE-ID     PIC X(2).
          05 OCC-COUNT            PIC 9(9).
          05 OCC-LOAD-DATE        PIC X(8).
          05 FILLER               PIC X(7).
