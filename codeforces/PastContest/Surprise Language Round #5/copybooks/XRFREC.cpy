      * Extract source cross-reference record, written by SOLUTION
      * in step with the nightly extract: a header carrying the
      * business date, one detail per extract detail naming the
      * registry source id the value came from (matched on the
      * extract sequence number), and a trailer with the detail
      * count.  The receiver extracts carry no source id, so the
      * DISTRIB profile cut reads its source entitlements from here.
       01 XREF-RECORD.
          05 XRF-RECORD-ID   PIC X(1).
          05 XRF-DATA        PIC X(11).
       01 XREF-RECORD-HDR REDEFINES XREF-RECORD.
          05 FILLER          PIC X(1).
          05 XRF-HDR-BUS-DATE PIC X(8).
          05 FILLER          PIC X(3).
       01 XREF-RECORD-DTL REDEFINES XREF-RECORD.
          05 FILLER          PIC X(1).
          05 XRF-DTL-SEQ     PIC 9(9).
          05 XRF-DTL-SOURCE-ID PIC X(2).
       01 XREF-RECORD-TRL REDEFINES XREF-RECORD.
          05 FILLER          PIC X(1).
          05 XRF-TRL-RECORDS PIC 9(9).
          05 FILLER          PIC X(2).
