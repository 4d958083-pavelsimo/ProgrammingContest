      * Extract vault record: one per H, D or T record of an extract
      * file as it was sent, keyed on the copy id, the business date
      * and the record's position within that night's file.  The
      * copy id is SOLUTION for the full nightly extract (stored by
      * EXTVAULT after SOLBATCH) or the receiver id for a receiver's
      * own cut (stored by DISTRIB).  Read back by EXTRSEND to
      * re-send a night to a downstream receiver, and aged out by
      * VLTPURGE.  The header is held at position zero and the
      * trailer at 999999999, so a night's records read back in
      * their original order, restart-night duplicate details
      * included.
       01 VAULT-RECORD.
          05 VLT-KEY.
             10 VLT-COPY-ID       PIC X(8).
             10 VLT-BUSINESS-DATE PIC X(8).
             10 VLT-POSITION      PIC 9(9).
          05 VLT-EXTRACT-IMAGE    PIC X(45).
