      * Source fingerprint record, one per registered source per
      * business date merged.  MRGSRC compares each night's
      * departmental file against the source's recent fingerprints
      * so a file re-sent with only its header date changed is
      * caught before it is converted a second time.  The hash is
      * a position-weighted checksum of every detail image in file
      * order; two files agree on it, the count, the net sum and the
      * first and last details only if they carry the same details.
       01 FINGERPRINT-RECORD.
          05 FPR-SOURCE-ID     PIC X(2).
          05 FPR-BUSINESS-DATE PIC X(8).
          05 FPR-RECORD-COUNT  PIC 9(9).
          05 FPR-NET-SUM       PIC S9(11)
             SIGN LEADING SEPARATE CHARACTER.
          05 FPR-FIRST-DETAIL  PIC X(6).
          05 FPR-LAST-DETAIL   PIC X(6).
          05 FPR-HASH          PIC 9(9).
          05 FILLER            PIC X(8).
