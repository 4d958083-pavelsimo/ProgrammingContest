      * departmental chargeback statement by SRCSTMT.  Records
      * rejected for an unregistered source id are carried under
      * the pseudo source "??" so the month still ties back to the
      * AUDIT totals.  ACT-HELD counts the source's records held in
      * suspense over its approval threshold; they are in
      * ACT-RECORDS but neither converted nor exceptions.
       01 ACTIVITY-RECORD.
          05 ACT-BUSINESS-DATE PIC X(8).
          05 ACT-SOURCE-ID     PIC X(2).
          05 ACT-EXCEPTIONS    PIC 9(6).
          05 ACT-SUM           PIC S9(8)
             SIGN LEADING SEPARATE CHARACTER.
          05 ACT-HELD          PIC 9(6).
