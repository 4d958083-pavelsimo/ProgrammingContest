      * Receiver profile record, one per downstream receiver of the
      * conversion extract.  DISTRIB reads the profiles in file
      * order and writes the nth profile's cut to the RCVEXTnn DD
      * slot, so a new receiver onboards with a profile record and
      * a DD card, not a program change.  Inactive profiles keep
      * their slot (point it at DD DUMMY).
      * RCV-OUTPUTS names the columns the receiver takes, any of B,
      * O and H (binary, octal, hex) left-justified; the others go
      * out blank.  RCV-SOURCE-ID lists the registry source ids the
      * receiver is entitled to, left-justified, unused entries
      * blank.  With RCV-RANGE-SW = Y only NUMER1 values from
      * RCV-RANGE-LOW to RCV-RANGE-HIGH inclusive are sent.
       01 RECEIVER-PROFILE-RECORD.
          05 RCV-RECEIVER-ID  PIC X(8).
          05 RCV-DESCRIPTION  PIC X(20).
          05 RCV-ACTIVE-SW    PIC X(1).
          05 RCV-OUTPUTS      PIC X(3).
          05 RCV-SOURCE-ID    PIC X(2) OCCURS 10 TIMES.
          05 RCV-RANGE-SW     PIC X(1).
          05 RCV-RANGE-LOW    PIC S9(5)
             SIGN LEADING SEPARATE CHARACTER.
          05 RCV-RANGE-HIGH   PIC S9(5)
             SIGN LEADING SEPARATE CHARACTER.
          05 FILLER           PIC X(15).
