      * appended by SOLUTION to the rolling history file and read
      * back by the VOLALERT day-over-day variance report.  The
      * seven range buckets are in WS-RANGE-TABLE order.
      * STA-HELD-CNT is the night's records held in suspense over
      * their source's approval threshold.
       01 STAT-RECORD.
          05 STA-BUSINESS-DATE PIC X(8).
          05 STA-POSITIVE-CNT  PIC 9(9).
          05 STA-SOURCE-ENTRY OCCURS 10 TIMES.
             10 STA-SRC-ID   PIC X(2).
             10 STA-SRC-RECS PIC 9(9).
          05 STA-HELD-CNT      PIC 9(9).
