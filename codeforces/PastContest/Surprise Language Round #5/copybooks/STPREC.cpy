      * Step-timing record appended to the shared STEPLOG by every
      * program in the suite at the end of a completed run, and
      * read by STEPSLA for the batch-window report.  Dates and
      * times are taken from the system clock (CCYYMMDD, HHMMSS);
      * the end date is carried so a step that runs past midnight
      * still times correctly.  STP-BUSINESS-DATE is the business
      * date the run processed, spaces for a program that is not
      * run for one.  STP-RECORDS is the program's own main count
      * (input records, master records, inquiries, cards).
      * STP-COMP-CODE is the completion code returned to the
      * scheduler.  As with AUDIT, a run that stops early on a
      * failure writes no record; one that reaches its normal end
      * records whatever code it sets there.
       01 STEP-TIMING-RECORD.
          05 STP-PROGRAM-ID    PIC X(8).
          05 STP-BUSINESS-DATE PIC X(8).
          05 STP-START-DATE    PIC 9(8).
          05 STP-START-TIME    PIC 9(6).
          05 STP-END-DATE      PIC 9(8).
          05 STP-END-TIME      PIC 9(6).
          05 STP-RECORDS       PIC 9(9).
          05 STP-COMP-CODE     PIC 9(2).
          05 FILLER            PIC X(5).
