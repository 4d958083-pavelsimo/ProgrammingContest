           SELECT REPORT-FILE ASSIGN TO "MONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS  PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-READ-COUNT    PIC 9(9) VALUE ZERO.

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-MONTH-MAX   PIC 9(2) VALUE 24.
       01 WS-MONTH-COUNT PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "AUDRPT: AUDIT OPEN FAILED, STATUS="
           PERFORM 500-WRITE-REPORT.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

       100-READ-NEXT-RECORD.
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

       300-ACCUMULATE-MONTH.
           MOVE WS-TOTAL-RECORDS TO WS-TRL-RECORDS
           MOVE WS-TOTAL-EXCP TO WS-TRL-EXCP
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "AUDRPT: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "AUDRPT" TO STP-PROGRAM-ID
              MOVE SPACES TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-READ-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
