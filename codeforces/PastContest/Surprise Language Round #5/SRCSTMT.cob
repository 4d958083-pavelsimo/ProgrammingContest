           SELECT REPORT-FILE ASSIGN TO "STMTRPT"
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
       01 WS-ACTIVITY-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS   PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH      PIC X(1) VALUE "N".
       01 WS-READ-COUNT      PIC 9(9) VALUE ZERO.

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

      * Most recent 24 business months, kept the way AUDRPT keeps
      * its window; within each month one slot per source id (ten

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = "00"
              DISPLAY "SRCSTMT: SRCACT OPEN FAILED, STATUS="
                 "WITH AUDIT, SEE STMTRPT"
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

       100-READ-NEXT-ACTIVITY.
           READ ACTIVITY-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

       300-ACCUMULATE-ACTIVITY.
              MOVE WS-DROPPED-MONTHS TO WS-LINE-DROPPED
              WRITE REPORT-RECORD FROM WS-DROPPED-LINE
           END-IF.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "SRCSTMT: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "SRCSTMT" TO STP-PROGRAM-ID
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
