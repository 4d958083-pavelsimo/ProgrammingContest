           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 BACKOUT-REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH     PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.

      * The journal entries for the date being backed out, loaded

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           PERFORM 100-READ-BUSINESS-DATE
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              " REWRITES=" WS-REWRITE-COUNT
              " REINSERTS=" WS-REWRITE-ADD-COUNT
              " MISSING=" WS-MISSING-COUNT
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

       100-READ-BUSINESS-DATE.
           MOVE WS-OTHER-DATE-COUNT TO WS-CNT-OTHER
           WRITE BACKOUT-REPORT-RECORD FROM WS-COUNT-2-LINE
           WRITE BACKOUT-REPORT-RECORD FROM WS-STATUS-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CNVBKOUT: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CNVBKOUT" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-JOURNAL-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
