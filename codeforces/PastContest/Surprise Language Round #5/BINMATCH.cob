           SELECT MATCH-REPORT-FILE ASSIGN TO "MATRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 MATCH-REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS PIC X(2) VALUE "00".
       01 WS-BININ-STATUS   PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH     PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH   PIC X(1) VALUE "Y".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-BUSINESS-DATE  PIC X(8) VALUE SPACES.

       COPY BINFLD.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           OPEN OUTPUT MATCH-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "BINMATCH: MATRPT OPEN FAILED, STATUS="
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * An extract detail with a blank binary column (a night run
           MOVE WS-NO-BIN-COUNT TO WS-TRL-NOBIN
           MOVE WS-BAD-CODE-COUNT TO WS-TRL-BADCODE
           WRITE MATCH-REPORT-RECORD FROM WS-TRAILER-2-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "BINMATCH: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "BINMATCH" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-RETURNED-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
