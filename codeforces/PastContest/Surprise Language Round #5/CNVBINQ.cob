           SELECT RESPONSE-FILE ASSIGN TO "CNVRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 RESPONSE-RECORD PIC X(63).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS  PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS   PIC X(2) VALUE "00".
       01 WS-RESPONSE-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH      PIC X(1) VALUE "N".
       01 WS-BINARY-SWITCH   PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH    PIC X(1) VALUE "Y".
       01 WS-NEGATIVE-SWITCH PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-INQUIRY-INPUT PIC X(18) VALUE SPACES.

       COPY BINFLD.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
              DISPLAY "CNVBINQ: CNVREQ OPEN FAILED, STATUS="
              " HITS=" WS-HIT-COUNT
              " MISSES=" WS-MISS-COUNT
              " BAD=" WS-BAD-COUNT.
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

       100-READ-REQUEST.
           MOVE WS-MISS-COUNT TO WS-RSP-TRL-MISSES
           MOVE WS-BAD-COUNT TO WS-RSP-TRL-BAD
           WRITE RESPONSE-RECORD FROM WS-RESPONSE-TRAILER.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CNVBINQ: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CNVBINQ" TO STP-PROGRAM-ID
              MOVE SPACES TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-REQUEST-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
