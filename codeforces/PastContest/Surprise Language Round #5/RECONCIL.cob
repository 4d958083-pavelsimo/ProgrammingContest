           SELECT REPORT-FILE ASSIGN TO "RECRPT"
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
       01 WS-INPUT-STATUS  PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH  PIC X(1) VALUE "Y".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-RECORD-NUMBER   PIC 9(9) VALUE ZERO.
       01 WS-MATCH-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-MISMATCH-COUNT  PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
              DISPLAY "RECONCIL: INFILE OPEN FAILED, STATUS="
           END-IF
           CLOSE INPUT-FILE.
           CLOSE REPORT-FILE.
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

       100-READ-NEXT-RECORD.
              DISPLAY "RECONCIL: INFILE BUSINESS-DATE HEADER MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE HDR-BUSINESS-DATE TO WS-BUSINESS-DATE.

       300-VALIDATE-RECORD.
           MOVE "Y" TO WS-VALID-SWITCH
           MOVE WS-MISMATCH-COUNT TO WS-TRL-MISMATCH
           MOVE WS-SKIPPED-COUNT TO WS-TRL-SKIPPED
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "RECONCIL: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "RECONCIL" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-RECORD-NUMBER TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
