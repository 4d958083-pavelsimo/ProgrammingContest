           SELECT EXCEPTION-FILE ASSIGN TO "BINEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 EXC-RAW-RECORD  PIC X(18).
          05 EXC-REASON-CODE PIC X(2).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01 BUSDATE-RECORD.
          05 BUSDATE-DATE PIC X(8).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-BININ-STATUS     PIC X(2) VALUE "00".
       01 WS-DECODE-STATUS    PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS    PIC X(2) VALUE "00".
       01 WS-RESTART-STATUS   PIC X(2) VALUE "00".
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE "00".
       01 WS-BUSDATE-STATUS   PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS   PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH     PIC X(1) VALUE "Y".
       01 WS-REASON-CODE      PIC X(2) VALUE SPACES.

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.
       01 WS-STEP-BUSINESS-DATE PIC X(8) VALUE SPACES.

       01 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 100.
       01 WS-RESTART-SKIP        PIC 9(9) VALUE ZERO.
       01 WS-RECORD-NUMBER       PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           PERFORM 980-READ-STEP-BUSINESS-DATE
           OPEN INPUT BININ-FILE
           IF WS-BININ-STATUS NOT = "00"
              DISPLAY "BINDEC: BININ OPEN FAILED, STATUS="
           CLOSE DECODE-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

       100-READ-NEXT-RECORD.
           MOVE WS-DECODED-COUNT TO WS-TRL-DECODED
           MOVE WS-EXCEPTION-COUNT TO WS-TRL-EXCP
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE.

      * The night's BUSDATE card, where the step is given one, only
      * dates the step-timing record; without it the record carries
      * no business date.
       980-READ-STEP-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              READ BUSDATE-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BUSDATE-DATE NUMERIC
                       MOVE BUSDATE-DATE TO WS-STEP-BUSINESS-DATE
                    END-IF
              END-READ
              CLOSE BUSDATE-FILE
           END-IF.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "BINDEC: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "BINDEC" TO STP-PROGRAM-ID
              MOVE WS-STEP-BUSINESS-DATE TO STP-BUSINESS-DATE
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
