           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT SWEEP-STATUS-FILE ASSIGN TO "SWPSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "STARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 RC-STATUS        PIC X(1).

      * Only the live-checkpoint switch matters here; the rest of
      * the SOLUTION checkpoint record is left unmapped, but the
      * record length must track SOLUTION's RESTART-RECORD (and
      * the RESTFILE LRECL in SOLBATCH), or the open fails and a
      * pending restart is reported as none.
       FD  SOL-RESTART-FILE
           RECORDING MODE IS F.
       01 SOL-RESTART-RECORD.
          05 SOL-RESTART-ACTIVE-SW PIC X(1).
          05 FILLER                PIC X(482).

       FD  BIN-RESTART-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  SWEEP-STATUS-FILE
           RECORDING MODE IS F.
       COPY SWPREC.

       FD  STATUS-REPORT-FILE
           RECORDING MODE IS F.
       01 STATUS-REPORT-RECORD PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01 BUSDATE-RECORD.
          05 BUSDATE-DATE PIC X(8).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS      PIC X(2) VALUE "00".
       01 WS-SOL-RESTART-STATUS PIC X(2) VALUE "00".
       01 WS-BIN-RESTART-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-STATUS       PIC X(2) VALUE "00".
       01 WS-EXCEPTION-STATUS   PIC X(2) VALUE "00".
       01 WS-SWEEP-STATUS       PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS      PIC X(2) VALUE "00".
       01 WS-BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS     PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH         PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.
       01 WS-STEP-BUSINESS-DATE PIC X(8) VALUE SPACES.

      * One entry per business date, most recent 31 dates kept the
      * way AUDRPT keeps its month window.
       01 WS-NIGHT-MAX   PIC 9(2) VALUE 31.
       01 WS-SOL-RESTART-SW PIC X(1) VALUE "N".
       01 WS-BIN-RESTART-SW PIC X(1) VALUE "N".
       01 WS-BACKLOG-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-SWEEP-FOUND-SW PIC X(1) VALUE "N".
       01 WS-ATTENTION-SW   PIC X(1) VALUE "N".
       01 WS-GAP-DAYS       PIC S9(5) VALUE ZERO.
       01 WS-DATE-NUM       PIC 9(8) VALUE ZERO.
          05 WS-BKL-COUNT PIC ZZZZZZZZ9.
          05 FILLER PIC X(53) VALUE SPACES.

       01 WS-SWEEP-LINE.
          05 FILLER PIC X(17) VALUE "MASTER SWEEP RUN=".
          05 WS-SWP-RUN-DATE PIC X(8).
          05 FILLER PIC X(4)  VALUE " CC=".
          05 WS-SWP-COMP PIC 99.
          05 FILLER PIC X(12) VALUE " EXCEPTIONS=".
          05 WS-SWP-EXCP PIC ZZZZZZZZ9.
          05 FILLER PIC X(28) VALUE SPACES.

       01 WS-NO-SWEEP-LINE.
          05 FILLER PIC X(24) VALUE "MASTER SWEEP NOT ON FILE".
          05 FILLER PIC X(56) VALUE SPACES.

       01 WS-VERDICT-LINE.
          05 FILLER PIC X(8)  VALUE "VERDICT=".
          05 WS-VER-TEXT PIC X(16).

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           PERFORM 980-READ-STEP-BUSINESS-DATE
           OPEN OUTPUT STATUS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "NIGHTSTA: STARPT OPEN FAILED, STATUS="
           PERFORM 200-SCAN-AUDIT
           PERFORM 300-CHECK-CHECKPOINTS
           PERFORM 400-COUNT-BACKLOG
           PERFORM 450-CHECK-SWEEP
           PERFORM 500-WRITE-REPORT
           CLOSE STATUS-REPORT-FILE
           IF WS-ATTENTION-SW = "Y"
           ELSE
              DISPLAY "NIGHTSTA: ALL CLEAN"
           END-IF
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

       100-SCAN-RUN-CONTROL.
              CLOSE EXCEPTION-FILE
           END-IF.

      * The conversion master sweep runs on its own schedule, so
      * a missing or empty result file is shown but is not by
      * itself a reason for attention; a sweep that found
      * exceptions or failed is.
       450-CHECK-SWEEP.
           OPEN INPUT SWEEP-STATUS-FILE
           IF WS-SWEEP-STATUS = "00"
              READ SWEEP-STATUS-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-SWEEP-FOUND-SW
              END-READ
              CLOSE SWEEP-STATUS-FILE
           END-IF.

      * The run control and audit files are each appended
      * chronologically, but the audit scan re-walks history the
      * run-control scan already windowed, so with the table full
      * Attention is raised for a failing completion code, a date
      * never marked complete, a pending restart, a gap in the
      * processed dates (weekends show here too - the duty operator
      * judges), an exception backlog that grew on the latest
      * date, or a master sweep that did not finish clean.
       500-WRITE-REPORT.
           MOVE ZERO TO WS-PRIOR-INTEGER
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NIGHT-COUNT
           MOVE WS-BACKLOG-COUNT TO WS-BKL-COUNT
           MOVE WS-BACKLOG-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           IF WS-SWEEP-FOUND-SW = "Y"
              MOVE SWP-RUN-DATE TO WS-SWP-RUN-DATE
              MOVE SWP-COMP-CODE TO WS-SWP-COMP
              MOVE SWP-EXCEPTIONS TO WS-SWP-EXCP
              MOVE WS-SWEEP-LINE TO WS-PRINT-LINE
              IF SWP-COMP-CODE > 0
                 MOVE "Y" TO WS-ATTENTION-SW
              END-IF
           ELSE
              MOVE WS-NO-SWEEP-LINE TO WS-PRINT-LINE
           END-IF
           PERFORM 520-WRITE-REPORT-LINE
           IF WS-ATTENTION-SW = "Y"
              MOVE "ATTENTION NEEDED" TO WS-VER-TEXT
           ELSE
           END-IF
           WRITE STATUS-REPORT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

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
              DISPLAY "NIGHTSTA: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "NIGHTSTA" TO STP-PROGRAM-ID
              MOVE WS-STEP-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-NIGHT-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
