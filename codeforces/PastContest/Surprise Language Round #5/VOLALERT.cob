           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 PARAMETER-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-STATS-STATUS  PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-PARM-STATUS   PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH    PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-PARM-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-PARM-VALID-SWITCH PIC X(1) VALUE "Y".
       01 WS-PARM-DONE-SWITCH  PIC X(1) VALUE "N".
       01 WS-WINDOW-SIZE PIC 9(2) VALUE ZERO.

       01 WS-TONIGHT-STAT.
          05 TON-BUSINESS-DATE PIC X(8) VALUE SPACES.
          05 TON-POSITIVE-CNT  PIC 9(9).
          05 TON-NEGATIVE-CNT  PIC 9(9).
          05 TON-ZERO-CNT      PIC 9(9).

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           PERFORM 140-READ-PARAMETERS
           OPEN INPUT STATS-FILE
           IF WS-STATS-STATUS NOT = "00"
              CLOSE VARIANCE-REPORT-FILE
              DISPLAY "VOLALERT: FEWER THAN 2 HISTORY RECORDS, "
                 "NOTHING TO COMPARE"
              PERFORM 990-WRITE-STEP-TIMING
              STOP RUN
           END-IF
           MOVE WS-HIST-ENTRY(WS-HIST-COUNT) TO WS-TONIGHT-STAT
                 " VOLUME VARIANCES OVER TOLERANCE, SEE VARRPT"
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * Parameter cards follow the SOLUTION PARMFILE convention.
           MOVE WS-CHK-PCT TO WS-ALT-PCT
           WRITE VARIANCE-REPORT-RECORD FROM WS-ALERT-LINE
           ADD 1 TO WS-ALERT-COUNT.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "VOLALERT: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "VOLALERT" TO STP-PROGRAM-ID
              MOVE TON-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-HIST-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
