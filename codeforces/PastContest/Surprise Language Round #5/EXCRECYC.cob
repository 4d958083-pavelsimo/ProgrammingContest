           SELECT REGISTER-REPORT-FILE ASSIGN TO "REGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-REPORT-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 REGISTER-REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS    PIC X(2) VALUE "00".
       01 WS-BUSDATE-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-AGING-STATUS      PIC X(2) VALUE "00".
       01 WS-REGISTER-STATUS   PIC X(2) VALUE "00".
       01 WS-REG-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-EXC-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-CORR-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-CSORT-EOF-SWITCH  PIC X(1) VALUE "N".
       01 WS-ESORT-EOF-SWITCH  PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-CURRENT-DATE      PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INTEGER     PIC 9(8) VALUE ZERO.
       01 WS-EXC-DATE-NUM      PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           CLOSE AGING-REPORT-FILE
           CLOSE REGISTER-FILE
           CLOSE REGISTER-REPORT-FILE
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * The re-feed header must carry the business date SOLBATCH
           MOVE WS-CORR-UNUSED-COUNT TO WS-RGT-UNUSED
           MOVE WS-CORR-INVALID-COUNT TO WS-RGT-INVALID
           WRITE REGISTER-REPORT-RECORD FROM WS-REG-TRAILER-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "EXCRECYC: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "EXCRECYC" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-EXC-READ-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
