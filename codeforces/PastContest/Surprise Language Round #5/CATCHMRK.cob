       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHMRK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CATCHUP-CONTROL-FILE ASSIGN TO "CATCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATCTL-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01 BUSDATE-RECORD.
          05 BUSDATE-DATE PIC X(8).

      * One catch-up completion mark per business date, read back
      * by CATCHUP and CATCHSUM.  A date run twice carries two
      * marks; either one is enough.
       FD  CATCHUP-CONTROL-FILE
           RECORDING MODE IS F.
       01 CATCHUP-CONTROL-RECORD.
          05 CTL-BUSINESS-DATE PIC X(8).
          05 CTL-STATUS        PIC X(1).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-CATCTL-STATUS  PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-BUSDATE-EOF-SWITCH PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           PERFORM 100-READ-BUSINESS-DATE
           PERFORM 200-WRITE-COMPLETION-MARK
           DISPLAY "CATCHMRK: BUSINESS DATE " WS-BUSINESS-DATE
              " CATCH-UP COMPLETE"
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

       100-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
              DISPLAY "CATCHMRK: BUSDATE OPEN FAILED, STATUS="
                 WS-BUSDATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ BUSDATE-FILE
              AT END MOVE "Y" TO WS-BUSDATE-EOF-SWITCH
           END-READ
           IF WS-BUSDATE-EOF-SWITCH = "Y" OR BUSDATE-DATE NOT NUMERIC
              DISPLAY "CATCHMRK: BUSDATE CARD MISSING OR NOT NUMERIC"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE BUSDATE-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.

      * Last step of a CATCHDAY job, run only when every step
      * before it came through clean: records that the business
      * date on the catch-up BUSDATE card has been converted,
      * reconciled, vaulted, loaded and distributed.
       200-WRITE-COMPLETION-MARK.
           OPEN EXTEND CATCHUP-CONTROL-FILE
           IF WS-CATCTL-STATUS NOT = "00"
              DISPLAY "CATCHMRK: CATCTL OPEN FAILED, STATUS="
                 WS-CATCTL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE "C" TO CTL-STATUS
           WRITE CATCHUP-CONTROL-RECORD
           CLOSE CATCHUP-CONTROL-FILE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CATCHMRK: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CATCHMRK" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE 1 TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
