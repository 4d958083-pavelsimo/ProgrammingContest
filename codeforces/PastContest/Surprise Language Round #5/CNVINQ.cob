               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-NUMER1
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY CNVMST.

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-DONE-SWITCH   PIC X(1) VALUE "N".
       01 WS-BINARY-SWITCH PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH  PIC X(1) VALUE "Y".
       01 WS-NEGATIVE-SWITCH PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-INQUIRY-INPUT PIC X(18) VALUE SPACES.

       COPY BINFLD.
       01 WS-DIGIT-COUNT PIC 99.
       01 WS-KEY-NUMER1  PIC S9(5) SIGN LEADING SEPARATE CHARACTER.

       01 WS-INQUIRY-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "CNVINQ: CNVMAST OPEN FAILED, STATUS="
           END-IF
           PERFORM 100-READ-INQUIRY
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
              ADD 1 TO WS-INQUIRY-COUNT
              PERFORM 200-CLASSIFY-INQUIRY
              IF WS-VALID-SWITCH = "Y" AND WS-BINARY-SWITCH = "Y"
                 MOVE WS-INQUIRY-INPUT TO BIN-VAR
              PERFORM 100-READ-INQUIRY
           END-PERFORM.
           CLOSE MASTER-FILE.
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

       100-READ-INQUIRY.
                    " HEX=" MST-HEX-VAR
                    " LAST-SEEN=" MST-LAST-SEEN-DATE
           END-READ.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CNVINQ: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CNVINQ" TO STP-PROGRAM-ID
              MOVE SPACES TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-INQUIRY-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
