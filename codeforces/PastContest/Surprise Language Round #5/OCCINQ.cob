       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "CNVOCC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCC-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY OCCREC.

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-DONE-SWITCH   PIC X(1) VALUE "N".
       01 WS-BINARY-SWITCH PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH  PIC X(1) VALUE "Y".
       01 WS-NEGATIVE-SWITCH PIC X(1) VALUE "N".
       01 WS-HISTORY-EOF-SWITCH PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-INQUIRY-INPUT PIC X(18) VALUE SPACES.

       COPY BINFLD.

       01 I       PIC 99.
       01 WS-BIT  PIC 9.
       01 WS-RAW  PIC 9(6).
       01 WS-DIGIT-COUNT PIC 99.
      * The history key holds the value in its signed external
      * form, so the key is built and compared through the group,
      * byte for byte, sign included.
       01 WS-KEY-AREA.
          05 WS-KEY-NUMER1 PIC S9(5) SIGN LEADING SEPARATE CHARACTER.

       01 WS-INQUIRY-COUNT PIC 9(9) VALUE ZERO.

       01 WS-LAST-DATE     PIC X(8) VALUE SPACES.
       01 WS-FIRST-DATE    PIC X(8) VALUE SPACES.
       01 WS-NIGHT-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-ENTRY-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-OCCURRENCE-TOTAL PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "OCCINQ: CNVOCC OPEN FAILED, STATUS="
                 WS-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 100-READ-INQUIRY
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
              ADD 1 TO WS-INQUIRY-COUNT
              PERFORM 200-CLASSIFY-INQUIRY
              IF WS-VALID-SWITCH = "Y" AND WS-BINARY-SWITCH = "Y"
                 MOVE WS-INQUIRY-INPUT TO BIN-VAR
                 PERFORM 400-DECODE-BINARY
              END-IF
              IF WS-VALID-SWITCH = "Y"
                 MOVE NUMER1 TO WS-KEY-NUMER1
                 PERFORM 500-LIST-OCCURRENCES
              ELSE
                 DISPLAY "OCCINQ: CANNOT INTERPRET '"
                    WS-INQUIRY-INPUT "'"
              END-IF
              PERFORM 100-READ-INQUIRY
           END-PERFORM.
           CLOSE HISTORY-FILE.
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

       100-READ-INQUIRY.
           MOVE SPACES TO WS-INQUIRY-INPUT
           ACCEPT WS-INQUIRY-INPUT
           IF WS-INQUIRY-INPUT = SPACES OR WS-INQUIRY-INPUT = "END"
              MOVE "Y" TO WS-DONE-SWITCH
           END-IF.

      * An inquiry is classified exactly as CNVINQ classifies it: 18
      * zeros and ones is a binary code, anything else is parsed as
      * a signed decimal value.
       200-CLASSIFY-INQUIRY.
           MOVE "Y" TO WS-VALID-SWITCH
           MOVE "Y" TO WS-BINARY-SWITCH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 18
              IF WS-INQUIRY-INPUT(I:1) NOT = "0" AND
                 WS-INQUIRY-INPUT(I:1) NOT = "1"
                 MOVE "N" TO WS-BINARY-SWITCH
              END-IF
           END-PERFORM
           IF WS-BINARY-SWITCH = "N"
              PERFORM 300-PARSE-DECIMAL
           END-IF.

       300-PARSE-DECIMAL.
           MOVE "N" TO WS-NEGATIVE-SWITCH
           MOVE ZERO TO WS-RAW
           MOVE ZERO TO WS-DIGIT-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 18
              EVALUATE TRUE
                 WHEN WS-INQUIRY-INPUT(I:1) = SPACE
                    CONTINUE
                 WHEN WS-INQUIRY-INPUT(I:1) = "-" AND
                      WS-DIGIT-COUNT = 0
                    MOVE "Y" TO WS-NEGATIVE-SWITCH
                 WHEN WS-INQUIRY-INPUT(I:1) = "+" AND
                      WS-DIGIT-COUNT = 0
                    CONTINUE
                 WHEN WS-INQUIRY-INPUT(I:1) >= "0" AND
                      WS-INQUIRY-INPUT(I:1) <= "9"
                    ADD 1 TO WS-DIGIT-COUNT
                    IF WS-DIGIT-COUNT > 5
                       MOVE "N" TO WS-VALID-SWITCH
                    ELSE
                       MOVE WS-INQUIRY-INPUT(I:1) TO WS-BIT(1:1)
                       COMPUTE WS-RAW = WS-RAW * 10 + WS-BIT
                    END-IF
                 WHEN OTHER
                    MOVE "N" TO WS-VALID-SWITCH
              END-EVALUATE
           END-PERFORM
           IF WS-DIGIT-COUNT = 0
              MOVE "N" TO WS-VALID-SWITCH
           END-IF
           IF WS-VALID-SWITCH = "Y"
              IF WS-NEGATIVE-SWITCH = "Y"
                 COMPUTE NUMER1 = 0 - WS-RAW
              ELSE
                 MOVE WS-RAW TO NUMER1
              END-IF
           END-IF.

      * Codes in the dead zone 100000-162144 decode outside S9(5)
      * and can never come from the forward conversion, so they are
      * refused rather than looked up high-order truncated.
       400-DECODE-BINARY.
           MOVE ZERO TO WS-RAW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 18
              MOVE BIN-VAR(I:1) TO WS-BIT
              COMPUTE WS-RAW = WS-RAW * 2 + WS-BIT
           END-PERFORM
           IF WS-RAW > 99999 AND WS-RAW < 162145
              MOVE "N" TO WS-VALID-SWITCH
           ELSE
              IF BIN-VAR(1:1) = "1"
                 COMPUTE NUMER1 = WS-RAW - 262144
              ELSE
                 MOVE WS-RAW TO NUMER1
              END-IF
           END-IF.

      * The history is keyed value, business date, source id, so a
      * value's entries read back oldest night first and, within a
      * night, in source id order.  One line per night and source,
      * then a summary: nights seen, entries, total occurrences and
      * the first and last night inside the retention window.
       500-LIST-OCCURRENCES.
           MOVE ZERO TO WS-NIGHT-COUNT
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-OCCURRENCE-TOTAL
           MOVE SPACES TO WS-FIRST-DATE
           MOVE SPACES TO WS-LAST-DATE
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           MOVE WS-KEY-AREA TO OCC-NUMER1
           MOVE LOW-VALUES TO OCC-BUSINESS-DATE
           MOVE LOW-VALUES TO OCC-SOURCE-ID
           START HISTORY-FILE KEY IS NOT LESS THAN OCC-KEY
              INVALID KEY
                 MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-HISTORY-EOF-SWITCH = "Y"
              READ HISTORY-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                 NOT AT END
                    IF OCC-NUMER1 NOT = WS-KEY-AREA
                       MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                    ELSE
                       PERFORM 510-SHOW-OCCURRENCE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ENTRY-COUNT = ZERO
              DISPLAY "OCCINQ: " WS-KEY-NUMER1
                 " NOT IN OCCURRENCE HISTORY"
           ELSE
              DISPLAY "OCCINQ: " WS-KEY-NUMER1
                 " NIGHTS=" WS-NIGHT-COUNT
                 " ENTRIES=" WS-ENTRY-COUNT
                 " OCCURRENCES=" WS-OCCURRENCE-TOTAL
                 " FIRST=" WS-FIRST-DATE
                 " LAST=" WS-LAST-DATE
           END-IF.

       510-SHOW-OCCURRENCE.
           ADD 1 TO WS-ENTRY-COUNT
           ADD OCC-COUNT TO WS-OCCURRENCE-TOTAL
           IF OCC-BUSINESS-DATE NOT = WS-LAST-DATE
              ADD 1 TO WS-NIGHT-COUNT
              MOVE OCC-BUSINESS-DATE TO WS-LAST-DATE
           END-IF
           IF WS-FIRST-DATE = SPACES
              MOVE OCC-BUSINESS-DATE TO WS-FIRST-DATE
           END-IF
           DISPLAY "OCCINQ: NUMER1=" OCC-NUMER1
              " DATE=" OCC-BUSINESS-DATE
              " SRC=" OCC-SOURCE-ID
              " COUNT=" OCC-COUNT.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "OCCINQ: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "OCCINQ" TO STP-PROGRAM-ID
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
