           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT XREF-FILE ASSIGN TO "EXTSRCX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "SRCACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "SRCTHR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 FILLER    PIC X(2).
          05 NUMER1-IN PIC S9(5) SIGN LEADING SEPARATE CHARACTER.
          05 FILLER    PIC X(1).
      * IN-RELEASE-SW is A only on a record a supervisor released
      * from suspense (SUSPREL's release feed); it has been approved
      * and is not held against its threshold a second time.
       01 INPUT-RECORD-ALPHA.
          05 IN-SOURCE-ID PIC X(2).
          05 IN-RAW-DATA.
             10 IN-SIGN   PIC X(1).
             10 IN-DIGITS PIC X(5).
          05 IN-RELEASE-SW PIC X(1).

       FD  REPORT-FILE
           RECORDING MODE IS F.
             10 RESTART-SRC-RECS PIC 9(9).
             10 RESTART-SRC-SUM  PIC S9(8).
             10 RESTART-SRC-EXCP PIC 9(6).
          05 RESTART-HELD-CNT       PIC 9(6).
          05 RESTART-SRC-HELD       PIC 9(6) OCCURS 10 TIMES.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 EXTRACT-RECORD PIC X(45).

       FD  XREF-FILE
           RECORDING MODE IS F.
       COPY XRFREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01 RUN-CONTROL-RECORD.
           RECORDING MODE IS F.
       COPY ACTREC.

       FD  THRESHOLD-FILE
           RECORDING MODE IS F.
       COPY THRREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSREC.

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS   PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-RESTART-STATUS PIC X(2) VALUE "00".
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE "00".
       01 WS-EXTRACT-STATUS PIC X(2) VALUE "00".
       01 WS-XREF-STATUS    PIC X(2) VALUE "00".
       01 WS-RUNCTL-STATUS  PIC X(2) VALUE "00".
       01 WS-OVERRIDE-STATUS PIC X(2) VALUE "00".
       01 WS-SUMMARY-STATUS PIC X(2) VALUE "00".
       01 WS-REGISTRY-STATUS PIC X(2) VALUE "00".
       01 WS-REG-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-ACTIVITY-STATUS PIC X(2) VALUE "00".
       01 WS-THRESHOLD-STATUS PIC X(2) VALUE "00".
       01 WS-THR-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-SUSPENSE-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-HOLD-SWITCH    PIC X(1) VALUE "N".
       01 WS-EOF-SWITCH     PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH   PIC X(1) VALUE "Y".
       01 WS-REASON-CODE    PIC X(2) VALUE SPACES.
       01 WS-REASON-01-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REASON-02-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REASON-03-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-AVG-NUMER1      PIC S9(5)V99 VALUE ZERO.
       01 R                  PIC 9.
          05 WS-SUM-REASON-03 PIC ZZZZZ9.
          05 FILLER PIC X(48) VALUE SPACES.

       01 WS-SUM-HELD-LINE.
          05 FILLER PIC X(32) VALUE "HELD IN SUSPENSE OVER THRESHOLD=".
          05 WS-SUM-HELD PIC ZZZZZ9.
          05 FILLER PIC X(42) VALUE SPACES.

       01 WS-SUM-RANGE-LINE.
          05 FILLER PIC X(6)  VALUE "RANGE ".
          05 WS-SUM-RANGE-LOW PIC -----9.
             10 WS-SRC-RECS PIC 9(9).
             10 WS-SRC-SUM  PIC S9(8).
             10 WS-SRC-EXCP PIC 9(6).
             10 WS-SRC-HELD PIC 9(6).
       01 S1 PIC 9(2).
       01 WS-SOURCE-SUB PIC 9(2) VALUE ZERO.

      * Approval thresholds from SRCTHR, one entry per limited
      * source; a source with no entry is never held.
       01 WS-THRESHOLD-TABLE.
          05 WS-THRESHOLD-COUNT PIC 9(2) VALUE ZERO.
          05 WS-THRESHOLD-ENTRY OCCURS 10 TIMES.
             10 WS-THR-ID    PIC X(2).
             10 WS-THR-LIMIT PIC 9(5).
             10 WS-THR-SIGN  PIC X(1).
       01 T1 PIC 9(2).
       01 WS-THR-SUB PIC 9(2) VALUE ZERO.

       01 WS-SOURCE-LINE.
          05 FILLER          PIC X(7)  VALUE "SOURCE ".
          05 WS-SRC-LINE-ID  PIC X(2).
          05 WS-SRC-LINE-SUM PIC --------9.
          05 FILLER          PIC X(6)  VALUE " EXCP=".
          05 WS-SRC-LINE-EXCP PIC ZZZZZ9.
          05 FILLER          PIC X(6)  VALUE " HELD=".
          05 WS-SRC-LINE-HELD PIC ZZZZZ9.
          05 FILLER          PIC X(18) VALUE SPACES.

       01 WS-PAGE-NUMBER    PIC 9(4) VALUE ZERO.
       01 WS-LINES-ON-PAGE  PIC 9(2) VALUE ZERO.
       01 WS-TRAILER-DATE-LINE.
          05 FILLER          PIC X(5)  VALUE "DATE=".
          05 WS-TRL-BUS-DATE PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "HELD=".
          05 WS-TRL-HELD     PIC ZZZZZ9.
          05 FILLER          PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE WS-CURRENT-TIME(1:6) TO WS-START-TIME
           PERFORM 140-READ-PARAMETERS
           PERFORM 148-LOAD-SOURCE-REGISTRY
           PERFORM 146-LOAD-THRESHOLDS
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
              DISPLAY "SOLUTION: INFILE OPEN FAILED, STATUS="
              OPEN EXTEND REPORT-FILE
              OPEN EXTEND EXCEPTION-FILE
              OPEN EXTEND EXTRACT-FILE
              OPEN EXTEND XREF-FILE
              OPEN EXTEND SUSPENSE-FILE
           ELSE
              OPEN OUTPUT REPORT-FILE
              OPEN OUTPUT EXCEPTION-FILE
              OPEN OUTPUT EXTRACT-FILE
              OPEN OUTPUT XREF-FILE
              OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "SOLUTION: RPTFILE OPEN FAILED, STATUS="
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "SOLUTION: EXTSRCX OPEN FAILED, STATUS="
                 WS-XREF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "SOLUTION: SUSPFILE OPEN FAILED, STATUS="
                 WS-SUSPENSE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RESTART-SKIP = 0
              PERFORM 530-WRITE-EXTRACT-HEADER
           END-IF
              END-IF
              IF WS-VALID-SWITCH = "Y"
                 MOVE NUMER1-IN TO NUMER1
                 PERFORM 310-CHECK-THRESHOLD
                 IF WS-HOLD-SWITCH = "Y"
                    PERFORM 760-WRITE-SUSPENSE
                 ELSE
                    PERFORM 390-SET-BIN-SOURCE
                    IF WS-BINARY-WANTED-SW = "Y"
                       PERFORM 400-BUILD-BINARY
                    END-IF
                    IF WS-OCTAL-WANTED-SW = "Y"
                       PERFORM 420-BUILD-OCTAL
                    END-IF
                    IF WS-HEX-WANTED-SW = "Y"
                       PERFORM 430-BUILD-HEX
                    END-IF
                    PERFORM 500-WRITE-DETAIL-LINE
                    PERFORM 520-WRITE-EXTRACT-DETAIL
                    PERFORM 600-ACCUMULATE-TOTALS
                 END-IF
              ELSE
                 PERFORM 750-WRITE-EXCEPTION
              END-IF
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE XREF-FILE.
           CLOSE SUSPENSE-FILE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

       100-READ-NEXT-RECORD.
              MOVE "N" TO WS-PARM-VALID-SWITCH
           END-IF.

      * A bad threshold table stops the run before any file is
      * touched: a blank or duplicate id, a limit that is not
      * numeric, an allowed sign other than +, - or B, or more
      * entries than there are registry slots.
       146-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESHOLD-STATUS NOT = "00"
              DISPLAY "SOLUTION: SRCTHR OPEN FAILED, STATUS="
                 WS-THRESHOLD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 147-READ-NEXT-THRESHOLD
           PERFORM UNTIL WS-THR-EOF-SWITCH = "Y"
              IF THR-SOURCE-ID = SPACES OR
                 THR-LIMIT NOT NUMERIC OR
                 (THR-ALLOWED-SIGN NOT = "+" AND
                  THR-ALLOWED-SIGN NOT = "-" AND
                  THR-ALLOWED-SIGN NOT = "B")
                 DISPLAY "SOLUTION: INVALID THRESHOLD FOR ID '"
                    THR-SOURCE-ID "'"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM VARYING T1 FROM 1 BY 1
                 UNTIL T1 > WS-THRESHOLD-COUNT
                 IF WS-THR-ID(T1) = THR-SOURCE-ID
                    DISPLAY "SOLUTION: DUPLICATE THRESHOLD ID "
                       THR-SOURCE-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-PERFORM
              IF WS-THRESHOLD-COUNT >= 10
                 DISPLAY "SOLUTION: MORE THAN 10 THRESHOLD RECORDS"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-THRESHOLD-COUNT
              MOVE THR-SOURCE-ID TO WS-THR-ID(WS-THRESHOLD-COUNT)
              MOVE THR-LIMIT TO WS-THR-LIMIT(WS-THRESHOLD-COUNT)
              MOVE THR-ALLOWED-SIGN TO WS-THR-SIGN(WS-THRESHOLD-COUNT)
              PERFORM 147-READ-NEXT-THRESHOLD
           END-PERFORM
           CLOSE THRESHOLD-FILE.

       147-READ-NEXT-THRESHOLD.
           READ THRESHOLD-FILE
               AT END MOVE "Y" TO WS-THR-EOF-SWITCH
           END-READ.

      * Seeds the per-source totals from the registry's active
      * entries, so an active source that sends nothing still
      * shows a zero line on the trailer, and any source id not
                 MOVE ZERO TO WS-SRC-RECS(WS-SOURCE-COUNT)
                 MOVE ZERO TO WS-SRC-SUM(WS-SOURCE-COUNT)
                 MOVE ZERO TO WS-SRC-EXCP(WS-SOURCE-COUNT)
                 MOVE ZERO TO WS-SRC-HELD(WS-SOURCE-COUNT)
              END-IF
              PERFORM 149-READ-NEXT-REGISTRY
           END-PERFORM
                          MOVE RESTART-SRC-RECS(S1) TO WS-SRC-RECS(S1)
                          MOVE RESTART-SRC-SUM(S1) TO WS-SRC-SUM(S1)
                          MOVE RESTART-SRC-EXCP(S1) TO WS-SRC-EXCP(S1)
                          MOVE RESTART-SRC-HELD(S1) TO WS-SRC-HELD(S1)
                       END-PERFORM
                       MOVE RESTART-HELD-CNT TO WS-HELD-COUNT
                    ELSE
                       MOVE ZERO TO WS-RESTART-SKIP
                    END-IF
              MOVE "02" TO WS-REASON-CODE
           END-IF.

      * A well-formed record is held when its source has a threshold
      * and the value's magnitude is over the limit or its sign is
      * not the one allowed.  Zero passes either sign.
       310-CHECK-THRESHOLD.
           MOVE "N" TO WS-HOLD-SWITCH
           MOVE ZERO TO WS-THR-SUB
           IF IN-RELEASE-SW NOT = "A"
              PERFORM VARYING T1 FROM 1 BY 1
                 UNTIL T1 > WS-THRESHOLD-COUNT OR WS-THR-SUB > 0
                 IF WS-THR-ID(T1) = IN-SOURCE-ID
                    MOVE T1 TO WS-THR-SUB
                 END-IF
              END-PERFORM
           END-IF
           IF WS-THR-SUB > 0
              MOVE FUNCTION ABS(NUMER1) TO WS-ABS-NUMER1
              IF WS-ABS-NUMER1 > WS-THR-LIMIT(WS-THR-SUB) OR
                 (NUMER1 > 0 AND WS-THR-SIGN(WS-THR-SUB) = "-") OR
                 (NUMER1 < 0 AND WS-THR-SIGN(WS-THR-SUB) = "+")
                 MOVE "Y" TO WS-HOLD-SWITCH
              END-IF
           END-IF.

       390-SET-BIN-SOURCE.
           MOVE FUNCTION ABS(NUMER1) TO WS-ABS-NUMER1
           IF NUMER1 < 0
           ELSE
              MOVE SPACES TO WS-EXT-DTL-HEX
           END-IF
           WRITE EXTRACT-RECORD FROM WS-EXT-DETAIL
           MOVE SPACES TO XREF-RECORD
           MOVE "D" TO XRF-RECORD-ID
           MOVE WS-EXTRACT-SEQ TO XRF-DTL-SEQ
           MOVE IN-SOURCE-ID TO XRF-DTL-SOURCE-ID
           WRITE XREF-RECORD.

       530-WRITE-EXTRACT-HEADER.
           MOVE WS-CURRENT-DATE TO WS-EXT-HDR-DATE
           MOVE WS-BUSINESS-DATE TO WS-EXT-HDR-BUS-DATE
           WRITE EXTRACT-RECORD FROM WS-EXT-HEADER
           MOVE SPACES TO XREF-RECORD
           MOVE "H" TO XRF-RECORD-ID
           MOVE WS-BUSINESS-DATE TO XRF-HDR-BUS-DATE
           WRITE XREF-RECORD.

       805-WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-RECORD FROM WS-SUM-EXCP-LINE
           MOVE WS-REASON-03-COUNT TO WS-SUM-REASON-03
           WRITE SUMMARY-RECORD FROM WS-SUM-EXCP2-LINE
           MOVE WS-HELD-COUNT TO WS-SUM-HELD
           WRITE SUMMARY-RECORD FROM WS-SUM-HELD-LINE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 7
              MOVE WS-RANGE-LOW(R) TO WS-SUM-RANGE-LOW
              MOVE WS-RANGE-HIGH(R) TO WS-SUM-RANGE-HIGH
                 MOVE WS-SRC-RECS(S1) TO STA-SRC-RECS(S1)
              END-IF
           END-PERFORM
           MOVE WS-HELD-COUNT TO STA-HELD-CNT
           WRITE STAT-RECORD
           CLOSE STATS-FILE.

              MOVE WS-SRC-ID(S1) TO ACT-SOURCE-ID
              MOVE WS-SRC-RECS(S1) TO ACT-RECORDS
              COMPUTE ACT-CONVERTED =
                 WS-SRC-RECS(S1) - WS-SRC-EXCP(S1) - WS-SRC-HELD(S1)
              MOVE WS-SRC-EXCP(S1) TO ACT-EXCEPTIONS
              MOVE WS-SRC-SUM(S1) TO ACT-SUM
              MOVE WS-SRC-HELD(S1) TO ACT-HELD
              WRITE ACTIVITY-RECORD
           END-PERFORM
           IF WS-REASON-03-COUNT > 0
              MOVE ZERO TO ACT-CONVERTED
              MOVE WS-REASON-03-COUNT TO ACT-EXCEPTIONS
              MOVE ZERO TO ACT-SUM
              MOVE ZERO TO ACT-HELD
              WRITE ACTIVITY-RECORD
           END-IF
           CLOSE ACTIVITY-FILE.
           MOVE WS-EXTRACT-SEQ TO WS-EXT-TRL-RECORDS
           MOVE WS-EXCEPTION-COUNT TO WS-EXT-TRL-EXCP
           MOVE WS-SUM-NUMER1 TO WS-EXT-TRL-SUM
           WRITE EXTRACT-RECORD FROM WS-EXT-TRAILER
           MOVE SPACES TO XREF-RECORD
           MOVE "T" TO XRF-RECORD-ID
           MOVE WS-EXTRACT-SEQ TO XRF-TRL-RECORDS
           WRITE XREF-RECORD.

       510-WRITE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
              ADD 1 TO WS-SRC-EXCP(WS-SOURCE-SUB)
           END-IF.

      * A held record is neither converted nor an exception: it
      * waits in suspense, under the key the supervisor's decision
      * card quotes, until SUSPREL releases or rejects it.
       760-WRITE-SUSPENSE.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE WS-RECORD-NUMBER TO SUS-RECORD-NUMBER
           MOVE IN-SOURCE-ID TO SUS-SOURCE-ID
           MOVE IN-RAW-DATA TO SUS-RAW-DATA
           MOVE WS-THR-LIMIT(WS-THR-SUB) TO SUS-LIMIT
           MOVE WS-THR-SIGN(WS-THR-SUB) TO SUS-ALLOWED-SIGN
           MOVE WS-CURRENT-DATE TO SUS-HELD-DATE
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-SRC-RECS(WS-SOURCE-SUB)
           ADD 1 TO WS-SRC-HELD(WS-SOURCE-SUB).

       700-WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
           IF WS-RESTART-STATUS NOT = "00"
                 MOVE ZERO TO RESTART-SRC-RECS(S1)
                 MOVE ZERO TO RESTART-SRC-SUM(S1)
                 MOVE ZERO TO RESTART-SRC-EXCP(S1)
                 MOVE ZERO TO RESTART-SRC-HELD(S1)
              ELSE
                 MOVE WS-SRC-ID(S1) TO RESTART-SRC-ID(S1)
                 MOVE WS-SRC-RECS(S1) TO RESTART-SRC-RECS(S1)
                 MOVE WS-SRC-SUM(S1) TO RESTART-SRC-SUM(S1)
                 MOVE WS-SRC-EXCP(S1) TO RESTART-SRC-EXCP(S1)
                 MOVE WS-SRC-HELD(S1) TO RESTART-SRC-HELD(S1)
              END-IF
           END-PERFORM
           MOVE WS-HELD-COUNT TO RESTART-HELD-CNT
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

              MOVE ZERO TO RESTART-SRC-RECS(S1)
              MOVE ZERO TO RESTART-SRC-SUM(S1)
              MOVE ZERO TO RESTART-SRC-EXCP(S1)
              MOVE ZERO TO RESTART-SRC-HELD(S1)
           END-PERFORM
           MOVE ZERO TO RESTART-HELD-CNT
           MOVE ZERO TO RESTART-POSITIVE-CNT
           MOVE ZERO TO RESTART-NEGATIVE-CNT
           MOVE ZERO TO RESTART-ZERO-CNT
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      * 00 CLEAN, 04 COMPLETED WITH EXCEPTIONS OR HELD RECORDS,
      * 08 SUM OVERFLOW.
      * ERROR STOPS ELSEWHERE IN THE PROGRAM RETURN 16 (FAILED).
       825-SET-COMPLETION-CODE.
           EVALUATE TRUE
              WHEN WS-SUM-OVERFLOW-SWITCH = "Y"
                 MOVE 8 TO WS-COMPLETION-CODE
              WHEN WS-EXCEPTION-COUNT > 0 OR WS-HELD-COUNT > 0
                 MOVE 4 TO WS-COMPLETION-CODE
              WHEN OTHER
                 MOVE 0 TO WS-COMPLETION-CODE
           MOVE WS-MAX-NUMER1 TO WS-TRL-MAX
           MOVE WS-EXCEPTION-COUNT TO WS-TRL-EXCP
           MOVE WS-SUM-OVERFLOW-SWITCH TO WS-TRL-OVFL
           MOVE WS-HELD-COUNT TO WS-TRL-HELD
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE
           WRITE REPORT-RECORD FROM WS-TRAILER-DATE-LINE
           PERFORM VARYING S1 FROM 1 BY 1 UNTIL S1 > WS-SOURCE-COUNT
              MOVE WS-SRC-RECS(S1) TO WS-SRC-LINE-RECS
              MOVE WS-SRC-SUM(S1) TO WS-SRC-LINE-SUM
              MOVE WS-SRC-EXCP(S1) TO WS-SRC-LINE-EXCP
              MOVE WS-SRC-HELD(S1) TO WS-SRC-LINE-HELD
              WRITE REPORT-RECORD FROM WS-SOURCE-LINE
           END-PERFORM.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "SOLUTION: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "SOLUTION" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-CURRENT-DATE TO STP-START-DATE
              MOVE WS-START-TIME TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE WS-CURRENT-TIME(1:6) TO STP-END-TIME
              MOVE WS-RECORD-NUMBER TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
