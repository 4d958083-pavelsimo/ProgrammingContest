       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHSUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT CATCHUP-CONTROL-FILE ASSIGN TO "CATCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATCTL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT STATS-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "SRCACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT CATCHUP-REPORT-FILE ASSIGN TO "CATRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORDING MODE IS F.
       01 PENDING-RECORD.
          05 PEND-DATE PIC X(8).
          05 FILLER    PIC X(72).

       FD  CATCHUP-CONTROL-FILE
           RECORDING MODE IS F.
       01 CATCHUP-CONTROL-RECORD.
          05 CTL-BUSINESS-DATE PIC X(8).
          05 CTL-STATUS        PIC X(1).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  STATS-FILE
           RECORDING MODE IS F.
       COPY STAREC.

       FD  ACTIVITY-FILE
           RECORDING MODE IS F.
       COPY ACTREC.

       FD  CATCHUP-REPORT-FILE
           RECORDING MODE IS F.
       01 CATCHUP-REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS  PIC X(2) VALUE "00".
       01 WS-CATCTL-STATUS   PIC X(2) VALUE "00".
       01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
       01 WS-STATS-STATUS    PIC X(2) VALUE "00".
       01 WS-ACTIVITY-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS   PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH      PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-CURRENT-DATE    PIC 9(8) VALUE ZERO.

      * One entry per pending business date, in the order the
      * catch-up runs them.  The figures come from the latest
      * AUDIT and STATHIST records for the date, so an override
      * rerun shows its final numbers, not the sum of both runs.
      * A date is done only when CATCTL carries its catch-up
      * completion mark, written after the last CATCHDAY step.
       01 WS-PEND-MAX   PIC 9(2) VALUE 31.
       01 WS-PEND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PENDING-TABLE.
          05 WS-PEND-ENTRY OCCURS 31 TIMES.
             10 WS-PEND-DATE      PIC X(8).
             10 WS-PEND-DONE      PIC X(1).
             10 WS-PEND-RUNS      PIC 9(4).
             10 WS-PEND-CONV      PIC 9(9).
             10 WS-PEND-EXCP      PIC 9(6).
             10 WS-PEND-HELD      PIC 9(6).
             10 WS-PEND-COMP-CODE PIC 9(2).
             10 WS-PEND-SUM       PIC S9(8).
       01 N  PIC 9(2).
       01 WS-PEND-SUB   PIC 9(2) VALUE ZERO.
       01 WS-LOOKUP-DATE PIC X(8) VALUE SPACES.
       01 WS-RESUME-DATE PIC X(8) VALUE SPACES.

      * Per-source totals across the whole backlog, from the
      * SRCACT records the caught-up dates posted; ten registered
      * sources plus the "??" reason 03 bucket.
       01 WS-SOURCE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-ENTRY OCCURS 11 TIMES.
             10 WS-SRC-ID   PIC X(2).
             10 WS-SRC-CONV PIC 9(9).
             10 WS-SRC-EXCP PIC 9(9).
             10 WS-SRC-HELD PIC 9(9).
             10 WS-SRC-SUM  PIC S9(10).
       01 S1 PIC 9(2).
       01 WS-SOURCE-SUB PIC 9(2) VALUE ZERO.

       01 WS-DONE-COUNT  PIC 9(2) VALUE ZERO.
       01 WS-TOT-CONV    PIC 9(9) VALUE ZERO.
       01 WS-TOT-EXCP    PIC 9(9) VALUE ZERO.
       01 WS-TOT-HELD    PIC 9(9) VALUE ZERO.
       01 WS-TOT-SUM     PIC S9(10) VALUE ZERO.
       01 WS-SRC-TOT-CONV PIC 9(9) VALUE ZERO.
       01 WS-SRC-TOT-EXCP PIC 9(9) VALUE ZERO.
       01 WS-AUD-ALL-CONV PIC 9(9) VALUE ZERO.
       01 WS-AUD-ALL-EXCP PIC 9(9) VALUE ZERO.
       01 WS-ATTENTION-SW  PIC X(1) VALUE "N".
       01 WS-IMBALANCE-SW  PIC X(1) VALUE "N".

       01 WS-PAGE-NUMBER    PIC 9(4) VALUE ZERO.
       01 WS-LINES-ON-PAGE  PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-PRINT-LINE     PIC X(80) VALUE SPACES.

       01 WS-HEADER-LINE.
          05 FILLER PIC X(26) VALUE "CATCH-UP BACKLOG SUMMARY  ".
          05 FILLER PIC X(9)  VALUE "RUN DATE=".
          05 WS-HDR-RUN-DATE PIC 9(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "PAGE=".
          05 WS-HDR-PAGE-NUM PIC ZZZ9.
          05 FILLER PIC X(26) VALUE SPACES.

      * Every record SOLUTION reads is converted, an exception or
      * held in suspense, so the detail, total and source lines
      * carry those three and the records read are their sum.
       01 WS-DATE-LINE.
          05 WS-DTL-DATE   PIC X(8).
          05 FILLER        PIC X(1) VALUE SPACES.
          05 WS-DTL-STATUS PIC X(8).
          05 FILLER        PIC X(6) VALUE " CONV=".
          05 WS-DTL-CONV   PIC ZZZZZZZZ9.
          05 FILLER        PIC X(6) VALUE " EXCP=".
          05 WS-DTL-EXCP   PIC ZZZZZ9.
          05 FILLER        PIC X(6) VALUE " HELD=".
          05 WS-DTL-HELD   PIC ZZZZZ9.
          05 FILLER        PIC X(5) VALUE " SUM=".
          05 WS-DTL-SUM    PIC --------9.
          05 FILLER        PIC X(4) VALUE " CC=".
          05 WS-DTL-CC     PIC 99.
          05 FILLER        PIC X(4) VALUE SPACES.

       01 WS-RERUN-LINE.
          05 FILLER        PIC X(17) VALUE "         RUNS ON ".
          05 WS-RRN-DATE   PIC X(8).
          05 FILLER        PIC X(1)  VALUE "=".
          05 WS-RRN-RUNS   PIC ZZZ9.
          05 FILLER        PIC X(50) VALUE
             " - FIGURES ARE FROM THE LATEST RUN".

       01 WS-TOTAL-LINE.
          05 FILLER        PIC X(6) VALUE "DATES=".
          05 WS-TOT-DATES  PIC Z9.
          05 FILLER        PIC X(6) VALUE " DONE=".
          05 WS-TOT-DONE   PIC Z9.
          05 FILLER        PIC X(6) VALUE " CONV=".
          05 WS-TOT-LINE-CONV PIC ZZZZZZZZ9.
          05 FILLER        PIC X(6) VALUE " EXCP=".
          05 WS-TOT-LINE-EXCP PIC ZZZZZZZZ9.
          05 FILLER        PIC X(6) VALUE " HELD=".
          05 WS-TOT-LINE-HELD PIC ZZZZZZZZ9.
          05 FILLER        PIC X(5) VALUE " SUM=".
          05 WS-TOT-LINE-SUM PIC ---------9.
          05 FILLER        PIC X(4) VALUE SPACES.

       01 WS-SOURCE-LINE.
          05 FILLER          PIC X(7) VALUE "SOURCE ".
          05 WS-LINE-SRC-ID  PIC X(2).
          05 FILLER          PIC X(6) VALUE " CONV=".
          05 WS-LINE-CONV    PIC ZZZZZZZZ9.
          05 FILLER          PIC X(6) VALUE " EXCP=".
          05 WS-LINE-EXCP    PIC ZZZZZZZZ9.
          05 FILLER          PIC X(6) VALUE " HELD=".
          05 WS-LINE-HELD    PIC ZZZZZZZZ9.
          05 FILLER          PIC X(5) VALUE " SUM=".
          05 WS-LINE-SUM     PIC ----------9.
          05 FILLER          PIC X(10) VALUE SPACES.

       01 WS-TIE-LINE.
          05 FILLER          PIC X(11) VALUE "AUDIT CONV=".
          05 WS-TIE-CONV     PIC ZZZZZZZZ9.
          05 FILLER          PIC X(6)  VALUE " EXCP=".
          05 WS-TIE-EXCP     PIC ZZZZZZZZ9.
          05 FILLER          PIC X(8)  VALUE " STATUS=".
          05 WS-TIE-STATUS   PIC X(16).
          05 FILLER          PIC X(21) VALUE SPACES.

       01 WS-VERDICT-LINE.
          05 FILLER PIC X(8)  VALUE "VERDICT=".
          05 WS-VER-TEXT PIC X(40).
          05 FILLER PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 100-LOAD-PENDING-DATES
           OPEN OUTPUT CATCHUP-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "CATCHSUM: CATRPT OPEN FAILED, STATUS="
                 WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 200-SCAN-CATCHUP-CONTROL
           PERFORM 300-SCAN-AUDIT
           PERFORM 350-SCAN-STATISTICS
           PERFORM 400-SCAN-ACTIVITY
           PERFORM 500-WRITE-REPORT
           CLOSE CATCHUP-REPORT-FILE
           EVALUATE TRUE
              WHEN WS-IMBALANCE-SW = "Y"
                 DISPLAY "CATCHSUM: BACKLOG OUT OF BALANCE WITH "
                    "AUDIT, SEE CATRPT"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ATTENTION-SW = "Y"
                 DISPLAY "CATCHSUM: ATTENTION NEEDED, SEE CATRPT"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "CATCHSUM: BACKLOG COMPLETE"
           END-EVALUATE
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

       100-LOAD-PENDING-DATES.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
              DISPLAY "CATCHSUM: PENDLIST OPEN FAILED, STATUS="
                 WS-PENDING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ PENDING-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF PENDING-RECORD NOT = SPACES AND
                       PENDING-RECORD(1:1) NOT = "*"
                       PERFORM 110-ADD-PENDING-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       110-ADD-PENDING-DATE.
           IF WS-PEND-COUNT >= WS-PEND-MAX
              DISPLAY "CATCHSUM: MORE THAN " WS-PEND-MAX
                 " PENDING BUSINESS DATES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PEND-DATE TO WS-PEND-DATE(WS-PEND-COUNT)
           MOVE "N" TO WS-PEND-DONE(WS-PEND-COUNT)
           MOVE ZERO TO WS-PEND-RUNS(WS-PEND-COUNT)
           MOVE ZERO TO WS-PEND-CONV(WS-PEND-COUNT)
           MOVE ZERO TO WS-PEND-EXCP(WS-PEND-COUNT)
           MOVE ZERO TO WS-PEND-HELD(WS-PEND-COUNT)
           MOVE ZERO TO WS-PEND-COMP-CODE(WS-PEND-COUNT)
           MOVE ZERO TO WS-PEND-SUM(WS-PEND-COUNT).

       200-SCAN-CATCHUP-CONTROL.
           OPEN INPUT CATCHUP-CONTROL-FILE
           IF WS-CATCTL-STATUS NOT = "00"
              DISPLAY "CATCHSUM: CATCTL OPEN FAILED, STATUS="
                 WS-CATCTL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ CATCHUP-CONTROL-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE CTL-BUSINESS-DATE TO WS-LOOKUP-DATE
                    PERFORM 600-FIND-PENDING-ENTRY
                    IF WS-PEND-SUB > 0 AND CTL-STATUS = "C"
                       MOVE "Y" TO WS-PEND-DONE(WS-PEND-SUB)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATCHUP-CONTROL-FILE.

       300-SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "CATCHSUM: AUDIT OPEN FAILED, STATUS="
                 WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE AUD-BUSINESS-DATE TO WS-LOOKUP-DATE
                    PERFORM 600-FIND-PENDING-ENTRY
                    IF WS-PEND-SUB > 0
                       ADD 1 TO WS-PEND-RUNS(WS-PEND-SUB)
                       MOVE AUD-CONVERTED TO WS-PEND-CONV(WS-PEND-SUB)
                       MOVE AUD-EXCEPTIONS TO
                          WS-PEND-EXCP(WS-PEND-SUB)
                       MOVE AUD-COMP-CODE TO
                          WS-PEND-COMP-CODE(WS-PEND-SUB)
                       ADD AUD-CONVERTED TO WS-AUD-ALL-CONV
                       ADD AUD-EXCEPTIONS TO WS-AUD-ALL-EXCP
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       350-SCAN-STATISTICS.
           OPEN INPUT STATS-FILE
           IF WS-STATS-STATUS NOT = "00"
              DISPLAY "CATCHSUM: STATHIST OPEN FAILED, STATUS="
                 WS-STATS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ STATS-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE STA-BUSINESS-DATE TO WS-LOOKUP-DATE
                    PERFORM 600-FIND-PENDING-ENTRY
                    IF WS-PEND-SUB > 0
                       MOVE STA-SUM TO WS-PEND-SUM(WS-PEND-SUB)
                       MOVE STA-HELD-CNT TO
                          WS-PEND-HELD(WS-PEND-SUB)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STATS-FILE.

       400-SCAN-ACTIVITY.
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = "00"
              DISPLAY "CATCHSUM: SRCACT OPEN FAILED, STATUS="
                 WS-ACTIVITY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ ACTIVITY-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE ACT-BUSINESS-DATE TO WS-LOOKUP-DATE
                    PERFORM 600-FIND-PENDING-ENTRY
                    IF WS-PEND-SUB > 0
                       PERFORM 650-FIND-SOURCE-ENTRY
                       ADD ACT-CONVERTED TO
                          WS-SRC-CONV(WS-SOURCE-SUB)
                       ADD ACT-EXCEPTIONS TO
                          WS-SRC-EXCP(WS-SOURCE-SUB)
                       ADD ACT-HELD TO WS-SRC-HELD(WS-SOURCE-SUB)
                       ADD ACT-SUM TO WS-SRC-SUM(WS-SOURCE-SUB)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACTIVITY-FILE.

      * Every pending date is listed in run order.  The first one
      * without its CATCTL completion mark is where the next
      * catch-up submission resumes; the dates after it have not
      * run.  The backlog is signed off only when every date is
      * complete, none ended worse than CC 4, and the per-source
      * activity ties to the AUDIT totals for the same dates.
      * Both sides of the tie count every run, as SRCSTMT does, so
      * an override rerun does not throw it out.
       500-WRITE-REPORT.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-PEND-COUNT
              MOVE WS-PEND-DATE(N) TO WS-DTL-DATE
              EVALUATE TRUE
                 WHEN WS-PEND-DONE(N) = "Y"
                    MOVE "COMPLETE" TO WS-DTL-STATUS
                    ADD 1 TO WS-DONE-COUNT
                    ADD WS-PEND-CONV(N) TO WS-TOT-CONV
                    ADD WS-PEND-EXCP(N) TO WS-TOT-EXCP
                    ADD WS-PEND-HELD(N) TO WS-TOT-HELD
                    ADD WS-PEND-SUM(N) TO WS-TOT-SUM
                    IF WS-PEND-COMP-CODE(N) >= 8
                       MOVE "Y" TO WS-ATTENTION-SW
                    END-IF
                 WHEN WS-RESUME-DATE = SPACES
                    MOVE "RESUME" TO WS-DTL-STATUS
                    MOVE WS-PEND-DATE(N) TO WS-RESUME-DATE
                    MOVE "Y" TO WS-ATTENTION-SW
                 WHEN OTHER
                    MOVE "PENDING" TO WS-DTL-STATUS
              END-EVALUATE
              MOVE WS-PEND-CONV(N) TO WS-DTL-CONV
              MOVE WS-PEND-EXCP(N) TO WS-DTL-EXCP
              MOVE WS-PEND-HELD(N) TO WS-DTL-HELD
              MOVE WS-PEND-SUM(N) TO WS-DTL-SUM
              MOVE WS-PEND-COMP-CODE(N) TO WS-DTL-CC
              MOVE WS-DATE-LINE TO WS-PRINT-LINE
              PERFORM 520-WRITE-REPORT-LINE
              IF WS-PEND-RUNS(N) > 1
                 MOVE WS-PEND-DATE(N) TO WS-RRN-DATE
                 MOVE WS-PEND-RUNS(N) TO WS-RRN-RUNS
                 MOVE WS-RERUN-LINE TO WS-PRINT-LINE
                 PERFORM 520-WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE WS-PEND-COUNT TO WS-TOT-DATES
           MOVE WS-DONE-COUNT TO WS-TOT-DONE
           MOVE WS-TOT-CONV TO WS-TOT-LINE-CONV
           MOVE WS-TOT-EXCP TO WS-TOT-LINE-EXCP
           MOVE WS-TOT-HELD TO WS-TOT-LINE-HELD
           MOVE WS-TOT-SUM TO WS-TOT-LINE-SUM
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           PERFORM VARYING S1 FROM 1 BY 1 UNTIL S1 > WS-SOURCE-COUNT
              MOVE WS-SRC-ID(S1) TO WS-LINE-SRC-ID
              MOVE WS-SRC-CONV(S1) TO WS-LINE-CONV
              MOVE WS-SRC-EXCP(S1) TO WS-LINE-EXCP
              MOVE WS-SRC-HELD(S1) TO WS-LINE-HELD
              MOVE WS-SRC-SUM(S1) TO WS-LINE-SUM
              MOVE WS-SOURCE-LINE TO WS-PRINT-LINE
              PERFORM 520-WRITE-REPORT-LINE
              ADD WS-SRC-CONV(S1) TO WS-SRC-TOT-CONV
              ADD WS-SRC-EXCP(S1) TO WS-SRC-TOT-EXCP
           END-PERFORM
           IF WS-SRC-TOT-CONV NOT = WS-AUD-ALL-CONV OR
              WS-SRC-TOT-EXCP NOT = WS-AUD-ALL-EXCP
              MOVE "Y" TO WS-IMBALANCE-SW
              MOVE "OUT OF BALANCE" TO WS-TIE-STATUS
           ELSE
              MOVE "TIED" TO WS-TIE-STATUS
           END-IF
           MOVE WS-AUD-ALL-CONV TO WS-TIE-CONV
           MOVE WS-AUD-ALL-EXCP TO WS-TIE-EXCP
           MOVE WS-TIE-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE SPACES TO WS-VER-TEXT
           EVALUATE TRUE
              WHEN WS-RESUME-DATE NOT = SPACES
                 STRING "STOPPED - RESUME AT BUSINESS DATE "
                    WS-RESUME-DATE DELIMITED BY SIZE
                    INTO WS-VER-TEXT
                 END-STRING
              WHEN WS-IMBALANCE-SW = "Y" OR WS-ATTENTION-SW = "Y"
                 MOVE "COMPLETE - ATTENTION NEEDED" TO WS-VER-TEXT
              WHEN OTHER
                 MOVE "COMPLETE - READY FOR SIGN-OFF" TO WS-VER-TEXT
           END-EVALUATE
           MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE.

       510-WRITE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUM
           MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
           MOVE ZERO TO WS-LINES-ON-PAGE
           WRITE CATCHUP-REPORT-RECORD FROM WS-HEADER-LINE.

       520-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE = ZERO OR
              WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 510-WRITE-HEADER
           END-IF
           WRITE CATCHUP-REPORT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       600-FIND-PENDING-ENTRY.
           MOVE ZERO TO WS-PEND-SUB
           PERFORM VARYING N FROM 1 BY 1
              UNTIL N > WS-PEND-COUNT OR WS-PEND-SUB > 0
              IF WS-PEND-DATE(N) = WS-LOOKUP-DATE
                 MOVE N TO WS-PEND-SUB
              END-IF
           END-PERFORM.

       650-FIND-SOURCE-ENTRY.
           MOVE ZERO TO WS-SOURCE-SUB
           PERFORM VARYING S1 FROM 1 BY 1
              UNTIL S1 > WS-SOURCE-COUNT OR WS-SOURCE-SUB > 0
              IF WS-SRC-ID(S1) = ACT-SOURCE-ID
                 MOVE S1 TO WS-SOURCE-SUB
              END-IF
           END-PERFORM
           IF WS-SOURCE-SUB = 0
              IF WS-SOURCE-COUNT >= 11
                 DISPLAY "CATCHSUM: MORE THAN 11 SOURCES IN BACKLOG"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SOURCE-COUNT
              MOVE WS-SOURCE-COUNT TO WS-SOURCE-SUB
              MOVE ACT-SOURCE-ID TO WS-SRC-ID(WS-SOURCE-SUB)
              MOVE ZERO TO WS-SRC-CONV(WS-SOURCE-SUB)
              MOVE ZERO TO WS-SRC-EXCP(WS-SOURCE-SUB)
              MOVE ZERO TO WS-SRC-HELD(WS-SOURCE-SUB)
              MOVE ZERO TO WS-SRC-SUM(WS-SOURCE-SUB)
           END-IF.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CATCHSUM: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CATCHSUM" TO STP-PROGRAM-ID
              MOVE SPACES TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-PEND-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
