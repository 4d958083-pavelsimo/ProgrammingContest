           SELECT ARCHIVE-FILE ASSIGN TO "CNVARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CNVOCC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCC-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "OCCARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ARCHIVE-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO "PURGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 ARCHIVE-RECORD PIC X(44).

       FD  HISTORY-FILE.
       COPY OCCREC.

       FD  HISTORY-ARCHIVE-FILE
           RECORDING MODE IS F.
       01 HISTORY-ARCHIVE-RECORD PIC X(41).

       FD  PURGE-REPORT-FILE
           RECORDING MODE IS F.
       01 PURGE-REPORT-RECORD PIC X(80).
           RECORDING MODE IS F.
       01 PARAMETER-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-HIST-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-PARM-STATUS    PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH     PIC X(1) VALUE "N".
       01 WS-PURGE-SWITCH   PIC X(1) VALUE "N".
       01 WS-BAD-DATE-SWITCH PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-PARM-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-PARM-VALID-SWITCH PIC X(1) VALUE "Y".
       01 WS-PARM-DONE-SWITCH  PIC X(1) VALUE "N".
       01 WS-DELETE-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-BAD-DATE-COUNT PIC 9(9) VALUE ZERO.

       01 WS-OCC-READ-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-OCC-KEEP-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-OCC-PURGE-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-OCC-ARCHIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OCC-DELETE-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-OCC-BAD-DATE-COUNT PIC 9(9) VALUE ZERO.

       01 WS-ARCH-HEADER.
          05 FILLER              PIC X(1)  VALUE "H".
          05 WS-ARCH-HDR-DATE    PIC 9(8).
          05 WS-ARCH-TRL-RECORDS PIC 9(9).
          05 FILLER              PIC X(34) VALUE SPACES.

       01 WS-OCC-ARCH-HEADER.
          05 FILLER              PIC X(1)  VALUE "H".
          05 WS-OCC-ARCH-HDR-DATE   PIC 9(8).
          05 WS-OCC-ARCH-HDR-CUTOFF PIC 9(8).
          05 FILLER              PIC X(24) VALUE SPACES.

       01 WS-OCC-ARCH-DETAIL.
          05 FILLER              PIC X(1)  VALUE "D".
          05 WS-OCC-ARCH-DTL-HISTORY PIC X(40).

       01 WS-OCC-ARCH-TRAILER.
          05 FILLER              PIC X(1)  VALUE "T".
          05 WS-OCC-ARCH-TRL-RECORDS PIC 9(9).
          05 FILLER              PIC X(31) VALUE SPACES.

       01 WS-TITLE-LINE.
          05 WS-TTL-TEXT PIC X(25) VALUE "CONVERSION MASTER PURGE  ".
          05 FILLER PIC X(8)  VALUE "RUNDATE=".
          05 WS-TTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
              " KEPT=" WS-KEEP-COUNT
              " PURGED=" WS-PURGE-COUNT
              " ARCHIVED=" WS-ARCHIVE-COUNT
      * The occurrence history is aged out against the same cutoff,
      * on each entry's business date, under the same balancing
      * rules, once the master purge has been committed.
           PERFORM 400-HISTORY-ARCHIVE-PASS
           IF WS-OCC-READ-COUNT NOT =
              WS-OCC-KEEP-COUNT + WS-OCC-PURGE-COUNT OR
              WS-OCC-ARCHIVE-COUNT NOT = WS-OCC-PURGE-COUNT
              DISPLAY "CNVPURGE: HISTORY ARCHIVE PASS OUT OF BALANCE, "
                 "READ=" WS-OCC-READ-COUNT
                 " KEPT=" WS-OCC-KEEP-COUNT
                 " PURGED=" WS-OCC-PURGE-COUNT
                 " ARCHIVED=" WS-OCC-ARCHIVE-COUNT
              MOVE "OUT OF BALANCE" TO WS-STS-TEXT
              PERFORM 810-WRITE-HISTORY-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 500-HISTORY-DELETE-PASS
           IF WS-OCC-DELETE-COUNT NOT = WS-OCC-PURGE-COUNT
              DISPLAY "CNVPURGE: HISTORY DELETED " WS-OCC-DELETE-COUNT
                 " BUT ARCHIVED " WS-OCC-PURGE-COUNT
              MOVE "DELETE MISMATCH" TO WS-STS-TEXT
              PERFORM 810-WRITE-HISTORY-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "BALANCED" TO WS-STS-TEXT
           PERFORM 810-WRITE-HISTORY-REPORT
           DISPLAY "CNVPURGE: HISTORY READ=" WS-OCC-READ-COUNT
              " KEPT=" WS-OCC-KEEP-COUNT
              " PURGED=" WS-OCC-PURGE-COUNT
              " ARCHIVED=" WS-OCC-ARCHIVE-COUNT
           CLOSE PURGE-REPORT-FILE
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * Parameter cards follow the SOLUTION PARMFILE convention:
           END-PERFORM
           CLOSE MASTER-FILE.

       400-HISTORY-ARCHIVE-PASS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "CNVPURGE: CNVOCC OPEN FAILED, STATUS="
                 WS-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-ARCHIVE-FILE
           IF WS-HIST-ARCHIVE-STATUS NOT = "00"
              DISPLAY "CNVPURGE: OCCARCH OPEN FAILED, STATUS="
                 WS-HIST-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-OCC-ARCH-HDR-DATE
           MOVE WS-CUTOFF-DATE TO WS-OCC-ARCH-HDR-CUTOFF
           WRITE HISTORY-ARCHIVE-RECORD FROM WS-OCC-ARCH-HEADER
           PERFORM 410-READ-NEXT-HISTORY
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              ADD 1 TO WS-OCC-READ-COUNT
              PERFORM 420-CLASSIFY-HISTORY
              IF WS-BAD-DATE-SWITCH = "Y"
                 ADD 1 TO WS-OCC-BAD-DATE-COUNT
              END-IF
              IF WS-PURGE-SWITCH = "Y"
                 ADD 1 TO WS-OCC-PURGE-COUNT
                 MOVE OCCURRENCE-RECORD TO WS-OCC-ARCH-DTL-HISTORY
                 WRITE HISTORY-ARCHIVE-RECORD FROM WS-OCC-ARCH-DETAIL
                 IF WS-HIST-ARCHIVE-STATUS NOT = "00"
                    DISPLAY "CNVPURGE: OCCARCH WRITE FAILED, STATUS="
                       WS-HIST-ARCHIVE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-OCC-ARCHIVE-COUNT
              ELSE
                 ADD 1 TO WS-OCC-KEEP-COUNT
              END-IF
              PERFORM 410-READ-NEXT-HISTORY
           END-PERFORM
           MOVE WS-OCC-ARCHIVE-COUNT TO WS-OCC-ARCH-TRL-RECORDS
           WRITE HISTORY-ARCHIVE-RECORD FROM WS-OCC-ARCH-TRAILER
           CLOSE HISTORY-ARCHIVE-FILE
           CLOSE HISTORY-FILE.

       410-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      * Same rule as the master: an entry older than the cutoff goes,
      * and one whose business date cannot be read is kept and
      * counted.
       420-CLASSIFY-HISTORY.
           MOVE "N" TO WS-PURGE-SWITCH
           MOVE "N" TO WS-BAD-DATE-SWITCH
           IF OCC-BUSINESS-DATE NUMERIC
              MOVE OCC-BUSINESS-DATE TO WS-SEEN-DATE-NUM
              IF FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-NUM) <
                 WS-CUTOFF-INTEGER
                 MOVE "Y" TO WS-PURGE-SWITCH
              END-IF
           ELSE
              MOVE "Y" TO WS-BAD-DATE-SWITCH
           END-IF.

       500-HISTORY-DELETE-PASS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "CNVPURGE: CNVOCC I-O OPEN FAILED, STATUS="
                 WS-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 410-READ-NEXT-HISTORY
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              PERFORM 420-CLASSIFY-HISTORY
              IF WS-PURGE-SWITCH = "Y"
                 DELETE HISTORY-FILE
                 IF WS-HISTORY-STATUS NOT = "00"
                    DISPLAY "CNVPURGE: CNVOCC DELETE FAILED, STATUS="
                       WS-HISTORY-STATUS " KEY=" OCC-KEY
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-OCC-DELETE-COUNT
              END-IF
              PERFORM 410-READ-NEXT-HISTORY
           END-PERFORM
           CLOSE HISTORY-FILE.

       800-WRITE-REPORT.
           MOVE WS-CURRENT-DATE TO WS-TTL-RUN-DATE
           MOVE WS-CUTOFF-DATE TO WS-TTL-CUTOFF
           MOVE WS-BAD-DATE-COUNT TO WS-CNT-BADDATES
           WRITE PURGE-REPORT-RECORD FROM WS-DELETE-LINE
           WRITE PURGE-REPORT-RECORD FROM WS-STATUS-LINE.

       810-WRITE-HISTORY-REPORT.
           MOVE "OCCURRENCE HISTORY PURGE " TO WS-TTL-TEXT
           WRITE PURGE-REPORT-RECORD FROM WS-TITLE-LINE
           MOVE WS-OCC-READ-COUNT TO WS-CNT-READ
           MOVE WS-OCC-KEEP-COUNT TO WS-CNT-KEPT
           MOVE WS-OCC-PURGE-COUNT TO WS-CNT-PURGED
           MOVE WS-OCC-ARCHIVE-COUNT TO WS-CNT-ARCHIVED
           WRITE PURGE-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE WS-OCC-DELETE-COUNT TO WS-CNT-DELETED
           MOVE WS-OCC-BAD-DATE-COUNT TO WS-CNT-BADDATES
           WRITE PURGE-REPORT-RECORD FROM WS-DELETE-LINE
           WRITE PURGE-REPORT-RECORD FROM WS-STATUS-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CNVPURGE: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CNVPURGE" TO STP-PROGRAM-ID
              MOVE SPACES TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-READ-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
