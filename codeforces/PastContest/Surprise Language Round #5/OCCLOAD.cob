       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT XREF-FILE ASSIGN TO "EXTSRCX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT SORT-OCC-FILE ASSIGN TO "SORTWK1".
           SELECT OSORT-FILE ASSIGN TO "OSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OSORT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CNVOCC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCC-KEY
               ALTERNATE RECORD KEY IS OCC-BUSINESS-DATE
                  WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OCCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01 EXTRACT-RECORD.
          05 EXT-RECORD-ID PIC X(1).
          05 EXT-DATA      PIC X(44).
       01 EXTRACT-RECORD-HDR REDEFINES EXTRACT-RECORD.
          05 FILLER        PIC X(1).
          05 EXT-HDR-DATE  PIC X(8).
          05 FILLER        PIC X(8).
          05 EXT-HDR-BUS-DATE PIC X(8).
          05 FILLER        PIC X(20).
       01 EXTRACT-RECORD-DTL REDEFINES EXTRACT-RECORD.
          05 FILLER        PIC X(1).
          05 EXT-DTL-SEQ   PIC 9(9).
          05 EXT-DTL-NUMER1 PIC X(6).
          05 EXT-DTL-BIN   PIC X(18).
          05 EXT-DTL-OCT   PIC X(6).
          05 EXT-DTL-HEX   PIC X(5).
       01 EXTRACT-RECORD-TRL REDEFINES EXTRACT-RECORD.
          05 FILLER          PIC X(1).
          05 EXT-TRL-RECORDS PIC 9(9).
          05 FILLER          PIC X(35).

       FD  XREF-FILE
           RECORDING MODE IS F.
       COPY XRFREC.

      * One record per unique extract detail, ordered so that each
      * source's values come together and each value's details for
      * that source come together.
       SD  SORT-OCC-FILE.
       01 SORT-OCC-RECORD.
          05 SO-SOURCE-ID PIC X(2).
          05 SO-NUMER1    PIC X(6).
          05 SO-SEQ       PIC 9(9).
          05 SO-BIN       PIC X(18).

       FD  OSORT-FILE
           RECORDING MODE IS F.
       01 OSORT-RECORD.
          05 OS-SOURCE-ID PIC X(2).
          05 OS-NUMER1    PIC X(6).
          05 OS-SEQ       PIC 9(9).
          05 OS-BIN       PIC X(18).

       FD  HISTORY-FILE.
       COPY OCCREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS PIC X(2) VALUE "00".
       01 WS-XREF-STATUS    PIC X(2) VALUE "00".
       01 WS-OSORT-STATUS   PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
       01 WS-XREF-EOF-SWITCH  PIC X(1) VALUE "N".
       01 WS-TRAILER-SWITCH   PIC X(1) VALUE "N".
       01 WS-OSORT-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-SEEN-SWITCH      PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-CURRENT-DATE   PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE  PIC X(8) VALUE SPACES.
       01 WS-TRAILER-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-DETAIL-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-UNIQUE-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LAST-SEQ       PIC 9(9) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-WRITTEN-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-OCCURRENCE-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-FIRST-TIME-COUNT PIC 9(9) VALUE ZERO.

       01 WS-CUR-SOURCE-ID  PIC X(2) VALUE SPACES.
       01 WS-CUR-NUMER1     PIC X(6) VALUE SPACES.
       01 WS-CUR-BIN        PIC X(18) VALUE SPACES.
       01 WS-CUR-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-SRC-VALUE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SRC-RECORD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SRC-FIRST-COUNT PIC 9(9) VALUE ZERO.

       01 WS-PAGE-NUMBER    PIC 9(4) VALUE ZERO.
       01 WS-LINES-ON-PAGE  PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.

       01 WS-HEADER-LINE.
          05 FILLER        PIC X(24)
             VALUE "FIRST-TIME NUMER1 VALUES".
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 FILLER        PIC X(5)  VALUE "DATE=".
          05 WS-HDR-DATE   PIC X(8).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 FILLER        PIC X(5)  VALUE "PAGE=".
          05 WS-HDR-PAGE-NUM PIC ZZZ9.
          05 FILLER        PIC X(30) VALUE SPACES.

       01 WS-FIRST-TIME-LINE.
          05 FILLER          PIC X(4)  VALUE "SRC=".
          05 WS-FTL-SOURCE   PIC X(2).
          05 FILLER          PIC X(8)  VALUE " NUMER1=".
          05 WS-FTL-NUMER1   PIC X(6).
          05 FILLER          PIC X(5)  VALUE " BIN=".
          05 WS-FTL-BIN      PIC X(18).
          05 FILLER          PIC X(13) VALUE " OCCURRENCES=".
          05 WS-FTL-COUNT    PIC ZZZZZZZZ9.
          05 FILLER          PIC X(15) VALUE SPACES.

       01 WS-SOURCE-LINE.
          05 FILLER          PIC X(7)  VALUE "SOURCE ".
          05 WS-SRL-SOURCE   PIC X(2).
          05 FILLER          PIC X(8)  VALUE " VALUES=".
          05 WS-SRL-VALUES   PIC ZZZZZZZZ9.
          05 FILLER          PIC X(9)  VALUE " RECORDS=".
          05 WS-SRL-RECORDS  PIC ZZZZZZZZ9.
          05 FILLER          PIC X(12) VALUE " FIRST-TIME=".
          05 WS-SRL-FIRST    PIC ZZZZZZZZ9.
          05 FILLER          PIC X(15) VALUE SPACES.

       01 WS-TRAILER-LINE.
          05 FILLER          PIC X(8)  VALUE "DETAILS=".
          05 WS-TRL-DETAILS  PIC ZZZZZZZZ9.
          05 FILLER          PIC X(12) VALUE " DUPLICATES=".
          05 WS-TRL-DUPLICATES PIC ZZZZZZZZ9.
          05 FILLER          PIC X(8)  VALUE " VALUES=".
          05 WS-TRL-VALUES   PIC ZZZZZZZZ9.
          05 FILLER          PIC X(12) VALUE " FIRST-TIME=".
          05 WS-TRL-FIRST    PIC ZZZZZZZZ9.
          05 FILLER          PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           SORT SORT-OCC-FILE
              ON ASCENDING KEY SO-SOURCE-ID SO-NUMER1 SO-SEQ
              INPUT PROCEDURE IS 200-RELEASE-DETAILS
              GIVING OSORT-FILE
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "OCCLOAD: CNVOCC OPEN FAILED, STATUS="
                 WS-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "OCCLOAD: OCCRPT OPEN FAILED, STATUS="
                 WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 300-REMOVE-EARLIER-COPY
           PERFORM 400-LOAD-HISTORY
           CLOSE HISTORY-FILE
      * Every unique detail of the extract is counted once in the
      * history, against the source EXTSRCX names for it.
           IF WS-OCCURRENCE-TOTAL NOT = WS-UNIQUE-COUNT
              DISPLAY "OCCLOAD: HISTORY COUNTS " WS-OCCURRENCE-TOTAL
                 " OF " WS-UNIQUE-COUNT " EXTRACT DETAILS FOR "
                 WS-BUSINESS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 800-WRITE-TRAILER
           CLOSE REPORT-FILE
           DISPLAY "OCCLOAD: DATE=" WS-BUSINESS-DATE
              " DETAILS=" WS-DETAIL-COUNT
              " DUPLICATES=" WS-DUPLICATE-COUNT
              " WRITTEN=" WS-WRITTEN-COUNT
              " FIRST-TIME=" WS-FIRST-TIME-COUNT
              " REPLACED=" WS-REPLACED-COUNT
      * History already held for the date means the night was rerun;
      * the rerun's counts are now the ones held, and the CC draws
      * attention to the swap.
           IF WS-REPLACED-COUNT > 0
              DISPLAY "OCCLOAD: EARLIER HISTORY FOR " WS-BUSINESS-DATE
                 " REPLACED"
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

       100-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       110-READ-XREF.
           READ XREF-FILE
               AT END MOVE "Y" TO WS-XREF-EOF-SWITCH
           END-READ.

      * The extract and EXTSRCX are balanced against each other by
      * the rules DISTRIB applies before its cut: headers for the
      * same business date, each detail matched to its source on the
      * extract sequence number, and matching trailers.  A checkpoint
      * restart re-appends details already written; a detail whose
      * sequence number is not above the last one seen is such a
      * duplicate and is not counted again.  The history is not
      * opened until both files have been read through cleanly.
       200-RELEASE-DETAILS.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "OCCLOAD: EXTFILE OPEN FAILED, STATUS="
                 WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "OCCLOAD: EXTSRCX OPEN FAILED, STATUS="
                 WS-XREF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 100-READ-EXTRACT
           IF WS-EOF-SWITCH = "Y" OR EXT-RECORD-ID NOT = "H"
              DISPLAY "OCCLOAD: EXTRACT HEADER MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE EXT-HDR-BUS-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT NUMERIC
              DISPLAY "OCCLOAD: INVALID HEADER BUSINESS DATE "
                 WS-BUSINESS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 110-READ-XREF
           IF WS-XREF-EOF-SWITCH = "Y" OR XRF-RECORD-ID NOT = "H" OR
              XRF-HDR-BUS-DATE NOT = WS-BUSINESS-DATE
              DISPLAY "OCCLOAD: EXTSRCX HEADER MISSING OR NOT FOR "
                 WS-BUSINESS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 100-READ-EXTRACT
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              IF WS-TRAILER-SWITCH = "Y"
                 DISPLAY "OCCLOAD: RECORD AFTER TRAILER, ID "
                    EXT-RECORD-ID
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              EVALUATE EXT-RECORD-ID
                 WHEN "D"
                    ADD 1 TO WS-DETAIL-COUNT
                    PERFORM 210-RELEASE-DETAIL
                 WHEN "T"
                    MOVE "Y" TO WS-TRAILER-SWITCH
                    MOVE EXT-TRL-RECORDS TO WS-TRAILER-COUNT
                    PERFORM 110-READ-XREF
                    IF WS-XREF-EOF-SWITCH = "Y" OR
                       XRF-RECORD-ID NOT = "T" OR
                       XRF-TRL-RECORDS NOT = EXT-TRL-RECORDS
                       DISPLAY "OCCLOAD: EXTSRCX TRAILER DOES NOT "
                          "MATCH EXTRACT TRAILER"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 WHEN OTHER
                    DISPLAY "OCCLOAD: UNKNOWN RECORD ID "
                       EXT-RECORD-ID " AFTER SEQ " WS-LAST-SEQ
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
              PERFORM 100-READ-EXTRACT
           END-PERFORM
           IF WS-TRAILER-SWITCH NOT = "Y"
              DISPLAY "OCCLOAD: EXTRACT TRAILER MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 110-READ-XREF
           IF WS-XREF-EOF-SWITCH NOT = "Y"
              DISPLAY "OCCLOAD: EXTSRCX RECORD AFTER TRAILER"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE EXTRACT-FILE
           CLOSE XREF-FILE
           IF WS-UNIQUE-COUNT NOT = WS-TRAILER-COUNT
              DISPLAY "OCCLOAD: EXTRACT OUT OF BALANCE, "
                 "TRAILER=" WS-TRAILER-COUNT
                 " DETAILS=" WS-UNIQUE-COUNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       210-RELEASE-DETAIL.
           PERFORM 110-READ-XREF
           IF WS-XREF-EOF-SWITCH = "Y" OR XRF-RECORD-ID NOT = "D" OR
              EXT-DTL-SEQ NOT NUMERIC OR
              XRF-DTL-SEQ NOT = EXT-DTL-SEQ
              DISPLAY "OCCLOAD: EXTSRCX OUT OF STEP WITH EXTRACT "
                 "AFTER SEQ " WS-LAST-SEQ
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF EXT-DTL-SEQ > WS-LAST-SEQ
              ADD 1 TO WS-UNIQUE-COUNT
              MOVE EXT-DTL-SEQ TO WS-LAST-SEQ
              MOVE XRF-DTL-SOURCE-ID TO SO-SOURCE-ID
              MOVE EXT-DTL-NUMER1 TO SO-NUMER1
              MOVE EXT-DTL-SEQ TO SO-SEQ
              MOVE EXT-DTL-BIN TO SO-BIN
              RELEASE SORT-OCC-RECORD
           ELSE
              ADD 1 TO WS-DUPLICATE-COUNT
           END-IF.

      * A date can only be held once: any history already loaded for
      * this business date is removed, through the business-date
      * alternate key, before tonight's is written.
       300-REMOVE-EARLIER-COPY.
           MOVE WS-BUSINESS-DATE TO OCC-BUSINESS-DATE
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           START HISTORY-FILE KEY IS EQUAL TO OCC-BUSINESS-DATE
              INVALID KEY
                 MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-HISTORY-EOF-SWITCH = "Y"
              READ HISTORY-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                 NOT AT END
                    IF OCC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                    ELSE
                       DELETE HISTORY-FILE
                       IF WS-HISTORY-STATUS NOT = "00"
                          DISPLAY "OCCLOAD: DELETE FAILED, STATUS="
                             WS-HISTORY-STATUS " KEY=" OCC-KEY
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-REPLACED-COUNT
                    END-IF
              END-READ
           END-PERFORM.

      * The sorted details are read a source at a time and, within a
      * source, a value at a time; each value becomes one history
      * record carrying the number of details that source sent with
      * it tonight.
       400-LOAD-HISTORY.
           OPEN INPUT OSORT-FILE
           IF WS-OSORT-STATUS NOT = "00"
              DISPLAY "OCCLOAD: OSORT OPEN FAILED, STATUS="
                 WS-OSORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 405-READ-NEXT-OSORT
           PERFORM UNTIL WS-OSORT-EOF-SWITCH = "Y"
              MOVE OS-SOURCE-ID TO WS-CUR-SOURCE-ID
              MOVE ZERO TO WS-SRC-VALUE-COUNT
              MOVE ZERO TO WS-SRC-RECORD-COUNT
              MOVE ZERO TO WS-SRC-FIRST-COUNT
              PERFORM UNTIL WS-OSORT-EOF-SWITCH = "Y" OR
                 OS-SOURCE-ID NOT = WS-CUR-SOURCE-ID
                 MOVE OS-NUMER1 TO WS-CUR-NUMER1
                 MOVE SPACES TO WS-CUR-BIN
                 MOVE ZERO TO WS-CUR-COUNT
                 PERFORM UNTIL WS-OSORT-EOF-SWITCH = "Y" OR
                    OS-SOURCE-ID NOT = WS-CUR-SOURCE-ID OR
                    OS-NUMER1 NOT = WS-CUR-NUMER1
                    ADD 1 TO WS-CUR-COUNT
                    IF OS-BIN NOT = SPACES
                       MOVE OS-BIN TO WS-CUR-BIN
                    END-IF
                    PERFORM 405-READ-NEXT-OSORT
                 END-PERFORM
                 PERFORM 410-WRITE-OCCURRENCE
              END-PERFORM
              PERFORM 440-WRITE-SOURCE-LINE
           END-PERFORM
           CLOSE OSORT-FILE.

       405-READ-NEXT-OSORT.
           READ OSORT-FILE
               AT END MOVE "Y" TO WS-OSORT-EOF-SWITCH
           END-READ.

       410-WRITE-OCCURRENCE.
           PERFORM 420-CHECK-EARLIER-NIGHTS
           MOVE SPACES TO OCCURRENCE-RECORD
           MOVE WS-CUR-NUMER1 TO OCC-NUMER1
           MOVE WS-BUSINESS-DATE TO OCC-BUSINESS-DATE
           MOVE WS-CUR-SOURCE-ID TO OCC-SOURCE-ID
           MOVE WS-CUR-COUNT TO OCC-COUNT
           MOVE WS-CURRENT-DATE TO OCC-LOAD-DATE
           WRITE OCCURRENCE-RECORD
              INVALID KEY
                 DISPLAY "OCCLOAD: WRITE FAILED, STATUS="
                    WS-HISTORY-STATUS " KEY=" OCC-KEY
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE
           ADD 1 TO WS-WRITTEN-COUNT
           ADD WS-CUR-COUNT TO WS-OCCURRENCE-TOTAL
           ADD 1 TO WS-SRC-VALUE-COUNT
           ADD WS-CUR-COUNT TO WS-SRC-RECORD-COUNT
           IF WS-SEEN-SWITCH = "N"
              ADD 1 TO WS-FIRST-TIME-COUNT
              ADD 1 TO WS-SRC-FIRST-COUNT
              PERFORM 430-WRITE-FIRST-TIME-LINE
           END-IF.

      * A value is first-time for a source when the history holds it
      * for no other business date, from any source.  Tonight's own
      * records are ignored, so a value two sources sent for the
      * first time tonight is listed under both, and a rerun night
      * lists the same values its first run did.  A value aged out
      * of the history by CNVPURGE is first-time again when it
      * returns.
       420-CHECK-EARLIER-NIGHTS.
           MOVE "N" TO WS-SEEN-SWITCH
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           MOVE WS-CUR-NUMER1 TO OCC-NUMER1
           MOVE LOW-VALUES TO OCC-BUSINESS-DATE
           MOVE LOW-VALUES TO OCC-SOURCE-ID
           START HISTORY-FILE KEY IS NOT LESS THAN OCC-KEY
              INVALID KEY
                 MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-HISTORY-EOF-SWITCH = "Y" OR
              WS-SEEN-SWITCH = "Y"
              READ HISTORY-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                 NOT AT END
                    IF OCC-NUMER1 NOT = WS-CUR-NUMER1
                       MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                    ELSE
                       IF OCC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                          MOVE "Y" TO WS-SEEN-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       430-WRITE-FIRST-TIME-LINE.
           PERFORM 700-CHECK-PAGE
           MOVE WS-CUR-SOURCE-ID TO WS-FTL-SOURCE
           MOVE WS-CUR-NUMER1 TO WS-FTL-NUMER1
           MOVE WS-CUR-BIN TO WS-FTL-BIN
           MOVE WS-CUR-COUNT TO WS-FTL-COUNT
           WRITE REPORT-RECORD FROM WS-FIRST-TIME-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

      * Every source in tonight's extract gets a closing line, so a
      * source with no first-time values still shows what it sent.
       440-WRITE-SOURCE-LINE.
           PERFORM 700-CHECK-PAGE
           MOVE WS-CUR-SOURCE-ID TO WS-SRL-SOURCE
           MOVE WS-SRC-VALUE-COUNT TO WS-SRL-VALUES
           MOVE WS-SRC-RECORD-COUNT TO WS-SRL-RECORDS
           MOVE WS-SRC-FIRST-COUNT TO WS-SRL-FIRST
           WRITE REPORT-RECORD FROM WS-SOURCE-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       700-CHECK-PAGE.
           IF WS-PAGE-NUMBER = ZERO OR
              WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 710-WRITE-HEADER
           END-IF.

       710-WRITE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUM
           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE
           MOVE ZERO TO WS-LINES-ON-PAGE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE.

       800-WRITE-TRAILER.
           PERFORM 700-CHECK-PAGE
           MOVE WS-DETAIL-COUNT TO WS-TRL-DETAILS
           MOVE WS-DUPLICATE-COUNT TO WS-TRL-DUPLICATES
           MOVE WS-WRITTEN-COUNT TO WS-TRL-VALUES
           MOVE WS-FIRST-TIME-COUNT TO WS-TRL-FIRST
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "OCCLOAD: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "OCCLOAD" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-DETAIL-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
