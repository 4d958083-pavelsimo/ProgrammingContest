       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE ASSIGN TO "EXTVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VLT-KEY
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "VLTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO "VLTPRPT"
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
       FD  VAULT-FILE.
       COPY VLTREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01 ARCHIVE-RECORD PIC X(71).

       FD  PURGE-REPORT-FILE
           RECORDING MODE IS F.
       01 PURGE-REPORT-RECORD PIC X(80).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01 PARAMETER-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-VAULT-STATUS   PIC X(2) VALUE "00".
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE "00".
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
       01 WS-PARM-KEYWORD      PIC X(20) VALUE SPACES.
       01 WS-PARM-VALUE        PIC X(60) VALUE SPACES.
       01 WS-PARM-NUMBER       PIC 9(4) VALUE ZERO.
       01 WS-PARM-DIGIT        PIC 9 VALUE ZERO.
       01 WS-PARM-DIGIT-COUNT  PIC 9(2) VALUE ZERO.
       01 P                    PIC 9(2).
       01 WS-RETAIN-DAYS       PIC 9(4) VALUE ZERO.

       01 WS-CURRENT-DATE   PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INTEGER  PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-INTEGER PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-DATE    PIC 9(8) VALUE ZERO.
       01 WS-VAULT-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-LAST-PURGE-NIGHT PIC X(16) VALUE SPACES.

       01 WS-READ-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-KEEP-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-PURGE-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-ARCHIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DELETE-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-BAD-DATE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NIGHT-COUNT   PIC 9(5) VALUE ZERO.

       01 WS-ARCH-HEADER.
          05 FILLER              PIC X(1)  VALUE "H".
          05 WS-ARCH-HDR-DATE    PIC 9(8).
          05 WS-ARCH-HDR-CUTOFF  PIC 9(8).
          05 FILLER              PIC X(54) VALUE SPACES.

       01 WS-ARCH-DETAIL.
          05 FILLER              PIC X(1)  VALUE "D".
          05 WS-ARCH-DTL-VAULT   PIC X(70).

       01 WS-ARCH-TRAILER.
          05 FILLER              PIC X(1)  VALUE "T".
          05 WS-ARCH-TRL-RECORDS PIC 9(9).
          05 FILLER              PIC X(61) VALUE SPACES.

       01 WS-TITLE-LINE.
          05 FILLER PIC X(25) VALUE "EXTRACT VAULT PURGE      ".
          05 FILLER PIC X(8)  VALUE "RUNDATE=".
          05 WS-TTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "CUTOFF=".
          05 WS-TTL-CUTOFF PIC 9(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "RETAIN=".
          05 WS-TTL-RETAIN PIC ZZZ9.
          05 FILLER PIC X(9)  VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER PIC X(5)  VALUE "READ=".
          05 WS-CNT-READ PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "KEPT=".
          05 WS-CNT-KEPT PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "PURGED=".
          05 WS-CNT-PURGED PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(9)  VALUE "ARCHIVED=".
          05 WS-CNT-ARCHIVED PIC ZZZZZZZZ9.
          05 FILLER PIC X(12) VALUE SPACES.

       01 WS-DELETE-LINE.
          05 FILLER PIC X(8)  VALUE "DELETED=".
          05 WS-CNT-DELETED PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(9)  VALUE "BADDATES=".
          05 WS-CNT-BADDATES PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "NIGHTS=".
          05 WS-CNT-NIGHTS PIC ZZZZ9.
          05 FILLER PIC X(29) VALUE SPACES.

       01 WS-STATUS-LINE.
          05 FILLER PIC X(7)  VALUE "STATUS=".
          05 WS-STS-TEXT PIC X(20).
          05 FILLER PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM 140-READ-PARAMETERS
           COMPUTE WS-CUTOFF-INTEGER =
              WS-TODAY-INTEGER - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           OPEN OUTPUT PURGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "VLTPURGE: VLTPRPT OPEN FAILED, STATUS="
                 WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 200-ARCHIVE-PASS
      * The purge is only committed once the archive pass balances:
      * every record read is accounted for as kept or purged, and
      * every purged record is safely on the archive file.  A
      * vaulted night goes as a whole: its header, details and
      * trailer share the one copy id and business date.
           IF WS-READ-COUNT NOT = WS-KEEP-COUNT + WS-PURGE-COUNT OR
              WS-ARCHIVE-COUNT NOT = WS-PURGE-COUNT
              DISPLAY "VLTPURGE: ARCHIVE PASS OUT OF BALANCE, "
                 "READ=" WS-READ-COUNT
                 " KEPT=" WS-KEEP-COUNT
                 " PURGED=" WS-PURGE-COUNT
                 " ARCHIVED=" WS-ARCHIVE-COUNT
              MOVE "OUT OF BALANCE" TO WS-STS-TEXT
              PERFORM 800-WRITE-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 300-DELETE-PASS
           IF WS-DELETE-COUNT NOT = WS-PURGE-COUNT
              DISPLAY "VLTPURGE: DELETED " WS-DELETE-COUNT
                 " BUT ARCHIVED " WS-PURGE-COUNT
              MOVE "DELETE MISMATCH" TO WS-STS-TEXT
              PERFORM 800-WRITE-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "BALANCED" TO WS-STS-TEXT
           PERFORM 800-WRITE-REPORT
           DISPLAY "VLTPURGE: READ=" WS-READ-COUNT
              " KEPT=" WS-KEEP-COUNT
              " PURGED=" WS-PURGE-COUNT
              " ARCHIVED=" WS-ARCHIVE-COUNT
              " NIGHTS=" WS-NIGHT-COUNT
           CLOSE PURGE-REPORT-FILE
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * Parameter cards follow the SOLUTION PARMFILE convention:
      * KEYWORD=VALUE, one per card, blank cards and cards starting
      * with * ignored, any bad card stops the run before the
      * vault is touched.  RETAIN= is the retention threshold in
      * days and must be present.
       140-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "VLTPURGE: PARMFILE OPEN FAILED, STATUS="
                 WS-PARM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 145-READ-NEXT-PARAMETER
           PERFORM UNTIL WS-PARM-EOF-SWITCH = "Y"
              IF PARAMETER-RECORD NOT = SPACES AND
                 PARAMETER-RECORD(1:1) NOT = "*"
                 PERFORM 150-APPLY-PARAMETER
              END-IF
              PERFORM 145-READ-NEXT-PARAMETER
           END-PERFORM
           CLOSE PARAMETER-FILE
           IF WS-RETAIN-DAYS = ZERO
              DISPLAY "VLTPURGE: RETAIN= PARAMETER CARD MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       145-READ-NEXT-PARAMETER.
           READ PARAMETER-FILE
               AT END MOVE "Y" TO WS-PARM-EOF-SWITCH
           END-READ.

       150-APPLY-PARAMETER.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARAMETER-RECORD DELIMITED BY "="
              INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           MOVE "Y" TO WS-PARM-VALID-SWITCH
           EVALUATE WS-PARM-KEYWORD
              WHEN "RETAIN"
                 PERFORM 155-PARSE-NUMERIC-VALUE
                 IF WS-PARM-VALID-SWITCH = "Y" AND WS-PARM-NUMBER > 0
                    MOVE WS-PARM-NUMBER TO WS-RETAIN-DAYS
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-PARM-VALID-SWITCH
           END-EVALUATE
           IF WS-PARM-VALID-SWITCH = "N"
              DISPLAY "VLTPURGE: INVALID PARAMETER CARD: "
                 PARAMETER-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       155-PARSE-NUMERIC-VALUE.
           MOVE ZERO TO WS-PARM-NUMBER
           MOVE ZERO TO WS-PARM-DIGIT-COUNT
           MOVE "N" TO WS-PARM-DONE-SWITCH
           PERFORM VARYING P FROM 1 BY 1
              UNTIL P > 60 OR WS-PARM-VALID-SWITCH = "N"
              EVALUATE TRUE
                 WHEN WS-PARM-VALUE(P:1) = SPACE
                    MOVE "Y" TO WS-PARM-DONE-SWITCH
                 WHEN WS-PARM-VALUE(P:1) < "0" OR
                      WS-PARM-VALUE(P:1) > "9"
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 WHEN WS-PARM-DONE-SWITCH = "Y"
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 WHEN OTHER
                    ADD 1 TO WS-PARM-DIGIT-COUNT
                    IF WS-PARM-DIGIT-COUNT > 4
                       MOVE "N" TO WS-PARM-VALID-SWITCH
                    ELSE
                       MOVE WS-PARM-VALUE(P:1) TO WS-PARM-DIGIT(1:1)
                       COMPUTE WS-PARM-NUMBER =
                          WS-PARM-NUMBER * 10 + WS-PARM-DIGIT
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF WS-PARM-DIGIT-COUNT = 0
              MOVE "N" TO WS-PARM-VALID-SWITCH
           END-IF.

       200-ARCHIVE-PASS.
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              DISPLAY "VLTPURGE: EXTVAULT OPEN FAILED, STATUS="
                 WS-VAULT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
              DISPLAY "VLTPURGE: VLTARCH OPEN FAILED, STATUS="
                 WS-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-ARCH-HDR-DATE
           MOVE WS-CUTOFF-DATE TO WS-ARCH-HDR-CUTOFF
           WRITE ARCHIVE-RECORD FROM WS-ARCH-HEADER
           PERFORM 210-READ-NEXT-VAULT
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              ADD 1 TO WS-READ-COUNT
              PERFORM 220-CLASSIFY-VAULT
              IF WS-BAD-DATE-SWITCH = "Y"
                 ADD 1 TO WS-BAD-DATE-COUNT
              END-IF
              IF WS-PURGE-SWITCH = "Y"
                 ADD 1 TO WS-PURGE-COUNT
                 IF VLT-KEY(1:16) NOT = WS-LAST-PURGE-NIGHT
                    ADD 1 TO WS-NIGHT-COUNT
                    MOVE VLT-KEY(1:16) TO WS-LAST-PURGE-NIGHT
                 END-IF
                 MOVE VAULT-RECORD TO WS-ARCH-DTL-VAULT
                 WRITE ARCHIVE-RECORD FROM WS-ARCH-DETAIL
                 IF WS-ARCHIVE-STATUS NOT = "00"
                    DISPLAY "VLTPURGE: VLTARCH WRITE FAILED, STATUS="
                       WS-ARCHIVE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ARCHIVE-COUNT
              ELSE
                 ADD 1 TO WS-KEEP-COUNT
              END-IF
              PERFORM 210-READ-NEXT-VAULT
           END-PERFORM
           MOVE WS-ARCHIVE-COUNT TO WS-ARCH-TRL-RECORDS
           WRITE ARCHIVE-RECORD FROM WS-ARCH-TRAILER
           CLOSE ARCHIVE-FILE
           CLOSE VAULT-FILE.

       210-READ-NEXT-VAULT.
           READ VAULT-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      * A vault record with an unreadable business date is kept,
      * as CNVPURGE keeps a master entry it cannot date, and counted
      * for follow-up instead.
       220-CLASSIFY-VAULT.
           MOVE "N" TO WS-PURGE-SWITCH
           MOVE "N" TO WS-BAD-DATE-SWITCH
           IF VLT-BUSINESS-DATE NUMERIC
              MOVE VLT-BUSINESS-DATE TO WS-VAULT-DATE-NUM
              IF FUNCTION INTEGER-OF-DATE(WS-VAULT-DATE-NUM) <
                 WS-CUTOFF-INTEGER
                 MOVE "Y" TO WS-PURGE-SWITCH
              END-IF
           ELSE
              MOVE "Y" TO WS-BAD-DATE-SWITCH
           END-IF.

      * Second pass over the vault applying the same test the
      * archive pass used; the vault is untouched until the
      * archive pass has balanced.
       300-DELETE-PASS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN I-O VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              DISPLAY "VLTPURGE: EXTVAULT I-O OPEN FAILED, STATUS="
                 WS-VAULT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 210-READ-NEXT-VAULT
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              PERFORM 220-CLASSIFY-VAULT
              IF WS-PURGE-SWITCH = "Y"
                 DELETE VAULT-FILE
                 IF WS-VAULT-STATUS NOT = "00"
                    DISPLAY "VLTPURGE: DELETE FAILED, STATUS="
                       WS-VAULT-STATUS " KEY=" VLT-KEY
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DELETE-COUNT
              END-IF
              PERFORM 210-READ-NEXT-VAULT
           END-PERFORM
           CLOSE VAULT-FILE.

       800-WRITE-REPORT.
           MOVE WS-CURRENT-DATE TO WS-TTL-RUN-DATE
           MOVE WS-CUTOFF-DATE TO WS-TTL-CUTOFF
           MOVE WS-RETAIN-DAYS TO WS-TTL-RETAIN
           WRITE PURGE-REPORT-RECORD FROM WS-TITLE-LINE
           MOVE WS-READ-COUNT TO WS-CNT-READ
           MOVE WS-KEEP-COUNT TO WS-CNT-KEPT
           MOVE WS-PURGE-COUNT TO WS-CNT-PURGED
           MOVE WS-ARCHIVE-COUNT TO WS-CNT-ARCHIVED
           WRITE PURGE-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE WS-DELETE-COUNT TO WS-CNT-DELETED
           MOVE WS-BAD-DATE-COUNT TO WS-CNT-BADDATES
           MOVE WS-NIGHT-COUNT TO WS-CNT-NIGHTS
           WRITE PURGE-REPORT-RECORD FROM WS-DELETE-LINE
           WRITE PURGE-REPORT-RECORD FROM WS-STATUS-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "VLTPURGE: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "VLTPURGE" TO STP-PROGRAM-ID
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
