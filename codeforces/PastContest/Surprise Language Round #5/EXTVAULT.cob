       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTVAULT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT VAULT-FILE ASSIGN TO "EXTVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
               FILE STATUS IS WS-VAULT-STATUS.
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
       01 EXTRACT-RECORD-TRL REDEFINES EXTRACT-RECORD.
          05 FILLER          PIC X(1).
          05 EXT-TRL-RECORDS PIC 9(9).
          05 FILLER          PIC X(35).

       FD  VAULT-FILE.
       COPY VLTREC.

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS PIC X(2) VALUE "00".
       01 WS-VAULT-STATUS   PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH     PIC X(1) VALUE "N".
       01 WS-TRAILER-SWITCH PIC X(1) VALUE "N".
       01 WS-VAULT-EOF-SWITCH PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-COPY-ID        PIC X(8) VALUE "SOLUTION".
       01 WS-BUSINESS-DATE  PIC X(8) VALUE SPACES.
       01 WS-TRAILER-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-DETAIL-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-POSITION       PIC 9(9) VALUE ZERO.
       01 WS-STORED-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           PERFORM 200-CHECK-EXTRACT
           OPEN I-O VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              DISPLAY "EXTVAULT: EXTVAULT OPEN FAILED, STATUS="
                 WS-VAULT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 300-REMOVE-EARLIER-COPY
           PERFORM 400-STORE-EXTRACT
           CLOSE VAULT-FILE
      * Every record of the extract is in the vault: the header,
      * every detail as the night wrote it, and the trailer.
           IF WS-STORED-COUNT NOT = WS-RECORD-COUNT
              DISPLAY "EXTVAULT: STORED " WS-STORED-COUNT
                 " OF " WS-RECORD-COUNT " EXTRACT RECORDS FOR "
                 WS-BUSINESS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "EXTVAULT: DATE=" WS-BUSINESS-DATE
              " DETAILS=" WS-DETAIL-COUNT
              " TRAILER=" WS-TRAILER-COUNT
              " STORED=" WS-STORED-COUNT
              " REPLACED=" WS-REPLACED-COUNT
      * A date already in the vault means the night was rerun under
      * the OVERRIDE card; the rerun's extract is now the one held,
      * and the CC draws attention to the swap.
           IF WS-REPLACED-COUNT > 0
              DISPLAY "EXTVAULT: EARLIER COPY OF " WS-BUSINESS-DATE
                 " REPLACED"
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

       100-READ-NEXT-RECORD.
           READ EXTRACT-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      * The extract is balanced before the vault is touched, by the
      * same rules CNVLOAD applies: a header first, a trailer last,
      * and at least as many details as the trailer counts (a
      * checkpoint-restart night carries its re-appended details
      * twice, and they are vaulted exactly as written).
       200-CHECK-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "EXTVAULT: EXTFILE OPEN FAILED, STATUS="
                 WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 100-READ-NEXT-RECORD
           IF WS-EOF-SWITCH = "Y" OR EXT-RECORD-ID NOT = "H"
              DISPLAY "EXTVAULT: EXTRACT HEADER MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE EXT-HDR-BUS-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT NUMERIC
              DISPLAY "EXTVAULT: INVALID HEADER BUSINESS DATE "
                 WS-BUSINESS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              ADD 1 TO WS-RECORD-COUNT
              IF WS-TRAILER-SWITCH = "Y"
                 DISPLAY "EXTVAULT: RECORD AFTER TRAILER, ID "
                    EXT-RECORD-ID
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              EVALUATE EXT-RECORD-ID
                 WHEN "H"
                    IF WS-RECORD-COUNT > 1
                       DISPLAY "EXTVAULT: SECOND HEADER IN EXTRACT"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 WHEN "D"
                    ADD 1 TO WS-DETAIL-COUNT
                 WHEN "T"
                    MOVE "Y" TO WS-TRAILER-SWITCH
                    MOVE EXT-TRL-RECORDS TO WS-TRAILER-COUNT
                 WHEN OTHER
                    DISPLAY "EXTVAULT: UNKNOWN RECORD ID "
                       EXT-RECORD-ID " SEQ " WS-DETAIL-COUNT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
              PERFORM 100-READ-NEXT-RECORD
           END-PERFORM
           CLOSE EXTRACT-FILE
           IF WS-TRAILER-SWITCH NOT = "Y"
              DISPLAY "EXTVAULT: EXTRACT TRAILER MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-DETAIL-COUNT < WS-TRAILER-COUNT
              DISPLAY "EXTVAULT: EXTRACT OUT OF BALANCE, "
                 "TRAILER=" WS-TRAILER-COUNT
                 " DETAILS=" WS-DETAIL-COUNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A date can only be held once: any nightly extract already
      * vaulted for this business date is removed before tonight's
      * is stored.
       300-REMOVE-EARLIER-COPY.
           MOVE WS-COPY-ID TO VLT-COPY-ID
           MOVE WS-BUSINESS-DATE TO VLT-BUSINESS-DATE
           MOVE ZERO TO VLT-POSITION
           MOVE "N" TO WS-VAULT-EOF-SWITCH
           START VAULT-FILE KEY IS NOT LESS THAN VLT-KEY
              INVALID KEY
                 MOVE "Y" TO WS-VAULT-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-VAULT-EOF-SWITCH = "Y"
              READ VAULT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-VAULT-EOF-SWITCH
                 NOT AT END
                    IF VLT-COPY-ID NOT = WS-COPY-ID OR
                       VLT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       MOVE "Y" TO WS-VAULT-EOF-SWITCH
                    ELSE
                       DELETE VAULT-FILE
                       IF WS-VAULT-STATUS NOT = "00"
                          DISPLAY "EXTVAULT: DELETE FAILED, STATUS="
                             WS-VAULT-STATUS " KEY=" VLT-KEY
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-REPLACED-COUNT
                    END-IF
              END-READ
           END-PERFORM.

       400-STORE-EXTRACT.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO WS-POSITION
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "EXTVAULT: EXTFILE OPEN FAILED, STATUS="
                 WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 100-READ-NEXT-RECORD
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              MOVE WS-COPY-ID TO VLT-COPY-ID
              MOVE WS-BUSINESS-DATE TO VLT-BUSINESS-DATE
              EVALUATE EXT-RECORD-ID
                 WHEN "H"
                    MOVE ZERO TO VLT-POSITION
                 WHEN "T"
                    MOVE 999999999 TO VLT-POSITION
                 WHEN OTHER
                    ADD 1 TO WS-POSITION
                    MOVE WS-POSITION TO VLT-POSITION
              END-EVALUATE
              MOVE EXTRACT-RECORD TO VLT-EXTRACT-IMAGE
              WRITE VAULT-RECORD
                 INVALID KEY
                    DISPLAY "EXTVAULT: WRITE FAILED, STATUS="
                       WS-VAULT-STATUS " KEY=" VLT-KEY
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-WRITE
              ADD 1 TO WS-STORED-COUNT
              PERFORM 100-READ-NEXT-RECORD
           END-PERFORM
           CLOSE EXTRACT-FILE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "EXTVAULT: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "EXTVAULT" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-STORED-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
