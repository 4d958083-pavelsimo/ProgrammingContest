       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRSEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE ASSIGN TO "EXTVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT RESEND-FILE ASSIGN TO "RSNDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESEND-STATUS.
           SELECT RESEND-LOG-FILE ASSIGN TO "RSNDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RESEND-REPORT-FILE ASSIGN TO "RSNDRPT"
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

      * The rebuilt extract: each requested night's H/D/T records
      * exactly as the receiver was sent them, nights in
      * business-date order, so the receiver balances every night
      * against its own trailer as it would the nightly file.
       FD  RESEND-FILE
           RECORDING MODE IS F.
       01 RESEND-RECORD PIC X(45).

       FD  RESEND-LOG-FILE
           RECORDING MODE IS F.
       COPY RSLREC.

       FD  RESEND-REPORT-FILE
           RECORDING MODE IS F.
       01 RESEND-REPORT-RECORD PIC X(80).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01 PARAMETER-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-VAULT-STATUS   PIC X(2) VALUE "00".
       01 WS-RESEND-STATUS  PIC X(2) VALUE "00".
       01 WS-LOG-STATUS     PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-PARM-STATUS    PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH     PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-PARM-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-PARM-VALID-SWITCH PIC X(1) VALUE "Y".
       01 WS-PARM-KEYWORD      PIC X(20) VALUE SPACES.
       01 WS-PARM-VALUE        PIC X(60) VALUE SPACES.

       01 WS-CURRENT-DATE   PIC 9(8) VALUE ZERO.
       01 WS-RECEIVER       PIC X(8) VALUE SPACES.
       01 WS-REQUESTER      PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE      PIC X(8) VALUE SPACES.
       01 WS-TO-DATE        PIC X(8) VALUE SPACES.

      * The night currently being checked or sent.
       01 WS-NIGHT-DATE      PIC X(8) VALUE SPACES.
       01 WS-NIGHT-OPEN-SW   PIC X(1) VALUE "N".
       01 WS-NIGHT-TRAILER-SW PIC X(1) VALUE "N".
       01 WS-NIGHT-EXT-DATE  PIC X(8) VALUE SPACES.
       01 WS-NIGHT-DETAILS   PIC 9(9) VALUE ZERO.
       01 WS-NIGHT-RECORDS   PIC 9(9) VALUE ZERO.

       01 WS-WORK-EXTRACT.
          05 WRK-RECORD-ID   PIC X(1).
          05 WRK-DATA        PIC X(44).
       01 WS-WORK-EXTRACT-HDR REDEFINES WS-WORK-EXTRACT.
          05 FILLER          PIC X(1).
          05 WRK-HDR-DATE    PIC X(8).
          05 FILLER          PIC X(36).
       01 WS-WORK-EXTRACT-TRL REDEFINES WS-WORK-EXTRACT.
          05 FILLER          PIC X(1).
          05 WRK-TRL-RECORDS PIC 9(9).
          05 FILLER          PIC X(35).

       01 WS-CHECK-DATES    PIC 9(5) VALUE ZERO.
       01 WS-CHECK-RECORDS  PIC 9(9) VALUE ZERO.
       01 WS-SENT-DATES     PIC 9(5) VALUE ZERO.
       01 WS-SENT-RECORDS   PIC 9(9) VALUE ZERO.
       01 WS-SENT-DETAILS   PIC 9(9) VALUE ZERO.
       01 WS-LOG-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER PIC X(25) VALUE "EXTRACT RE-SEND          ".
          05 FILLER PIC X(8)  VALUE "RUNDATE=".
          05 WS-TTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(9)  VALUE "RECEIVER=".
          05 WS-TTL-RECEIVER PIC X(8).
          05 FILLER PIC X(20) VALUE SPACES.

       01 WS-REQUEST-LINE.
          05 FILLER PIC X(10) VALUE "REQUESTER=".
          05 WS-REQ-REQUESTER PIC X(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "FROM=".
          05 WS-REQ-FROM PIC X(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(3)  VALUE "TO=".
          05 WS-REQ-TO PIC X(8).
          05 FILLER PIC X(34) VALUE SPACES.

       01 WS-DATE-LINE.
          05 FILLER PIC X(5)  VALUE "DATE=".
          05 WS-DTL-DATE PIC X(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "EXTRACTED=".
          05 WS-DTL-EXT-DATE PIC X(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "DETAILS=".
          05 WS-DTL-DETAILS PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "TRAILER=".
          05 WS-DTL-TRAILER PIC ZZZZZZZZ9.
          05 FILLER PIC X(9)  VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(6)  VALUE "DATES=".
          05 WS-TOT-DATES PIC ZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "RECORDS=".
          05 WS-TOT-RECORDS PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "DETAILS=".
          05 WS-TOT-DETAILS PIC ZZZZZZZZ9.
          05 FILLER PIC X(31) VALUE SPACES.

       01 WS-STATUS-LINE.
          05 FILLER PIC X(7)  VALUE "STATUS=".
          05 WS-STS-TEXT PIC X(20).
          05 FILLER PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 140-READ-PARAMETERS
           OPEN OUTPUT RESEND-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "EXTRSEND: RSNDRPT OPEN FAILED, STATUS="
                 WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 500-WRITE-REPORT-HEADER
           PERFORM 200-CHECK-PASS
           IF WS-CHECK-DATES = ZERO
              DISPLAY "EXTRSEND: NO VAULTED EXTRACT FOR "
                 WS-RECEIVER " FROM " WS-FROM-DATE " TO " WS-TO-DATE
              MOVE "NOT IN VAULT" TO WS-STS-TEXT
              PERFORM 520-WRITE-REPORT-TOTALS
              CLOSE RESEND-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 990-WRITE-STEP-TIMING
              STOP RUN
           END-IF
           PERFORM 300-SEND-PASS
      * Everything the check pass found in range went out, and every
      * night sent was logged.
           IF WS-SENT-RECORDS NOT = WS-CHECK-RECORDS OR
              WS-SENT-DATES NOT = WS-CHECK-DATES OR
              WS-LOG-COUNT NOT = WS-SENT-DATES
              DISPLAY "EXTRSEND: RE-SEND OUT OF BALANCE, "
                 "CHECKED=" WS-CHECK-RECORDS
                 " SENT=" WS-SENT-RECORDS
                 " DATES=" WS-SENT-DATES
                 " LOGGED=" WS-LOG-COUNT
              MOVE "OUT OF BALANCE" TO WS-STS-TEXT
              PERFORM 520-WRITE-REPORT-TOTALS
              CLOSE RESEND-REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "SENT" TO WS-STS-TEXT
           PERFORM 520-WRITE-REPORT-TOTALS
           CLOSE RESEND-REPORT-FILE
           DISPLAY "EXTRSEND: RECEIVER=" WS-RECEIVER
              " REQUESTER=" WS-REQUESTER
              " DATES=" WS-SENT-DATES
              " RECORDS=" WS-SENT-RECORDS
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * Parameter cards follow the SOLUTION PARMFILE convention:
      * KEYWORD=VALUE, one per card, blank cards and cards starting
      * with * ignored, any bad card stops the run before anything
      * is sent.  RECEIVER=, REQUESTER= and FROMDATE= must be
      * present; TODATE= defaults to FROMDATE= for a single night.
      * RECEIVER= names the vaulted copy to send: a receiver id from
      * the DISTRIB profile file for that receiver's own cut, or
      * SOLUTION for the full nightly extract.
       140-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "EXTRSEND: PARMFILE OPEN FAILED, STATUS="
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
           IF WS-RECEIVER = SPACES
              DISPLAY "EXTRSEND: RECEIVER= PARAMETER CARD MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-REQUESTER = SPACES
              DISPLAY "EXTRSEND: REQUESTER= PARAMETER CARD MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-FROM-DATE = SPACES
              DISPLAY "EXTRSEND: FROMDATE= PARAMETER CARD MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TO-DATE = SPACES
              MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
              DISPLAY "EXTRSEND: TODATE " WS-TO-DATE
                 " IS BEFORE FROMDATE " WS-FROM-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       145-READ-NEXT-PARAMETER.
           READ PARAMETER-FILE
               AT END MOVE "Y" TO WS-PARM-EOF-SWITCH
           END-READ.

      * Names are up to eight characters and dates are CCYYMMDD;
      * anything longer is refused rather than cut short.
       150-APPLY-PARAMETER.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARAMETER-RECORD DELIMITED BY "="
              INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           MOVE "Y" TO WS-PARM-VALID-SWITCH
           IF WS-PARM-VALUE(1:8) = SPACES OR
              WS-PARM-VALUE(9:52) NOT = SPACES
              MOVE "N" TO WS-PARM-VALID-SWITCH
           END-IF
           EVALUATE WS-PARM-KEYWORD
              WHEN "RECEIVER"
                 MOVE WS-PARM-VALUE(1:8) TO WS-RECEIVER
              WHEN "REQUESTER"
                 MOVE WS-PARM-VALUE(1:8) TO WS-REQUESTER
              WHEN "FROMDATE"
                 IF WS-PARM-VALUE(1:8) NUMERIC
                    MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN "TODATE"
                 IF WS-PARM-VALUE(1:8) NUMERIC
                    MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-PARM-VALID-SWITCH
           END-EVALUATE
           IF WS-PARM-VALID-SWITCH = "N"
              DISPLAY "EXTRSEND: INVALID PARAMETER CARD: "
                 PARAMETER-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Both passes read the receiver's copies in the vault from
      * the first key of FROMDATE up to the last key of TODATE.
       180-START-VAULT.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-RECEIVER TO VLT-COPY-ID
           MOVE WS-FROM-DATE TO VLT-BUSINESS-DATE
           MOVE ZERO TO VLT-POSITION
           START VAULT-FILE KEY IS NOT LESS THAN VLT-KEY
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START
           IF WS-EOF-SWITCH = "N"
              PERFORM 190-READ-NEXT-VAULT
           END-IF.

       190-READ-NEXT-VAULT.
           READ VAULT-FILE NEXT
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF VLT-COPY-ID NOT = WS-RECEIVER OR
                     VLT-BUSINESS-DATE > WS-TO-DATE
                     MOVE "Y" TO WS-EOF-SWITCH
                  END-IF
           END-READ.

      * The check pass proves every night in range is whole - header
      * first, trailer last, details at least the trailer count -
      * before a single record goes to the receiver.
       200-CHECK-PASS.
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              DISPLAY "EXTRSEND: EXTVAULT OPEN FAILED, STATUS="
                 WS-VAULT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-NIGHT-OPEN-SW
           PERFORM 180-START-VAULT
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              ADD 1 TO WS-CHECK-RECORDS
              PERFORM 210-CHECK-VAULT-RECORD
              PERFORM 190-READ-NEXT-VAULT
           END-PERFORM
           IF WS-NIGHT-OPEN-SW = "Y"
              PERFORM 220-CHECK-NIGHT-CLOSED
           END-IF
           CLOSE VAULT-FILE.

       210-CHECK-VAULT-RECORD.
           MOVE VLT-EXTRACT-IMAGE TO WS-WORK-EXTRACT
           IF WS-NIGHT-OPEN-SW = "N" OR
              VLT-BUSINESS-DATE NOT = WS-NIGHT-DATE
              IF WS-NIGHT-OPEN-SW = "Y"
                 PERFORM 220-CHECK-NIGHT-CLOSED
              END-IF
              MOVE "Y" TO WS-NIGHT-OPEN-SW
              MOVE "N" TO WS-NIGHT-TRAILER-SW
              MOVE VLT-BUSINESS-DATE TO WS-NIGHT-DATE
              MOVE ZERO TO WS-NIGHT-DETAILS
              ADD 1 TO WS-CHECK-DATES
              IF VLT-POSITION NOT = ZERO OR WRK-RECORD-ID NOT = "H"
                 DISPLAY "EXTRSEND: VAULT HEADER MISSING FOR "
                    WS-NIGHT-DATE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              EVALUATE WRK-RECORD-ID
                 WHEN "D"
                    ADD 1 TO WS-NIGHT-DETAILS
                 WHEN "T"
                    MOVE "Y" TO WS-NIGHT-TRAILER-SW
                    IF WS-NIGHT-DETAILS < WRK-TRL-RECORDS
                       DISPLAY "EXTRSEND: VAULT OUT OF BALANCE FOR "
                          WS-NIGHT-DATE
                          " TRAILER=" WRK-TRL-RECORDS
                          " DETAILS=" WS-NIGHT-DETAILS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 WHEN OTHER
                    DISPLAY "EXTRSEND: UNEXPECTED RECORD ID "
                       WRK-RECORD-ID " KEY=" VLT-KEY
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
           END-IF.

       220-CHECK-NIGHT-CLOSED.
           IF WS-NIGHT-TRAILER-SW NOT = "Y"
              DISPLAY "EXTRSEND: VAULT TRAILER MISSING FOR "
                 WS-NIGHT-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       300-SEND-PASS.
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              DISPLAY "EXTRSEND: EXTVAULT OPEN FAILED, STATUS="
                 WS-VAULT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RESEND-FILE
           IF WS-RESEND-STATUS NOT = "00"
              DISPLAY "EXTRSEND: RSNDOUT OPEN FAILED, STATUS="
                 WS-RESEND-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RESEND-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "EXTRSEND: RSNDLOG OPEN FAILED, STATUS="
                 WS-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 180-START-VAULT
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              PERFORM 310-SEND-VAULT-RECORD
              PERFORM 190-READ-NEXT-VAULT
           END-PERFORM
           CLOSE RESEND-LOG-FILE
           CLOSE RESEND-FILE
           CLOSE VAULT-FILE.

       310-SEND-VAULT-RECORD.
           MOVE VLT-EXTRACT-IMAGE TO WS-WORK-EXTRACT
           EVALUATE WRK-RECORD-ID
              WHEN "H"
                 MOVE VLT-BUSINESS-DATE TO WS-NIGHT-DATE
                 MOVE WRK-HDR-DATE TO WS-NIGHT-EXT-DATE
                 MOVE ZERO TO WS-NIGHT-DETAILS
                 MOVE ZERO TO WS-NIGHT-RECORDS
              WHEN "D"
                 ADD 1 TO WS-NIGHT-DETAILS
                 ADD 1 TO WS-SENT-DETAILS
           END-EVALUATE
           WRITE RESEND-RECORD FROM WS-WORK-EXTRACT
           IF WS-RESEND-STATUS NOT = "00"
              DISPLAY "EXTRSEND: RSNDOUT WRITE FAILED, STATUS="
                 WS-RESEND-STATUS " KEY=" VLT-KEY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-NIGHT-RECORDS
           ADD 1 TO WS-SENT-RECORDS
           IF WRK-RECORD-ID = "T"
              ADD 1 TO WS-SENT-DATES
              PERFORM 320-LOG-NIGHT-SENT
           END-IF.

      * One log entry per night sent, written as the night's trailer
      * goes out, and echoed on the report.
       320-LOG-NIGHT-SENT.
           MOVE WS-CURRENT-DATE TO RSL-RUN-DATE
           MOVE WS-REQUESTER TO RSL-REQUESTER
           MOVE WS-RECEIVER TO RSL-RECEIVER
           MOVE WS-NIGHT-DATE TO RSL-BUSINESS-DATE
           MOVE WS-NIGHT-EXT-DATE TO RSL-EXTRACT-DATE
           MOVE WS-NIGHT-DETAILS TO RSL-DETAILS-SENT
           MOVE WRK-TRL-RECORDS TO RSL-TRAILER-RECORDS
           WRITE RESEND-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "EXTRSEND: RSNDLOG WRITE FAILED, STATUS="
                 WS-LOG-STATUS " DATE=" WS-NIGHT-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE WS-NIGHT-DATE TO WS-DTL-DATE
           MOVE WS-NIGHT-EXT-DATE TO WS-DTL-EXT-DATE
           MOVE WS-NIGHT-DETAILS TO WS-DTL-DETAILS
           MOVE WRK-TRL-RECORDS TO WS-DTL-TRAILER
           WRITE RESEND-REPORT-RECORD FROM WS-DATE-LINE.

       500-WRITE-REPORT-HEADER.
           MOVE WS-CURRENT-DATE TO WS-TTL-RUN-DATE
           MOVE WS-RECEIVER TO WS-TTL-RECEIVER
           WRITE RESEND-REPORT-RECORD FROM WS-TITLE-LINE
           MOVE WS-REQUESTER TO WS-REQ-REQUESTER
           MOVE WS-FROM-DATE TO WS-REQ-FROM
           MOVE WS-TO-DATE TO WS-REQ-TO
           WRITE RESEND-REPORT-RECORD FROM WS-REQUEST-LINE.

       520-WRITE-REPORT-TOTALS.
           MOVE WS-SENT-DATES TO WS-TOT-DATES
           MOVE WS-SENT-RECORDS TO WS-TOT-RECORDS
           MOVE WS-SENT-DETAILS TO WS-TOT-DETAILS
           WRITE RESEND-REPORT-RECORD FROM WS-TOTAL-LINE
           WRITE RESEND-REPORT-RECORD FROM WS-STATUS-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "EXTRSEND: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "EXTRSEND" TO STP-PROGRAM-ID
              MOVE SPACES TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-SENT-RECORDS TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
