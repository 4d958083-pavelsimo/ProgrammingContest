       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT DECISION-FILE ASSIGN TO "RELCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT SORT-CARD-FILE ASSIGN TO "SORTWK1".
           SELECT SORT-HELD-FILE ASSIGN TO "SORTWK2".
           SELECT DSORT-FILE ASSIGN TO "DSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSORT-STATUS.
           SELECT HSORT-FILE ASSIGN TO "HSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSORT-STATUS.
           SELECT RELEASE-FEED-FILE ASSIGN TO "RELFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELFEED-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT CARRY-FILE ASSIGN TO "NEWSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "RELLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REGISTER-REPORT-FILE ASSIGN TO "RELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-REPORT-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO "SUSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01 BUSDATE-RECORD.
          05 BUSDATE-DATE PIC X(8).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01 PARAMETER-RECORD PIC X(80).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSREC.

      * One supervisor decision per held item: A releases it into
      * tonight's conversion, R rejects it to the exception file.
      * The item is named by the suspense key (business date and
      * record number) shown on SUSRPT; the supervisor's id and the
      * date of the decision are carried to the release register.
       FD  DECISION-FILE
           RECORDING MODE IS F.
       01 DECISION-RECORD.
          05 DEC-ACTION        PIC X(1).
          05 DEC-KEY.
             10 DEC-BUSINESS-DATE PIC X(8).
             10 DEC-RECORD-NUMBER PIC X(9).
          05 DEC-SUPERVISOR-ID PIC X(8).
          05 DEC-DECISION-DATE PIC X(8).

      * Decisions and held items are sorted on the suspense key
      * (arrival sequence as the minor key) and matched as a
      * two-file merge, as EXCRECYC matches corrections.
       SD  SORT-CARD-FILE.
       01 SORT-CARD-RECORD.
          05 SC-KEY        PIC X(17).
          05 SC-ACTION     PIC X(1).
          05 SC-SUPERVISOR PIC X(8).
          05 SC-DATE       PIC X(8).
          05 SC-SEQ        PIC 9(9).

       SD  SORT-HELD-FILE.
       01 SORT-HELD-RECORD.
          05 SH-IMAGE.
             10 SH-KEY     PIC X(17).
             10 FILLER     PIC X(23).
          05 SH-SEQ        PIC 9(9).

       FD  DSORT-FILE
           RECORDING MODE IS F.
       01 DSORT-RECORD.
          05 DS-KEY.
             10 DS-BUSINESS-DATE PIC X(8).
             10 DS-RECORD-NUMBER PIC X(9).
          05 DS-ACTION     PIC X(1).
          05 DS-SUPERVISOR PIC X(8).
          05 DS-DATE       PIC X(8).
          05 DS-SEQ        PIC 9(9).

       FD  HSORT-FILE
           RECORDING MODE IS F.
       01 HSORT-RECORD.
          05 HS-IMAGE.
             10 HS-KEY.
                15 HS-BUSINESS-DATE PIC X(8).
                15 HS-RECORD-NUMBER PIC 9(9).
             10 HS-SOURCE-ID     PIC X(2).
             10 HS-RAW-DATA      PIC X(6).
             10 HS-LIMIT         PIC 9(5).
             10 HS-ALLOWED-SIGN  PIC X(1).
             10 HS-HELD-DATE     PIC X(8).
             10 FILLER           PIC X(1).
          05 HS-SEQ              PIC 9(9).

      * The release feed carries the same business-date header and
      * record-count trailer MRGSRC balances on the re-feed.  The
      * last byte of each detail marks it released, so SOLUTION
      * converts it without holding it again.
       FD  RELEASE-FEED-FILE
           RECORDING MODE IS F.
       01 RELFEED-RECORD.
          05 RELFEED-SOURCE     PIC X(2).
          05 RELFEED-RAW-DATA   PIC X(6).
          05 RELFEED-RELEASE-SW PIC X(1).
       01 RELFEED-RECORD-HDR.
          05 RELFEED-HDR-ID   PIC X(1).
          05 RELFEED-HDR-DATE PIC X(8).
       01 RELFEED-RECORD-TRL.
          05 RELFEED-TRL-ID      PIC X(1).
          05 RELFEED-TRL-RECORDS PIC 9(6).
          05 FILLER              PIC X(2).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  CARRY-FILE
           RECORDING MODE IS F.
       01 CARRY-RECORD PIC X(40).

      * Release register: one record per decision applied - which
      * held item, released or rejected, by whom, when decided and
      * when applied - appended across runs for the auditors.
       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01 REGISTER-RECORD.
          05 RLG-APPLIED-DATE  PIC X(8).
          05 RLG-ACTION        PIC X(1).
          05 RLG-SUPERVISOR-ID PIC X(8).
          05 RLG-DECISION-DATE PIC X(8).
          05 RLG-BUSINESS-DATE PIC X(8).
          05 RLG-RECORD-NUMBER PIC 9(9).
          05 RLG-SOURCE-ID     PIC X(2).
          05 RLG-RAW-DATA      PIC X(6).
          05 RLG-LIMIT         PIC 9(5).
          05 RLG-HELD-DATE     PIC X(8).

       FD  REGISTER-REPORT-FILE
           RECORDING MODE IS F.
       01 REGISTER-REPORT-RECORD PIC X(80).

       FD  PENDING-REPORT-FILE
           RECORDING MODE IS F.
       01 PENDING-REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS    PIC X(2) VALUE "00".
       01 WS-BUSDATE-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
       01 WS-PARM-STATUS       PIC X(2) VALUE "00".
       01 WS-SUSPENSE-STATUS   PIC X(2) VALUE "00".
       01 WS-DECISION-STATUS   PIC X(2) VALUE "00".
       01 WS-DSORT-STATUS      PIC X(2) VALUE "00".
       01 WS-HSORT-STATUS      PIC X(2) VALUE "00".
       01 WS-RELFEED-STATUS    PIC X(2) VALUE "00".
       01 WS-EXCEPTION-STATUS  PIC X(2) VALUE "00".
       01 WS-CARRY-STATUS      PIC X(2) VALUE "00".
       01 WS-REGISTER-STATUS   PIC X(2) VALUE "00".
       01 WS-REG-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-PENDING-STATUS    PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-SUS-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-DEC-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-DSORT-EOF-SWITCH  PIC X(1) VALUE "N".
       01 WS-HSORT-EOF-SWITCH  PIC X(1) VALUE "N".
       01 WS-HSORT-DUP-SWITCH  PIC X(1) VALUE "N".
       01 WS-LAST-HELD-KEY     PIC X(17) VALUE LOW-VALUES.

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

       01 WS-CURRENT-DATE      PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INTEGER     PIC 9(8) VALUE ZERO.
       01 WS-HELD-DATE-NUM     PIC 9(8) VALUE ZERO.
       01 WS-HELD-AGE-DAYS     PIC S9(5) VALUE ZERO.
       01 WS-OVERDUE-DAYS      PIC 9(3) VALUE 7.

       01 WS-HELD-READ-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-DEC-READ-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-RELEASED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-PENDING-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-OVERDUE-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-DEC-INVALID-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-DEC-UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DUPLICATE-COUNT     PIC 9(6) VALUE ZERO.

       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-PEND-PAGE-NUMBER   PIC 9(4) VALUE ZERO.
       01 WS-PEND-LINES-ON-PAGE PIC 9(2) VALUE ZERO.
       01 WS-REG-PAGE-NUMBER    PIC 9(4) VALUE ZERO.
       01 WS-REG-LINES-ON-PAGE  PIC 9(2) VALUE ZERO.

       01 WS-PEND-HEADER-LINE.
          05 FILLER          PIC X(26)
             VALUE "SUSPENSE AWAITING RELEASE ".
          05 FILLER          PIC X(5)  VALUE "DATE=".
          05 WS-PNH-DATE     PIC X(8).
          05 FILLER          PIC X(15) VALUE "  OVERDUE OVER ".
          05 WS-PNH-DAYS     PIC ZZ9.
          05 FILLER          PIC X(5)  VALUE " DAYS".
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE "PAGE=".
          05 WS-PNH-PAGE-NUM PIC ZZZ9.
          05 FILLER          PIC X(7)  VALUE SPACES.

       01 WS-PEND-COLUMN-LINE.
          05 FILLER PIC X(4)  VALUE "SRC".
          05 FILLER PIC X(9)  VALUE "BUS-DATE".
          05 FILLER PIC X(11) VALUE "RECORD-NO".
          05 FILLER PIC X(8)  VALUE "VALUE".
          05 FILLER PIC X(6)  VALUE "LIMIT".
          05 FILLER PIC X(3)  VALUE "S".
          05 FILLER PIC X(10) VALUE "HELD-ON".
          05 FILLER PIC X(7)  VALUE "DAYS".
          05 FILLER PIC X(7)  VALUE "STATUS".
          05 FILLER PIC X(15) VALUE SPACES.

       01 WS-PEND-DETAIL-LINE.
          05 WS-PND-SOURCE   PIC X(2).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-PND-BUS-DATE PIC X(8).
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 WS-PND-RECORD   PIC 9(9).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-PND-VALUE    PIC X(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-PND-LIMIT    PIC ZZZZ9.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 WS-PND-SIGN     PIC X(1).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-PND-HELD     PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-PND-DAYS     PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 WS-PND-STATUS   PIC X(7).
          05 FILLER          PIC X(15) VALUE SPACES.

       01 WS-PEND-TRAILER-LINE.
          05 FILLER          PIC X(5)  VALUE "READ=".
          05 WS-PNT-READ     PIC ZZZZZ9.
          05 FILLER          PIC X(9)  VALUE " PENDING=".
          05 WS-PNT-PENDING  PIC ZZZZZ9.
          05 FILLER          PIC X(9)  VALUE " OVERDUE=".
          05 WS-PNT-OVERDUE  PIC ZZZZZ9.
          05 FILLER          PIC X(39) VALUE SPACES.

       01 WS-REG-HEADER-LINE.
          05 FILLER        PIC X(26)
             VALUE "SUSPENSE RELEASE REGISTER ".
          05 FILLER        PIC X(5)  VALUE "DATE=".
          05 WS-RGH-DATE   PIC X(8).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 FILLER        PIC X(5)  VALUE "PAGE=".
          05 WS-RGH-PAGE-NUM PIC ZZZ9.
          05 FILLER        PIC X(30) VALUE SPACES.

       01 WS-REG-DETAIL-LINE.
          05 WS-RGD-TAG      PIC X(9).
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 WS-RGD-BUS-DATE PIC X(8).
          05 FILLER          PIC X(1)  VALUE "/".
          05 WS-RGD-RECORD   PIC X(9).
          05 FILLER          PIC X(5)  VALUE " SRC=".
          05 WS-RGD-SOURCE   PIC X(2).
          05 FILLER          PIC X(5)  VALUE " VAL=".
          05 WS-RGD-VALUE    PIC X(6).
          05 FILLER          PIC X(6)  VALUE " SUPV=".
          05 WS-RGD-SUPV     PIC X(8).
          05 FILLER          PIC X(4)  VALUE " ON=".
          05 WS-RGD-DECIDED  PIC X(8).
          05 FILLER          PIC X(8)  VALUE SPACES.

       01 WS-REG-TRAILER-LINE.
          05 FILLER           PIC X(9)  VALUE "RELEASED=".
          05 WS-RGT-RELEASED  PIC ZZZZZ9.
          05 FILLER           PIC X(10) VALUE " REJECTED=".
          05 WS-RGT-REJECTED  PIC ZZZZZ9.
          05 FILLER           PIC X(11) VALUE " UNMATCHED=".
          05 WS-RGT-UNMATCHED PIC ZZZZZ9.
          05 FILLER           PIC X(9)  VALUE " INVALID=".
          05 WS-RGT-INVALID   PIC ZZZZZ9.
          05 FILLER           PIC X(6)  VALUE " DUPS=".
          05 WS-RGT-DUPS      PIC ZZZZZ9.
          05 FILLER           PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM 050-READ-BUSINESS-DATE
           PERFORM 140-READ-PARAMETERS
           PERFORM 060-OPEN-OUTPUT-FILES
           MOVE SPACES TO RELFEED-RECORD
           MOVE "H" TO RELFEED-HDR-ID
           MOVE WS-BUSINESS-DATE TO RELFEED-HDR-DATE
           WRITE RELFEED-RECORD
           SORT SORT-CARD-FILE
              ON ASCENDING KEY SC-KEY SC-SEQ
              INPUT PROCEDURE IS 200-RELEASE-DECISIONS
              GIVING DSORT-FILE
           SORT SORT-HELD-FILE
              ON ASCENDING KEY SH-KEY SH-SEQ
              INPUT PROCEDURE IS 250-RELEASE-HELD-ITEMS
              GIVING HSORT-FILE
           PERFORM 300-MATCH-PHASE
           MOVE SPACES TO RELFEED-RECORD
           MOVE "T" TO RELFEED-TRL-ID
           MOVE WS-RELEASED-COUNT TO RELFEED-TRL-RECORDS
           WRITE RELFEED-RECORD
           PERFORM 800-WRITE-PENDING-TRAILER
           PERFORM 850-WRITE-REGISTER-TRAILER
           CLOSE RELEASE-FEED-FILE
           CLOSE EXCEPTION-FILE
           CLOSE CARRY-FILE
           CLOSE REGISTER-FILE
           CLOSE REGISTER-REPORT-FILE
           CLOSE PENDING-REPORT-FILE
           DISPLAY "SUSPREL: HELD=" WS-HELD-READ-COUNT
              " RELEASED=" WS-RELEASED-COUNT
              " REJECTED=" WS-REJECTED-COUNT
              " PENDING=" WS-PENDING-COUNT
              " OVERDUE=" WS-OVERDUE-COUNT
      * Decisions that could not be applied, and items held past
      * the overdue limit, need a supervisor's attention: CC 4.
           IF WS-DEC-INVALID-COUNT > 0 OR WS-DEC-UNMATCHED-COUNT > 0
              DISPLAY "SUSPREL: " WS-DEC-INVALID-COUNT
                 " INVALID AND " WS-DEC-UNMATCHED-COUNT
                 " UNMATCHED DECISIONS, SEE RELRPT"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERDUE-COUNT > 0
              DISPLAY "SUSPREL: " WS-OVERDUE-COUNT
                 " ITEMS OVERDUE IN SUSPENSE, SEE SUSRPT"
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * The release feed header must carry the business date
      * SOLBATCH will run with, so the same BUSDATE card feeds this
      * job and MRGSRC.
       050-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
              DISPLAY "SUSPREL: BUSDATE OPEN FAILED, STATUS="
                 WS-BUSDATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ BUSDATE-FILE
              AT END MOVE "Y" TO WS-BUSDATE-EOF-SWITCH
           END-READ
           IF WS-BUSDATE-EOF-SWITCH = "Y" OR BUSDATE-DATE NOT NUMERIC
              DISPLAY "SUSPREL: BUSDATE CARD MISSING OR NOT NUMERIC"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE BUSDATE-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.

       060-OPEN-OUTPUT-FILES.
           OPEN OUTPUT RELEASE-FEED-FILE
           IF WS-RELFEED-STATUS NOT = "00"
              DISPLAY "SUSPREL: RELFEED OPEN FAILED, STATUS="
                 WS-RELFEED-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
              DISPLAY "SUSPREL: EXCPFILE OPEN FAILED, STATUS="
                 WS-EXCEPTION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT CARRY-FILE
           IF WS-CARRY-STATUS NOT = "00"
              DISPLAY "SUSPREL: NEWSUSP OPEN FAILED, STATUS="
                 WS-CARRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
              DISPLAY "SUSPREL: RELLOG OPEN FAILED, STATUS="
                 WS-REGISTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-REPORT-FILE
           IF WS-REG-REPORT-STATUS NOT = "00"
              DISPLAY "SUSPREL: RELRPT OPEN FAILED, STATUS="
                 WS-REG-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT PENDING-REPORT-FILE
           IF WS-PENDING-STATUS NOT = "00"
              DISPLAY "SUSPREL: SUSRPT OPEN FAILED, STATUS="
                 WS-PENDING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Parameter cards are KEYWORD=VALUE, one per card, as on the
      * SOLBATCH PARMFILE.  OVERDUE= is the number of days (1-999)
      * an item may sit in suspense before it is listed overdue.
       140-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "SUSPREL: PARMFILE OPEN FAILED, STATUS="
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
           CLOSE PARAMETER-FILE.

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
              WHEN "OVERDUE"
                 PERFORM 155-PARSE-NUMERIC-VALUE
                 IF WS-PARM-VALID-SWITCH = "Y" AND
                    WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 1000
                    MOVE WS-PARM-NUMBER TO WS-OVERDUE-DAYS
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-PARM-VALID-SWITCH
           END-EVALUATE
           IF WS-PARM-VALID-SWITCH = "N"
              DISPLAY "SUSPREL: INVALID PARAMETER CARD: "
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

      * A decision that is not A or R, names no well-formed suspense
      * key, or lacks the supervisor's id or a numeric decision date
      * never reaches the match; it is listed on the register report
      * for the supervisor to re-key.
       200-RELEASE-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS NOT = "00"
              DISPLAY "SUSPREL: RELCARDS OPEN FAILED, STATUS="
                 WS-DECISION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 210-READ-NEXT-DECISION
           PERFORM UNTIL WS-DEC-EOF-SWITCH = "Y"
              ADD 1 TO WS-DEC-READ-COUNT
              IF (DEC-ACTION = "A" OR DEC-ACTION = "R") AND
                 DEC-BUSINESS-DATE NUMERIC AND
                 DEC-RECORD-NUMBER NUMERIC AND
                 DEC-SUPERVISOR-ID NOT = SPACES AND
                 DEC-DECISION-DATE NUMERIC
                 MOVE DEC-KEY TO SC-KEY
                 MOVE DEC-ACTION TO SC-ACTION
                 MOVE DEC-SUPERVISOR-ID TO SC-SUPERVISOR
                 MOVE DEC-DECISION-DATE TO SC-DATE
                 MOVE WS-DEC-READ-COUNT TO SC-SEQ
                 RELEASE SORT-CARD-RECORD
              ELSE
                 ADD 1 TO WS-DEC-INVALID-COUNT
                 MOVE "INVALID" TO WS-RGD-TAG
                 MOVE DEC-BUSINESS-DATE TO WS-RGD-BUS-DATE
                 MOVE DEC-RECORD-NUMBER TO WS-RGD-RECORD
                 MOVE SPACES TO WS-RGD-SOURCE
                 MOVE SPACES TO WS-RGD-VALUE
                 MOVE DEC-SUPERVISOR-ID TO WS-RGD-SUPV
                 MOVE DEC-DECISION-DATE TO WS-RGD-DECIDED
                 PERFORM 700-WRITE-REGISTER-LINE
              END-IF
              PERFORM 210-READ-NEXT-DECISION
           END-PERFORM
           CLOSE DECISION-FILE.

       210-READ-NEXT-DECISION.
           READ DECISION-FILE
               AT END MOVE "Y" TO WS-DEC-EOF-SWITCH
           END-READ.

       250-RELEASE-HELD-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "SUSPREL: SUSPFILE OPEN FAILED, STATUS="
                 WS-SUSPENSE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 260-READ-NEXT-HELD
           PERFORM UNTIL WS-SUS-EOF-SWITCH = "Y"
              ADD 1 TO WS-HELD-READ-COUNT
              MOVE SUSPENSE-RECORD TO SH-IMAGE
              MOVE WS-HELD-READ-COUNT TO SH-SEQ
              RELEASE SORT-HELD-RECORD
              PERFORM 260-READ-NEXT-HELD
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       260-READ-NEXT-HELD.
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO WS-SUS-EOF-SWITCH
           END-READ.

      * Balanced-line merge of the two sorted files.  On equal keys
      * the decision is applied to the held item and both streams
      * advance, so a second decision for the same item finds no
      * match and is listed unmatched rather than applied twice.
       300-MATCH-PHASE.
           OPEN INPUT DSORT-FILE
           IF WS-DSORT-STATUS NOT = "00"
              DISPLAY "SUSPREL: DSORT OPEN FAILED, STATUS="
                 WS-DSORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT HSORT-FILE
           IF WS-HSORT-STATUS NOT = "00"
              DISPLAY "SUSPREL: HSORT OPEN FAILED, STATUS="
                 WS-HSORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 310-READ-NEXT-DSORT
           PERFORM 320-READ-NEXT-HSORT
           PERFORM UNTIL WS-DSORT-EOF-SWITCH = "Y" AND
              WS-HSORT-EOF-SWITCH = "Y"
              EVALUATE TRUE
                 WHEN WS-HSORT-EOF-SWITCH = "Y"
                    PERFORM 400-LOG-UNMATCHED-DECISION
                    PERFORM 310-READ-NEXT-DSORT
                 WHEN WS-DSORT-EOF-SWITCH = "Y"
                    PERFORM 500-CARRY-FORWARD
                    PERFORM 320-READ-NEXT-HSORT
                 WHEN DS-KEY < HS-KEY
                    PERFORM 400-LOG-UNMATCHED-DECISION
                    PERFORM 310-READ-NEXT-DSORT
                 WHEN DS-KEY > HS-KEY
                    PERFORM 500-CARRY-FORWARD
                    PERFORM 320-READ-NEXT-HSORT
                 WHEN OTHER
                    PERFORM 350-APPLY-DECISION
                    PERFORM 310-READ-NEXT-DSORT
                    PERFORM 320-READ-NEXT-HSORT
              END-EVALUATE
           END-PERFORM
           CLOSE DSORT-FILE
           CLOSE HSORT-FILE.

       310-READ-NEXT-DSORT.
           READ DSORT-FILE
               AT END MOVE "Y" TO WS-DSORT-EOF-SWITCH
           END-READ.

      * A checkpoint-restart night holds the records between the
      * last checkpoint and the abend a second time under the same
      * key.  Only the first copy is kept; the rest are dropped
      * here, and listed, so one item can never be released twice.
       320-READ-NEXT-HSORT.
           MOVE "Y" TO WS-HSORT-DUP-SWITCH
           PERFORM UNTIL WS-HSORT-DUP-SWITCH = "N"
              READ HSORT-FILE
                 AT END MOVE "Y" TO WS-HSORT-EOF-SWITCH
              END-READ
              IF WS-HSORT-EOF-SWITCH = "Y" OR
                 HS-KEY NOT = WS-LAST-HELD-KEY
                 MOVE "N" TO WS-HSORT-DUP-SWITCH
              ELSE
                 PERFORM 330-LOG-DUPLICATE
              END-IF
           END-PERFORM
           IF WS-HSORT-EOF-SWITCH NOT = "Y"
              MOVE HS-KEY TO WS-LAST-HELD-KEY
           END-IF.

       330-LOG-DUPLICATE.
           ADD 1 TO WS-DUPLICATE-COUNT
           MOVE "DUPLICATE" TO WS-RGD-TAG
           MOVE HS-BUSINESS-DATE TO WS-RGD-BUS-DATE
           MOVE HS-RECORD-NUMBER TO WS-RGD-RECORD
           MOVE HS-SOURCE-ID TO WS-RGD-SOURCE
           MOVE HS-RAW-DATA TO WS-RGD-VALUE
           MOVE SPACES TO WS-RGD-SUPV
           MOVE SPACES TO WS-RGD-DECIDED
           PERFORM 700-WRITE-REGISTER-LINE.

      * A released item goes back into tonight's input through the
      * release feed, marked so it is converted as it stands; a
      * rejected one goes to the exception file under reason 04 for
      * the clerks to correct or write off.
       350-APPLY-DECISION.
           IF DS-ACTION = "A"
              MOVE SPACES TO RELFEED-RECORD
              MOVE HS-SOURCE-ID TO RELFEED-SOURCE
              MOVE HS-RAW-DATA TO RELFEED-RAW-DATA
              MOVE "A" TO RELFEED-RELEASE-SW
              WRITE RELFEED-RECORD
              ADD 1 TO WS-RELEASED-COUNT
              MOVE "RELEASED" TO WS-RGD-TAG
           ELSE
              MOVE HS-RAW-DATA TO EXC-RAW-RECORD
              MOVE "04" TO EXC-REASON-CODE
              MOVE WS-CURRENT-DATE TO EXC-DATE
              MOVE HS-SOURCE-ID TO EXC-SOURCE-ID
              WRITE EXCEPTION-RECORD
              ADD 1 TO WS-REJECTED-COUNT
              MOVE "REJECTED" TO WS-RGD-TAG
           END-IF
           MOVE WS-CURRENT-DATE TO RLG-APPLIED-DATE
           MOVE DS-ACTION TO RLG-ACTION
           MOVE DS-SUPERVISOR TO RLG-SUPERVISOR-ID
           MOVE DS-DATE TO RLG-DECISION-DATE
           MOVE HS-BUSINESS-DATE TO RLG-BUSINESS-DATE
           MOVE HS-RECORD-NUMBER TO RLG-RECORD-NUMBER
           MOVE HS-SOURCE-ID TO RLG-SOURCE-ID
           MOVE HS-RAW-DATA TO RLG-RAW-DATA
           MOVE HS-LIMIT TO RLG-LIMIT
           MOVE HS-HELD-DATE TO RLG-HELD-DATE
           WRITE REGISTER-RECORD
           MOVE HS-BUSINESS-DATE TO WS-RGD-BUS-DATE
           MOVE HS-RECORD-NUMBER TO WS-RGD-RECORD
           MOVE HS-SOURCE-ID TO WS-RGD-SOURCE
           MOVE HS-RAW-DATA TO WS-RGD-VALUE
           MOVE DS-SUPERVISOR TO WS-RGD-SUPV
           MOVE DS-DATE TO WS-RGD-DECIDED
           PERFORM 700-WRITE-REGISTER-LINE.

       400-LOG-UNMATCHED-DECISION.
           ADD 1 TO WS-DEC-UNMATCHED-COUNT
           MOVE "UNMATCHED" TO WS-RGD-TAG
           MOVE DS-BUSINESS-DATE TO WS-RGD-BUS-DATE
           MOVE DS-RECORD-NUMBER TO WS-RGD-RECORD
           MOVE SPACES TO WS-RGD-SOURCE
           MOVE SPACES TO WS-RGD-VALUE
           MOVE DS-SUPERVISOR TO WS-RGD-SUPV
           MOVE DS-DATE TO WS-RGD-DECIDED
           PERFORM 700-WRITE-REGISTER-LINE.

      * Every item still awaiting a decision is carried forward and
      * listed with the days it has been held; those held longer
      * than the OVERDUE= limit are flagged and counted.
       500-CARRY-FORWARD.
           WRITE CARRY-RECORD FROM HS-IMAGE
           ADD 1 TO WS-PENDING-COUNT
           IF HS-HELD-DATE NUMERIC
              MOVE HS-HELD-DATE TO WS-HELD-DATE-NUM
              COMPUTE WS-HELD-AGE-DAYS = WS-TODAY-INTEGER -
                 FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
           ELSE
              MOVE WS-OVERDUE-DAYS TO WS-HELD-AGE-DAYS
              ADD 1 TO WS-HELD-AGE-DAYS
           END-IF
           IF WS-HELD-AGE-DAYS > WS-OVERDUE-DAYS
              MOVE "OVERDUE" TO WS-PND-STATUS
              ADD 1 TO WS-OVERDUE-COUNT
           ELSE
              MOVE SPACES TO WS-PND-STATUS
           END-IF
           PERFORM 550-WRITE-PENDING-LINE.

       550-WRITE-PENDING-LINE.
           IF WS-PEND-LINES-ON-PAGE = ZERO OR
              WS-PEND-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 560-WRITE-PENDING-HEADER
           END-IF
           MOVE HS-SOURCE-ID TO WS-PND-SOURCE
           MOVE HS-BUSINESS-DATE TO WS-PND-BUS-DATE
           MOVE HS-RECORD-NUMBER TO WS-PND-RECORD
           MOVE HS-RAW-DATA TO WS-PND-VALUE
           MOVE HS-LIMIT TO WS-PND-LIMIT
           MOVE HS-ALLOWED-SIGN TO WS-PND-SIGN
           MOVE HS-HELD-DATE TO WS-PND-HELD
           MOVE WS-HELD-AGE-DAYS TO WS-PND-DAYS
           WRITE PENDING-REPORT-RECORD FROM WS-PEND-DETAIL-LINE
           ADD 1 TO WS-PEND-LINES-ON-PAGE.

       560-WRITE-PENDING-HEADER.
           ADD 1 TO WS-PEND-PAGE-NUMBER
           MOVE WS-PEND-PAGE-NUMBER TO WS-PNH-PAGE-NUM
           MOVE WS-BUSINESS-DATE TO WS-PNH-DATE
           MOVE WS-OVERDUE-DAYS TO WS-PNH-DAYS
           MOVE ZERO TO WS-PEND-LINES-ON-PAGE
           WRITE PENDING-REPORT-RECORD FROM WS-PEND-HEADER-LINE
           WRITE PENDING-REPORT-RECORD FROM WS-PEND-COLUMN-LINE.

       700-WRITE-REGISTER-LINE.
           IF WS-REG-LINES-ON-PAGE = ZERO OR
              WS-REG-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 710-WRITE-REGISTER-HEADER
           END-IF
           WRITE REGISTER-REPORT-RECORD FROM WS-REG-DETAIL-LINE
           ADD 1 TO WS-REG-LINES-ON-PAGE.

       710-WRITE-REGISTER-HEADER.
           ADD 1 TO WS-REG-PAGE-NUMBER
           MOVE WS-REG-PAGE-NUMBER TO WS-RGH-PAGE-NUM
           MOVE WS-BUSINESS-DATE TO WS-RGH-DATE
           MOVE ZERO TO WS-REG-LINES-ON-PAGE
           WRITE REGISTER-REPORT-RECORD FROM WS-REG-HEADER-LINE.

       800-WRITE-PENDING-TRAILER.
           IF WS-PEND-LINES-ON-PAGE = ZERO
              PERFORM 560-WRITE-PENDING-HEADER
           END-IF
           MOVE WS-HELD-READ-COUNT TO WS-PNT-READ
           MOVE WS-PENDING-COUNT TO WS-PNT-PENDING
           MOVE WS-OVERDUE-COUNT TO WS-PNT-OVERDUE
           WRITE PENDING-REPORT-RECORD FROM WS-PEND-TRAILER-LINE.

       850-WRITE-REGISTER-TRAILER.
           IF WS-REG-LINES-ON-PAGE = ZERO
              PERFORM 710-WRITE-REGISTER-HEADER
           END-IF
           MOVE WS-RELEASED-COUNT TO WS-RGT-RELEASED
           MOVE WS-REJECTED-COUNT TO WS-RGT-REJECTED
           MOVE WS-DEC-UNMATCHED-COUNT TO WS-RGT-UNMATCHED
           MOVE WS-DEC-INVALID-COUNT TO WS-RGT-INVALID
           MOVE WS-DUPLICATE-COUNT TO WS-RGT-DUPS
           WRITE REGISTER-REPORT-RECORD FROM WS-REG-TRAILER-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "SUSPREL: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "SUSPREL" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-HELD-READ-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
