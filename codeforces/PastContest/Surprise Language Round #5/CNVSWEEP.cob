       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "CNVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-NUMER1
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CNVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "SWPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SWEEP-STATUS-FILE ASSIGN TO "SWPSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY CNVMST.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY JRNREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01 RUN-CONTROL-RECORD.
          05 RC-BUSINESS-DATE PIC X(8).
          05 RC-STATUS        PIC X(1).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01 PARAMETER-RECORD PIC X(80).

       FD  SWEEP-REPORT-FILE
           RECORDING MODE IS F.
       01 SWEEP-REPORT-RECORD PIC X(80).

       FD  SWEEP-STATUS-FILE
           RECORDING MODE IS F.
       COPY SWPREC.

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS  PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 WS-RUNCTL-STATUS  PIC X(2) VALUE "00".
       01 WS-PARM-STATUS    PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-SWEEP-STATUS   PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH     PIC X(1) VALUE "N".
       01 WS-REPORT-OPEN-SW PIC X(1) VALUE "N".
       01 WS-KEY-VALID-SW   PIC X(1) VALUE "Y".
       01 WS-EXCUSED-SW     PIC X(1) VALUE "N".

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
       01 WS-GRACE-DAYS        PIC 9(2) VALUE ZERO.

      * Business dates named on BACKOUT= cards.  CNVBKOUT deletes
      * the keys a load added but leaves its journal entries in
      * place, so "A" entries for a backed-out date are expected to
      * be absent from the master and are counted as excused.
       01 WS-BACKOUT-MAX   PIC 9(2) VALUE 20.
       01 WS-BACKOUT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-BACKOUT-TABLE.
          05 WS-BACKOUT-DATE OCCURS 20 TIMES PIC X(8).
       01 N  PIC 9(2).

       01 WS-CURRENT-DATE   PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INTEGER  PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-INTEGER PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-DATE    PIC 9(8) VALUE ZERO.
       01 WS-DATE-NUM       PIC 9(8) VALUE ZERO.
       01 WS-LATEST-COMPLETE PIC X(8) VALUE SPACES.
       01 WS-LATEST-INTEGER PIC 9(8) VALUE ZERO.
       01 WS-SEEN-INTEGER   PIC 9(8) VALUE ZERO.

      * The master key in its signed external form, viewed as the
      * number SOLUTION converted.
       01 WS-KEY-TEXT    PIC X(6).
       01 WS-KEY-NUMER1  REDEFINES WS-KEY-TEXT
                         PIC S9(5) SIGN LEADING SEPARATE CHARACTER.

       COPY BINFLD.

       01 I       PIC 99.
       01 J       PIC 9.
       01 WS-ABS-NUMER1  PIC 9(5).
       01 WS-BIN-SOURCE  PIC 9(6).
       01 WS-WORK-VALUE  PIC 9(6).
       01 K              PIC 99.
       01 J8             PIC 9.
       01 J16            PIC 99.

       01 WS-READ-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-BAD-KEY-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-NOT-CONVERTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BIN-ERROR-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-OCT-ERROR-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-HEX-ERROR-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-SEEN-BLANK-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-SEEN-INVALID-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SEEN-FUTURE-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-JOURNAL-ADD-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-MISSING-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-EXCUSED-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-OUTSIDE-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-COMP-CODE          PIC 9(2) VALUE ZERO.

       01 WS-PAGE-NUMBER    PIC 9(4) VALUE ZERO.
       01 WS-LINES-ON-PAGE  PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-PRINT-LINE     PIC X(80) VALUE SPACES.

       01 WS-HEADER-LINE.
          05 FILLER PIC X(25) VALUE "CONVERSION MASTER SWEEP  ".
          05 FILLER PIC X(8)  VALUE "RUNDATE=".
          05 WS-HDR-RUN-DATE PIC 9(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "RETAIN=".
          05 WS-HDR-RETAIN PIC ZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "PAGE=".
          05 WS-HDR-PAGE-NUM PIC ZZZ9.
          05 FILLER PIC X(15) VALUE SPACES.

       01 WS-COLUMN-LINE.
          05 FILLER PIC X(8)  VALUE "KEY".
          05 FILLER PIC X(20) VALUE "EXCEPTION".
          05 FILLER PIC X(25) VALUE "FOUND".
          05 FILLER PIC X(27) VALUE "EXPECTED OR LIMIT".

       01 WS-DETAIL-LINE.
          05 WS-DTL-KEY     PIC X(6).
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 WS-DTL-REASON  PIC X(18).
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 WS-DTL-LABEL-1 PIC X(5).
          05 WS-DTL-VALUE-1 PIC X(18).
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 WS-DTL-LABEL-2 PIC X(5).
          05 WS-DTL-VALUE-2 PIC X(18).
          05 FILLER         PIC X(4)  VALUE SPACES.

       01 WS-NO-COMPLETE-LINE.
          05 FILLER PIC X(40) VALUE
             "NO COMPLETED RUN ON RUNCTL - FUTURE LAST".
          05 FILLER PIC X(29) VALUE
             "-SEEN DATE CHECK NOT MADE    ".
          05 FILLER PIC X(11) VALUE SPACES.

       01 WS-SUMMARY-1-LINE.
          05 FILLER PIC X(5)  VALUE "READ=".
          05 WS-SUM-READ PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "BADKEYS=".
          05 WS-SUM-BAD-KEYS PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(13) VALUE "NOTCONVERTED=".
          05 WS-SUM-NOT-CONVERTED PIC ZZZZZZZZ9.
          05 FILLER PIC X(23) VALUE SPACES.

       01 WS-SUMMARY-2-LINE.
          05 FILLER PIC X(7)  VALUE "BINERR=".
          05 WS-SUM-BIN-ERRORS PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "OCTERR=".
          05 WS-SUM-OCT-ERRORS PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "HEXERR=".
          05 WS-SUM-HEX-ERRORS PIC ZZZZZZZZ9.
          05 FILLER PIC X(28) VALUE SPACES.

       01 WS-SUMMARY-3-LINE.
          05 FILLER PIC X(10) VALUE "SEENBLANK=".
          05 WS-SUM-SEEN-BLANK PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(12) VALUE "SEENINVALID=".
          05 WS-SUM-SEEN-INVALID PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(11) VALUE "SEENFUTURE=".
          05 WS-SUM-SEEN-FUTURE PIC ZZZZZZZZ9.
          05 FILLER PIC X(16) VALUE SPACES.

       01 WS-SUMMARY-4-LINE.
          05 FILLER PIC X(15) VALUE "LATESTCOMPLETE=".
          05 WS-SUM-LATEST PIC X(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(6)  VALUE "GRACE=".
          05 WS-SUM-GRACE PIC Z9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "CUTOFF=".
          05 WS-SUM-CUTOFF PIC 9(8).
          05 FILLER PIC X(30) VALUE SPACES.

       01 WS-SUMMARY-5-LINE.
          05 FILLER PIC X(9)  VALUE "JRNLADDS=".
          05 WS-SUM-JOURNAL-ADDS PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "MISSING=".
          05 WS-SUM-MISSING PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "EXCUSED=".
          05 WS-SUM-EXCUSED PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "OUTSIDE=".
          05 WS-SUM-OUTSIDE PIC ZZZZZZZZ9.
          05 FILLER PIC X(5)  VALUE SPACES.

       01 WS-SUMMARY-6-LINE.
          05 FILLER PIC X(11) VALUE "EXCEPTIONS=".
          05 WS-SUM-EXCEPTIONS PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(7)  VALUE "STATUS=".
          05 WS-SUM-STATUS PIC X(20).
          05 FILLER PIC X(31) VALUE SPACES.

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
           OPEN OUTPUT SWEEP-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "CNVSWEEP: SWPRPT OPEN FAILED, STATUS="
                 WS-REPORT-STATUS
              PERFORM 900-FAIL-SWEEP
           END-IF
           MOVE "Y" TO WS-REPORT-OPEN-SW
           PERFORM 100-FIND-LATEST-COMPLETE
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "CNVSWEEP: CNVMAST OPEN FAILED, STATUS="
                 WS-MASTER-STATUS
              PERFORM 900-FAIL-SWEEP
           END-IF
           PERFORM 200-SWEEP-MASTER
           PERFORM 300-CHECK-JOURNAL
           CLOSE MASTER-FILE
           COMPUTE WS-EXCEPTION-COUNT = WS-BAD-KEY-COUNT +
              WS-BIN-ERROR-COUNT + WS-OCT-ERROR-COUNT +
              WS-HEX-ERROR-COUNT + WS-SEEN-BLANK-COUNT +
              WS-SEEN-INVALID-COUNT + WS-SEEN-FUTURE-COUNT +
              WS-MISSING-COUNT
           IF WS-LATEST-COMPLETE = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO WS-COMP-CODE
              MOVE "EXCEPTIONS FOUND" TO WS-SUM-STATUS
           ELSE
              MOVE ZERO TO WS-COMP-CODE
              MOVE "CLEAN" TO WS-SUM-STATUS
           END-IF
           PERFORM 800-WRITE-SUMMARY
           CLOSE SWEEP-REPORT-FILE
           PERFORM 850-WRITE-SWEEP-STATUS
           DISPLAY "CNVSWEEP: READ=" WS-READ-COUNT
              " JRNLADDS=" WS-JOURNAL-ADD-COUNT
              " EXCEPTIONS=" WS-EXCEPTION-COUNT
           MOVE WS-COMP-CODE TO RETURN-CODE
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * The latest business date RUNCTL shows as completed.  The
      * file is appended in run order but a catch-up or rerun can
      * write an older date after a newer one, so the highest date
      * is kept rather than the last.
       100-FIND-LATEST-COMPLETE.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
              DISPLAY "CNVSWEEP: RUNCTL OPEN FAILED, STATUS="
                 WS-RUNCTL-STATUS
              PERFORM 900-FAIL-SWEEP
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ RUN-CONTROL-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF RC-STATUS = "C" AND
                       RC-BUSINESS-DATE NUMERIC AND
                       (WS-LATEST-COMPLETE = SPACES OR
                        RC-BUSINESS-DATE > WS-LATEST-COMPLETE)
                       MOVE RC-BUSINESS-DATE TO WS-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                          = 0
                          MOVE RC-BUSINESS-DATE TO
                             WS-LATEST-COMPLETE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-LATEST-COMPLETE = SPACES
              MOVE WS-NO-COMPLETE-LINE TO WS-PRINT-LINE
              PERFORM 520-WRITE-REPORT-LINE
           ELSE
              MOVE WS-LATEST-COMPLETE TO WS-DATE-NUM
              COMPUTE WS-LATEST-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) +
                 WS-GRACE-DAYS
           END-IF.

      * Parameter cards follow the SOLUTION PARMFILE convention:
      * KEYWORD=VALUE, one per card, blank cards and cards starting
      * with * ignored, any bad card stops the run.  RETAIN= must
      * be present and should match the CNVPURGE card, so the
      * journal window covers exactly the dates whose added keys
      * the purge cannot yet have removed.  GRACE= is the number
      * of days a last-seen date may run past the latest completed
      * business date (the extract carries its creation date, not
      * its business date).  BACKOUT= names a backed-out date.
       140-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "CNVSWEEP: PARMFILE OPEN FAILED, STATUS="
                 WS-PARM-STATUS
              PERFORM 900-FAIL-SWEEP
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
              DISPLAY "CNVSWEEP: RETAIN= PARAMETER CARD MISSING"
              PERFORM 900-FAIL-SWEEP
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
              WHEN "GRACE"
                 PERFORM 155-PARSE-NUMERIC-VALUE
                 IF WS-PARM-VALID-SWITCH = "Y" AND
                    WS-PARM-NUMBER NOT > 30
                    MOVE WS-PARM-NUMBER TO WS-GRACE-DAYS
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN "BACKOUT"
                 IF WS-PARM-VALUE(1:8) NUMERIC AND
                    WS-PARM-VALUE(9:52) = SPACES AND
                    WS-BACKOUT-COUNT < WS-BACKOUT-MAX
                    MOVE WS-PARM-VALUE(1:8) TO WS-DATE-NUM
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                       = 0
                       ADD 1 TO WS-BACKOUT-COUNT
                       MOVE WS-PARM-VALUE(1:8) TO
                          WS-BACKOUT-DATE(WS-BACKOUT-COUNT)
                    ELSE
                       MOVE "N" TO WS-PARM-VALID-SWITCH
                    END-IF
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-PARM-VALID-SWITCH
           END-EVALUATE
           IF WS-PARM-VALID-SWITCH = "N"
              DISPLAY "CNVSWEEP: INVALID PARAMETER CARD: "
                 PARAMETER-RECORD
              PERFORM 900-FAIL-SWEEP
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

       200-SWEEP-MASTER.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 210-READ-NEXT-MASTER
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              ADD 1 TO WS-READ-COUNT
              PERFORM 220-CHECK-KEY
              IF WS-KEY-VALID-SW = "Y"
                 PERFORM 230-CHECK-CONVERSIONS
              END-IF
              PERFORM 240-CHECK-LAST-SEEN
              PERFORM 210-READ-NEXT-MASTER
           END-PERFORM.

       210-READ-NEXT-MASTER.
           READ MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF-SWITCH NOT = "Y" AND WS-MASTER-STATUS NOT = "00"
              DISPLAY "CNVSWEEP: CNVMAST READ FAILED, STATUS="
                 WS-MASTER-STATUS
              PERFORM 900-FAIL-SWEEP
           END-IF.

      * The key must be the signed external form SOLUTION writes:
      * a + or - sign followed by five digits.
       220-CHECK-KEY.
           MOVE "Y" TO WS-KEY-VALID-SW
           IF (MST-NUMER1(1:1) NOT = "+" AND
               MST-NUMER1(1:1) NOT = "-") OR
              MST-NUMER1(2:5) NOT NUMERIC
              MOVE "N" TO WS-KEY-VALID-SW
              ADD 1 TO WS-BAD-KEY-COUNT
              MOVE "BAD KEY" TO WS-DTL-REASON
              MOVE SPACES TO WS-DTL-LABEL-1
              MOVE SPACES TO WS-DTL-VALUE-1
              MOVE SPACES TO WS-DTL-LABEL-2
              MOVE SPACES TO WS-DTL-VALUE-2
              PERFORM 500-WRITE-EXCEPTION
           END-IF.

      * Recomputes the three conversions from the key with the
      * SOLUTION rules.  A blank column is a value first seen on a
      * night whose OUTPUTS= setting left it out; CNVLOAD fills it
      * on a later night, so it is counted but not an exception.
       230-CHECK-CONVERSIONS.
           MOVE MST-NUMER1 TO WS-KEY-TEXT
           MOVE WS-KEY-NUMER1 TO NUMER1
           PERFORM 390-SET-BIN-SOURCE
           PERFORM 400-BUILD-BINARY
           PERFORM 420-BUILD-OCTAL
           PERFORM 430-BUILD-HEX
           IF MST-BIN-VAR = SPACES OR MST-OCT-VAR = SPACES OR
              MST-HEX-VAR = SPACES
              ADD 1 TO WS-NOT-CONVERTED-COUNT
           END-IF
           MOVE "FOUND" TO WS-DTL-LABEL-1
           MOVE "WANT " TO WS-DTL-LABEL-2
           IF MST-BIN-VAR NOT = SPACES AND MST-BIN-VAR NOT = BIN-VAR
              ADD 1 TO WS-BIN-ERROR-COUNT
              MOVE "BINARY MISMATCH" TO WS-DTL-REASON
              MOVE MST-BIN-VAR TO WS-DTL-VALUE-1
              MOVE BIN-VAR TO WS-DTL-VALUE-2
              PERFORM 500-WRITE-EXCEPTION
           END-IF
           IF MST-OCT-VAR NOT = SPACES AND MST-OCT-VAR NOT = OCT-VAR
              ADD 1 TO WS-OCT-ERROR-COUNT
              MOVE "OCTAL MISMATCH" TO WS-DTL-REASON
              MOVE MST-OCT-VAR TO WS-DTL-VALUE-1
              MOVE OCT-VAR TO WS-DTL-VALUE-2
              PERFORM 500-WRITE-EXCEPTION
           END-IF
           IF MST-HEX-VAR NOT = SPACES AND MST-HEX-VAR NOT = HEX-VAR
              ADD 1 TO WS-HEX-ERROR-COUNT
              MOVE "HEX MISMATCH" TO WS-DTL-REASON
              MOVE MST-HEX-VAR TO WS-DTL-VALUE-1
              MOVE HEX-VAR TO WS-DTL-VALUE-2
              PERFORM 500-WRITE-EXCEPTION
           END-IF.

      * A last-seen date must be a real calendar date, and no
      * later than the latest completed business date plus the
      * GRACE= days.  Without a completed run on RUNCTL the
      * future-date test cannot be made.
       240-CHECK-LAST-SEEN.
           MOVE "FOUND" TO WS-DTL-LABEL-1
           MOVE MST-LAST-SEEN-DATE TO WS-DTL-VALUE-1
           MOVE SPACES TO WS-DTL-LABEL-2
           MOVE SPACES TO WS-DTL-VALUE-2
           EVALUATE TRUE
              WHEN MST-LAST-SEEN-DATE = SPACES
                 ADD 1 TO WS-SEEN-BLANK-COUNT
                 MOVE "LAST-SEEN BLANK" TO WS-DTL-REASON
                 MOVE SPACES TO WS-DTL-LABEL-1
                 PERFORM 500-WRITE-EXCEPTION
              WHEN MST-LAST-SEEN-DATE NOT NUMERIC
                 ADD 1 TO WS-SEEN-INVALID-COUNT
                 MOVE "LAST-SEEN NOT DATE" TO WS-DTL-REASON
                 PERFORM 500-WRITE-EXCEPTION
              WHEN OTHER
                 MOVE MST-LAST-SEEN-DATE TO WS-DATE-NUM
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                    ADD 1 TO WS-SEEN-INVALID-COUNT
                    MOVE "LAST-SEEN NOT DATE" TO WS-DTL-REASON
                    PERFORM 500-WRITE-EXCEPTION
                 ELSE
                    IF WS-LATEST-COMPLETE NOT = SPACES
                       COMPUTE WS-SEEN-INTEGER =
                          FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       IF WS-SEEN-INTEGER > WS-LATEST-INTEGER
                          ADD 1 TO WS-SEEN-FUTURE-COUNT
                          MOVE "LAST-SEEN FUTURE" TO WS-DTL-REASON
                          MOVE "LAST " TO WS-DTL-LABEL-2
                          MOVE WS-LATEST-COMPLETE TO WS-DTL-VALUE-2
                          PERFORM 500-WRITE-EXCEPTION
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

      * Every key CNVLOAD journaled as added on a business date
      * still inside the retention window must still be on the
      * master, unless that date was backed out.
       300-CHECK-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "CNVSWEEP: CNVJRNL OPEN FAILED, STATUS="
                 WS-JOURNAL-STATUS
              PERFORM 900-FAIL-SWEEP
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 310-READ-NEXT-JOURNAL
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              IF JRN-ACTION = "A"
                 IF JRN-BUSINESS-DATE NUMERIC AND
                    JRN-BUSINESS-DATE NOT < WS-CUTOFF-DATE
                    ADD 1 TO WS-JOURNAL-ADD-COUNT
                    PERFORM 320-CHECK-JOURNAL-ADD
                 ELSE
                    ADD 1 TO WS-OUTSIDE-COUNT
                 END-IF
              END-IF
              PERFORM 310-READ-NEXT-JOURNAL
           END-PERFORM
           CLOSE JOURNAL-FILE.

       310-READ-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       320-CHECK-JOURNAL-ADD.
           MOVE JRN-NUMER1 TO MST-NUMER1
           READ MASTER-FILE
              INVALID KEY
                 MOVE "N" TO WS-EXCUSED-SW
                 PERFORM VARYING N FROM 1 BY 1
                    UNTIL N > WS-BACKOUT-COUNT OR WS-EXCUSED-SW = "Y"
                    IF WS-BACKOUT-DATE(N) = JRN-BUSINESS-DATE
                       MOVE "Y" TO WS-EXCUSED-SW
                    END-IF
                 END-PERFORM
                 IF WS-EXCUSED-SW = "Y"
                    ADD 1 TO WS-EXCUSED-COUNT
                 ELSE
                    ADD 1 TO WS-MISSING-COUNT
                    MOVE JRN-NUMER1 TO MST-NUMER1
                    MOVE "ADDED, NOT ON MAST" TO WS-DTL-REASON
                    MOVE "JRNL " TO WS-DTL-LABEL-1
                    MOVE JRN-BUSINESS-DATE TO WS-DTL-VALUE-1
                    MOVE SPACES TO WS-DTL-LABEL-2
                    MOVE SPACES TO WS-DTL-VALUE-2
                    PERFORM 500-WRITE-EXCEPTION
                 END-IF
           END-READ.

       390-SET-BIN-SOURCE.
           MOVE FUNCTION ABS(NUMER1) TO WS-ABS-NUMER1
           IF NUMER1 < 0
              COMPUTE WS-BIN-SOURCE = 262144 - WS-ABS-NUMER1
           ELSE
              MOVE WS-ABS-NUMER1 TO WS-BIN-SOURCE
           END-IF.

       400-BUILD-BINARY.
           MOVE WS-BIN-SOURCE TO WS-WORK-VALUE
           PERFORM VARYING I FROM 18 BY -1 UNTIL I < 1
              DIVIDE WS-WORK-VALUE BY 2 GIVING WS-WORK-VALUE REMAINDER J
              MOVE J TO BIN-VAR(I:1)
           END-PERFORM.

       420-BUILD-OCTAL.
           MOVE WS-BIN-SOURCE TO WS-WORK-VALUE
           PERFORM VARYING K FROM 6 BY -1 UNTIL K < 1
              DIVIDE WS-WORK-VALUE BY 8 GIVING WS-WORK-VALUE
                 REMAINDER J8
              MOVE J8 TO OCT-VAR(K:1)
           END-PERFORM.

       430-BUILD-HEX.
           MOVE WS-BIN-SOURCE TO WS-WORK-VALUE
           PERFORM VARYING K FROM 5 BY -1 UNTIL K < 1
              DIVIDE WS-WORK-VALUE BY 16 GIVING WS-WORK-VALUE
                 REMAINDER J16
              MOVE WS-HEX-DIGITS(J16 + 1:1) TO HEX-VAR(K:1)
           END-PERFORM.

       500-WRITE-EXCEPTION.
           MOVE MST-NUMER1 TO WS-DTL-KEY
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE.

       510-WRITE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUM
           MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
           MOVE WS-RETAIN-DAYS TO WS-HDR-RETAIN
           MOVE ZERO TO WS-LINES-ON-PAGE
           WRITE SWEEP-REPORT-RECORD FROM WS-HEADER-LINE
           WRITE SWEEP-REPORT-RECORD FROM WS-COLUMN-LINE.

       520-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE = ZERO OR
              WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 510-WRITE-HEADER
           END-IF
           WRITE SWEEP-REPORT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       800-WRITE-SUMMARY.
           MOVE WS-READ-COUNT TO WS-SUM-READ
           MOVE WS-BAD-KEY-COUNT TO WS-SUM-BAD-KEYS
           MOVE WS-NOT-CONVERTED-COUNT TO WS-SUM-NOT-CONVERTED
           MOVE WS-SUMMARY-1-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE WS-BIN-ERROR-COUNT TO WS-SUM-BIN-ERRORS
           MOVE WS-OCT-ERROR-COUNT TO WS-SUM-OCT-ERRORS
           MOVE WS-HEX-ERROR-COUNT TO WS-SUM-HEX-ERRORS
           MOVE WS-SUMMARY-2-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE WS-SEEN-BLANK-COUNT TO WS-SUM-SEEN-BLANK
           MOVE WS-SEEN-INVALID-COUNT TO WS-SUM-SEEN-INVALID
           MOVE WS-SEEN-FUTURE-COUNT TO WS-SUM-SEEN-FUTURE
           MOVE WS-SUMMARY-3-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE WS-LATEST-COMPLETE TO WS-SUM-LATEST
           MOVE WS-GRACE-DAYS TO WS-SUM-GRACE
           MOVE WS-CUTOFF-DATE TO WS-SUM-CUTOFF
           MOVE WS-SUMMARY-4-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE WS-JOURNAL-ADD-COUNT TO WS-SUM-JOURNAL-ADDS
           MOVE WS-MISSING-COUNT TO WS-SUM-MISSING
           MOVE WS-EXCUSED-COUNT TO WS-SUM-EXCUSED
           MOVE WS-OUTSIDE-COUNT TO WS-SUM-OUTSIDE
           MOVE WS-SUMMARY-5-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS
           MOVE WS-SUMMARY-6-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE.

      * The one-record result NIGHTSTA shows; replaced each run.
       850-WRITE-SWEEP-STATUS.
           OPEN OUTPUT SWEEP-STATUS-FILE
           IF WS-SWEEP-STATUS NOT = "00"
              DISPLAY "CNVSWEEP: SWPSTAT OPEN FAILED, STATUS="
                 WS-SWEEP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO SWEEP-STATUS-RECORD
           MOVE WS-CURRENT-DATE TO SWP-RUN-DATE
           MOVE WS-COMP-CODE TO SWP-COMP-CODE
           MOVE WS-READ-COUNT TO SWP-READ-COUNT
           MOVE WS-EXCEPTION-COUNT TO SWP-EXCEPTIONS
           MOVE WS-LATEST-COMPLETE TO SWP-LATEST-COMPLETE
           WRITE SWEEP-STATUS-RECORD
           CLOSE SWEEP-STATUS-FILE.

      * A sweep that cannot finish still leaves a result record,
      * so the status board shows the failure instead of the last
      * good sweep.
       900-FAIL-SWEEP.
           MOVE 16 TO WS-COMP-CODE
           IF WS-REPORT-OPEN-SW = "Y"
              MOVE "FAILED" TO WS-SUM-STATUS
              PERFORM 800-WRITE-SUMMARY
              CLOSE SWEEP-REPORT-FILE
           END-IF
           PERFORM 850-WRITE-SWEEP-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CNVSWEEP: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CNVSWEEP" TO STP-PROGRAM-ID
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
