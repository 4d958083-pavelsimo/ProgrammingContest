       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRENT.

      * Correction entry against the open exception backlog.  Each
      * SYSIN card is one instruction:
      *    CLERK=id          identifies the clerk keying corrections
      *    LIST=ss,rr        lists the open exceptions for source ss
      *                      and reason rr, oldest first, numbered
      *    CORRECT=n,+99999  corrects item n of the current list
      * A blank card or "END" stops the run.  Each accepted
      * correction is appended to CORRFILE at once in the layout
      * EXCRECYC reads, so the next recycle applies it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

      * Same layout EXCRECYC matches against the exceptions.
       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       01 CORRECTION-RECORD.
          05 CORR-RAW-RECORD PIC X(6).
          05 CORR-SIGN       PIC X(1).
          05 CORR-DIGITS     PIC X(5).
          05 CORR-CLERK-ID   PIC X(8).
          05 CORR-ENTRY-DATE PIC X(8).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-EXCEPTION-STATUS  PIC X(2) VALUE "00".
       01 WS-CORRECTION-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-DONE-SWITCH       PIC X(1) VALUE "N".
       01 WS-EXC-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-CORR-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH      PIC X(1) VALUE "Y".
       01 WS-LIST-SWITCH       PIC X(1) VALUE "N".
       01 WS-FOUND-SWITCH      PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-CURRENT-DATE  PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INTEGER PIC 9(8) VALUE ZERO.
       01 WS-EXC-DATE-NUM  PIC 9(8) VALUE ZERO.
       01 WS-AGE-DAYS      PIC S9(5) VALUE ZERO.

       01 WS-CARD         PIC X(40) VALUE SPACES.
       01 WS-CARD-KEYWORD PIC X(10) VALUE SPACES.
       01 WS-CARD-VALUE   PIC X(30) VALUE SPACES.
       01 WS-CARD-PART-1  PIC X(10) VALUE SPACES.
       01 WS-CARD-PART-2  PIC X(10) VALUE SPACES.

       01 WS-CLERK-ID   PIC X(8) VALUE SPACES.
       01 WS-SEL-SOURCE PIC X(2) VALUE SPACES.
       01 WS-SEL-REASON PIC X(2) VALUE SPACES.

       01 WS-PICK-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-PICK-DIGIT       PIC 9 VALUE ZERO.
       01 WS-PICK-DIGIT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PICK-DONE-SWITCH PIC X(1) VALUE "N".
       01 WS-NEW-SIGN         PIC X(1) VALUE SPACE.
       01 WS-NEW-DIGITS       PIC X(5) VALUE SPACES.

      * The selected exceptions, held in file order as read and
      * listed through WS-ORDER oldest first.  EXCRECYC pairs
      * corrections with exceptions on the record image alone,
      * first-in first-out, skipping reason 03 entries, so for each
      * selected entry the table carries how many earlier open
      * entries (any source, any curable reason) share its image
      * and how many corrections for that image are already
      * waiting on CORRFILE.  An entry is covered when it has
      * fewer earlier twins than there are waiting corrections;
      * the correction that covers it is the one at the same rank.
       01 WS-MAX-SELECTED    PIC 9(4) VALUE 500.
       01 WS-SELECTED-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-SKIPPED-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-SELECTED-TABLE.
          05 WS-SEL-ENTRY OCCURS 500 TIMES.
             10 WS-SEL-RAW        PIC X(6).
             10 WS-SEL-DATE       PIC X(8).
             10 WS-SEL-SEQ        PIC 9(9).
             10 WS-SEL-EARLIER    PIC 9(6).
             10 WS-SEL-PENDING    PIC 9(6).
             10 WS-SEL-COVER-DATE PIC X(8).
             10 WS-SEL-COVER-CLERK PIC X(8).
       01 WS-ORDER-TABLE.
          05 WS-ORDER OCCURS 500 TIMES PIC 9(4).

       01 WS-EXC-READ-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-CORR-WRITE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REFUSED-COUNT    PIC 9(6) VALUE ZERO.

       01 N  PIC 9(4) VALUE ZERO.
       01 K  PIC 9(4) VALUE ZERO.
       01 J  PIC 9(4) VALUE ZERO.
       01 P  PIC 9(2) VALUE ZERO.
       01 H1 PIC 9(4) VALUE ZERO.

       01 WS-LIST-LINE.
          05 FILLER          PIC X(9) VALUE "CORRENT: ".
          05 WS-LST-NUMBER   PIC ZZZ9.
          05 FILLER          PIC X(7) VALUE " IMAGE=".
          05 WS-LST-RAW      PIC X(6).
          05 FILLER          PIC X(10) VALUE " EXC-DATE=".
          05 WS-LST-DATE     PIC X(8).
          05 FILLER          PIC X(5) VALUE " AGE=".
          05 WS-LST-AGE      PIC X(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-LST-STATUS   PIC X(25).

       01 WS-AGE-EDIT     PIC ZZZZ9.
       01 WS-COUNT-EDIT   PIC ZZZ9.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM 100-READ-CARD
           PERFORM UNTIL WS-DONE-SWITCH = "Y"
              PERFORM 200-PROCESS-CARD
              PERFORM 100-READ-CARD
           END-PERFORM
           DISPLAY "CORRENT: " WS-CORR-WRITE-COUNT
              " CORRECTIONS WRITTEN, " WS-REFUSED-COUNT " REFUSED"
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

       100-READ-CARD.
           MOVE SPACES TO WS-CARD
           ACCEPT WS-CARD
           IF WS-CARD = SPACES OR WS-CARD = "END"
              MOVE "Y" TO WS-DONE-SWITCH
           END-IF.

       200-PROCESS-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE SPACES TO WS-CARD-VALUE
           MOVE SPACES TO WS-CARD-PART-1
           MOVE SPACES TO WS-CARD-PART-2
           UNSTRING WS-CARD DELIMITED BY "="
              INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING
           UNSTRING WS-CARD-VALUE DELIMITED BY ","
              INTO WS-CARD-PART-1 WS-CARD-PART-2
           END-UNSTRING
           EVALUATE WS-CARD-KEYWORD
              WHEN "CLERK"
                 PERFORM 210-SET-CLERK
              WHEN "LIST"
                 PERFORM 300-LIST-EXCEPTIONS
              WHEN "CORRECT"
                 PERFORM 400-ENTER-CORRECTION
              WHEN OTHER
                 DISPLAY "CORRENT: CANNOT INTERPRET '" WS-CARD "'"
                 ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.

       210-SET-CLERK.
           IF WS-CARD-VALUE = SPACES OR WS-CARD-VALUE(9:) NOT = SPACES
              DISPLAY "CORRENT: CLERK ID MUST BE 1 TO 8 CHARACTERS"
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
              MOVE WS-CARD-VALUE TO WS-CLERK-ID
              DISPLAY "CORRENT: CLERK " WS-CLERK-ID
           END-IF.

      * A reason 03 exception failed on its source id, not its
      * value.  EXCRECYC carries it forward unmatched whatever is
      * keyed, so a correction would only burn the clerk's entry;
      * such items are refused here rather than listed.
       300-LIST-EXCEPTIONS.
           MOVE "N" TO WS-LIST-SWITCH
           MOVE "Y" TO WS-VALID-SWITCH
           IF WS-CARD-PART-1 = SPACES OR
              WS-CARD-PART-1(3:) NOT = SPACES
              DISPLAY "CORRENT: SOURCE ID MUST BE 2 CHARACTERS"
              MOVE "N" TO WS-VALID-SWITCH
           END-IF
           EVALUATE WS-CARD-PART-2
              WHEN "01"
              WHEN "02"
              WHEN "04"
                 CONTINUE
              WHEN "03"
                 DISPLAY "CORRENT: REASON 03 ITEMS FAILED ON THEIR "
                    "SOURCE ID; A VALUE CORRECTION CANNOT CURE THEM"
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN OTHER
                 DISPLAY "CORRENT: REASON MUST BE 01, 02 OR 04"
                 MOVE "N" TO WS-VALID-SWITCH
           END-EVALUATE
           IF WS-VALID-SWITCH = "N"
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
              MOVE WS-CARD-PART-1 TO WS-SEL-SOURCE
              MOVE WS-CARD-PART-2 TO WS-SEL-REASON
              PERFORM 310-LOAD-SELECTION
              PERFORM 320-ORDER-SELECTION
              PERFORM 330-COUNT-EARLIER-TWINS
              PERFORM 340-COUNT-WAITING-CORRECTIONS
              MOVE "Y" TO WS-LIST-SWITCH
              PERFORM 350-SHOW-SELECTION
           END-IF.

       310-LOAD-SELECTION.
           MOVE ZERO TO WS-SELECTED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           PERFORM 500-OPEN-EXCEPTIONS
           PERFORM UNTIL WS-EXC-EOF-SWITCH = "Y"
              IF EXC-SOURCE-ID = WS-SEL-SOURCE AND
                 EXC-REASON-CODE = WS-SEL-REASON
                 IF WS-SELECTED-COUNT < WS-MAX-SELECTED
                    ADD 1 TO WS-SELECTED-COUNT
                    MOVE WS-SELECTED-COUNT TO N
                    MOVE EXC-RAW-RECORD TO WS-SEL-RAW(N)
                    MOVE EXC-DATE TO WS-SEL-DATE(N)
                    MOVE WS-EXC-READ-COUNT TO WS-SEL-SEQ(N)
                    MOVE ZERO TO WS-SEL-EARLIER(N)
                    MOVE ZERO TO WS-SEL-PENDING(N)
                    MOVE SPACES TO WS-SEL-COVER-DATE(N)
                    MOVE SPACES TO WS-SEL-COVER-CLERK(N)
                 ELSE
                    ADD 1 TO WS-SKIPPED-COUNT
                 END-IF
              END-IF
              PERFORM 510-READ-NEXT-EXCEPTION
           END-PERFORM
           CLOSE EXCEPTION-FILE.

      * Oldest first on EXC-DATE, by insertion into WS-ORDER.  An
      * entry only moves past later dates, so entries of the same
      * date keep their arrival order.
       320-ORDER-SELECTION.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SELECTED-COUNT
              MOVE N TO K
              MOVE "N" TO WS-FOUND-SWITCH
              PERFORM UNTIL K < 2 OR WS-FOUND-SWITCH = "Y"
                 MOVE WS-ORDER(K - 1) TO H1
                 IF WS-SEL-DATE(H1) > WS-SEL-DATE(N)
                    MOVE H1 TO WS-ORDER(K)
                    SUBTRACT 1 FROM K
                 ELSE
                    MOVE "Y" TO WS-FOUND-SWITCH
                 END-IF
              END-PERFORM
              MOVE N TO WS-ORDER(K)
           END-PERFORM.

       330-COUNT-EARLIER-TWINS.
           PERFORM 500-OPEN-EXCEPTIONS
           PERFORM UNTIL WS-EXC-EOF-SWITCH = "Y"
              IF EXC-REASON-CODE NOT = "03"
                 PERFORM VARYING N FROM 1 BY 1
                    UNTIL N > WS-SELECTED-COUNT
                    IF WS-SEL-RAW(N) = EXC-RAW-RECORD AND
                       WS-SEL-SEQ(N) > WS-EXC-READ-COUNT
                       ADD 1 TO WS-SEL-EARLIER(N)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM 510-READ-NEXT-EXCEPTION
           END-PERFORM
           CLOSE EXCEPTION-FILE.

      * Only corrections EXCRECYC would accept take part in the
      * match, so a waiting correction with a bad sign or digits
      * covers nothing.
       340-COUNT-WAITING-CORRECTIONS.
           MOVE "N" TO WS-CORR-EOF-SWITCH
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-STATUS NOT = "00"
              DISPLAY "CORRENT: CORRFILE OPEN FAILED, STATUS="
                 WS-CORRECTION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 345-READ-NEXT-CORRECTION
           PERFORM UNTIL WS-CORR-EOF-SWITCH = "Y"
              IF (CORR-SIGN = "+" OR CORR-SIGN = "-") AND
                 CORR-DIGITS NUMERIC
                 PERFORM VARYING N FROM 1 BY 1
                    UNTIL N > WS-SELECTED-COUNT
                    IF WS-SEL-RAW(N) = CORR-RAW-RECORD
                       ADD 1 TO WS-SEL-PENDING(N)
                       IF WS-SEL-PENDING(N) = WS-SEL-EARLIER(N) + 1
                          MOVE CORR-ENTRY-DATE TO
                             WS-SEL-COVER-DATE(N)
                          MOVE CORR-CLERK-ID TO WS-SEL-COVER-CLERK(N)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM 345-READ-NEXT-CORRECTION
           END-PERFORM
           CLOSE CORRECTION-FILE.

       345-READ-NEXT-CORRECTION.
           READ CORRECTION-FILE
               AT END MOVE "Y" TO WS-CORR-EOF-SWITCH
           END-READ.

       350-SHOW-SELECTION.
           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
           DISPLAY "CORRENT: SOURCE " WS-SEL-SOURCE " REASON "
              WS-SEL-REASON " -" WS-COUNT-EDIT " OPEN EXCEPTIONS"
           IF WS-SKIPPED-COUNT > 0
              DISPLAY "CORRENT: " WS-SKIPPED-COUNT
                 " FURTHER ITEMS NOT LISTED (OVER " WS-MAX-SELECTED
                 "); CORRECT THESE FIRST AND LIST AGAIN"
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SELECTED-COUNT
              MOVE WS-ORDER(K) TO N
              MOVE K TO WS-LST-NUMBER
              MOVE WS-SEL-RAW(N) TO WS-LST-RAW
              MOVE WS-SEL-DATE(N) TO WS-LST-DATE
              IF WS-SEL-DATE(N) NUMERIC
                 MOVE WS-SEL-DATE(N) TO WS-EXC-DATE-NUM
                 COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                    FUNCTION INTEGER-OF-DATE(WS-EXC-DATE-NUM)
                 MOVE WS-AGE-DAYS TO WS-AGE-EDIT
                 MOVE WS-AGE-EDIT TO WS-LST-AGE
              ELSE
                 MOVE "  ???" TO WS-LST-AGE
              END-IF
              PERFORM 360-SET-ENTRY-STATUS
              DISPLAY WS-LIST-LINE
           END-PERFORM.

       360-SET-ENTRY-STATUS.
           MOVE SPACES TO WS-LST-STATUS
           EVALUATE TRUE
              WHEN WS-SEL-EARLIER(N) < WS-SEL-PENDING(N) AND
                   WS-SEL-COVER-DATE(N) = WS-CURRENT-DATE
                 MOVE "CORRECTED TODAY" TO WS-LST-STATUS
              WHEN WS-SEL-EARLIER(N) < WS-SEL-PENDING(N)
                 STRING "CORRECTED " WS-SEL-COVER-DATE(N)
                    DELIMITED BY SIZE INTO WS-LST-STATUS
                 END-STRING
              WHEN WS-SEL-EARLIER(N) > WS-SEL-PENDING(N)
                 MOVE "EARLIER TWIN OPEN" TO WS-LST-STATUS
              WHEN OTHER
                 MOVE "OPEN" TO WS-LST-STATUS
           END-EVALUATE.

       400-ENTER-CORRECTION.
           MOVE "Y" TO WS-VALID-SWITCH
           IF WS-CLERK-ID = SPACES
              DISPLAY "CORRENT: NO CLERK=, CORRECTION NOT TAKEN"
              MOVE "N" TO WS-VALID-SWITCH
           END-IF
           IF WS-VALID-SWITCH = "Y" AND WS-LIST-SWITCH = "N"
              DISPLAY "CORRENT: NO CURRENT LIST=, CORRECTION NOT TAKEN"
              MOVE "N" TO WS-VALID-SWITCH
           END-IF
           IF WS-VALID-SWITCH = "Y"
              PERFORM 410-PARSE-PICK-NUMBER
              IF WS-VALID-SWITCH = "N" OR WS-PICK-NUMBER = 0 OR
                 WS-PICK-NUMBER > WS-SELECTED-COUNT
                 DISPLAY "CORRENT: NO ITEM '" WS-CARD-PART-1
                    "' ON THE CURRENT LIST"
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-VALID-SWITCH = "Y"
              PERFORM 420-VALIDATE-VALUE
           END-IF
           IF WS-VALID-SWITCH = "Y"
              MOVE WS-ORDER(WS-PICK-NUMBER) TO N
              PERFORM 430-CHECK-ENTRY-OPEN
           END-IF
           IF WS-VALID-SWITCH = "Y"
              PERFORM 440-WRITE-CORRECTION
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
           END-IF.

       410-PARSE-PICK-NUMBER.
           MOVE ZERO TO WS-PICK-NUMBER
           MOVE ZERO TO WS-PICK-DIGIT-COUNT
           MOVE "N" TO WS-PICK-DONE-SWITCH
           PERFORM VARYING P FROM 1 BY 1
              UNTIL P > 10 OR WS-VALID-SWITCH = "N"
              EVALUATE TRUE
                 WHEN WS-CARD-PART-1(P:1) = SPACE
                    MOVE "Y" TO WS-PICK-DONE-SWITCH
                 WHEN WS-CARD-PART-1(P:1) < "0" OR
                      WS-CARD-PART-1(P:1) > "9"
                    MOVE "N" TO WS-VALID-SWITCH
                 WHEN WS-PICK-DONE-SWITCH = "Y"
                    MOVE "N" TO WS-VALID-SWITCH
                 WHEN OTHER
                    ADD 1 TO WS-PICK-DIGIT-COUNT
                    IF WS-PICK-DIGIT-COUNT > 4
                       MOVE "N" TO WS-VALID-SWITCH
                    ELSE
                       MOVE WS-CARD-PART-1(P:1) TO WS-PICK-DIGIT(1:1)
                       COMPUTE WS-PICK-NUMBER =
                          WS-PICK-NUMBER * 10 + WS-PICK-DIGIT
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF WS-PICK-DIGIT-COUNT = 0
              MOVE "N" TO WS-VALID-SWITCH
           END-IF.

      * The corrected value must pass SOLUTION's 300-VALIDATE-RECORD
      * as keyed: a sign of + or - and exactly five digits.
       420-VALIDATE-VALUE.
           MOVE WS-CARD-PART-2(1:1) TO WS-NEW-SIGN
           MOVE WS-CARD-PART-2(2:5) TO WS-NEW-DIGITS
           EVALUATE TRUE
              WHEN WS-NEW-SIGN NOT = "+" AND WS-NEW-SIGN NOT = "-"
                 DISPLAY "CORRENT: REASON 01 - SIGN MUST BE + OR -, "
                    "CORRECTION NOT TAKEN"
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN WS-NEW-DIGITS NOT NUMERIC OR
                   WS-CARD-PART-2(7:) NOT = SPACES
                 DISPLAY "CORRENT: REASON 02 - EXACTLY 5 DIGITS "
                    "REQUIRED, CORRECTION NOT TAKEN"
                 MOVE "N" TO WS-VALID-SWITCH
           END-EVALUATE.

      * An entry already covered by a waiting correction is not
      * corrected twice: a second correction for the same image
      * would pair with the next twin, or go unused.  An entry with
      * an uncovered earlier twin cannot be corrected yet, since
      * EXCRECYC would give the correction to that twin instead.
       430-CHECK-ENTRY-OPEN.
           EVALUATE TRUE
              WHEN WS-SEL-EARLIER(N) < WS-SEL-PENDING(N) AND
                   WS-SEL-COVER-DATE(N) = WS-CURRENT-DATE
                 DISPLAY "CORRENT: ITEM " WS-PICK-NUMBER
                    " ALREADY CORRECTED TODAY BY "
                    WS-SEL-COVER-CLERK(N) ", CORRECTION NOT TAKEN"
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN WS-SEL-EARLIER(N) < WS-SEL-PENDING(N)
                 DISPLAY "CORRENT: ITEM " WS-PICK-NUMBER
                    " HAS A CORRECTION WAITING FROM "
                    WS-SEL-COVER-DATE(N) ", CORRECTION NOT TAKEN"
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN WS-SEL-EARLIER(N) > WS-SEL-PENDING(N)
                 PERFORM 450-SHOW-EARLIER-TWIN
                 MOVE "N" TO WS-VALID-SWITCH
           END-EVALUATE.

      * Written and closed at once so the correction is on file
      * however the rest of the session goes.  The new correction
      * is the last for its image, so it covers the first twin not
      * yet covered - the entry just picked - and every listed twin
      * now has one more correction ahead of it.
       440-WRITE-CORRECTION.
           OPEN EXTEND CORRECTION-FILE
           IF WS-CORRECTION-STATUS NOT = "00"
              DISPLAY "CORRENT: CORRFILE OPEN FAILED, STATUS="
                 WS-CORRECTION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-SEL-RAW(N) TO CORR-RAW-RECORD
           MOVE WS-NEW-SIGN TO CORR-SIGN
           MOVE WS-NEW-DIGITS TO CORR-DIGITS
           MOVE WS-CLERK-ID TO CORR-CLERK-ID
           MOVE WS-CURRENT-DATE TO CORR-ENTRY-DATE
           WRITE CORRECTION-RECORD
           CLOSE CORRECTION-FILE
           ADD 1 TO WS-CORR-WRITE-COUNT
           DISPLAY "CORRENT: ITEM " WS-PICK-NUMBER " IMAGE="
              WS-SEL-RAW(N) " CORRECTED TO " WS-NEW-SIGN
              WS-NEW-DIGITS
           MOVE WS-SEL-RAW(N) TO CORR-RAW-RECORD
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SELECTED-COUNT
              IF WS-SEL-RAW(K) = CORR-RAW-RECORD
                 ADD 1 TO WS-SEL-PENDING(K)
                 IF WS-SEL-PENDING(K) = WS-SEL-EARLIER(K) + 1
                    MOVE WS-CURRENT-DATE TO WS-SEL-COVER-DATE(K)
                    MOVE WS-CLERK-ID TO WS-SEL-COVER-CLERK(K)
                 END-IF
              END-IF
           END-PERFORM.

      * Names the twin that would take the correction: the open
      * entry of the same image whose rank equals the number of
      * corrections already waiting.
       450-SHOW-EARLIER-TWIN.
           MOVE ZERO TO J
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 500-OPEN-EXCEPTIONS
           PERFORM UNTIL WS-EXC-EOF-SWITCH = "Y" OR
              WS-FOUND-SWITCH = "Y"
              IF EXC-REASON-CODE NOT = "03" AND
                 EXC-RAW-RECORD = WS-SEL-RAW(N)
                 IF J = WS-SEL-PENDING(N)
                    MOVE "Y" TO WS-FOUND-SWITCH
                    DISPLAY "CORRENT: ITEM " WS-PICK-NUMBER
                       " HAS AN EARLIER UNCORRECTED TWIN - SOURCE "
                       EXC-SOURCE-ID " REASON " EXC-REASON-CODE
                       " EXC-DATE " EXC-DATE
                    DISPLAY "CORRENT: CORRECT THAT ENTRY FIRST, "
                       "CORRECTION NOT TAKEN"
                 ELSE
                    ADD 1 TO J
                 END-IF
              END-IF
              IF WS-FOUND-SWITCH = "N"
                 PERFORM 510-READ-NEXT-EXCEPTION
              END-IF
           END-PERFORM
           CLOSE EXCEPTION-FILE.

       500-OPEN-EXCEPTIONS.
           MOVE "N" TO WS-EXC-EOF-SWITCH
           MOVE ZERO TO WS-EXC-READ-COUNT
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
              DISPLAY "CORRENT: EXCPFILE OPEN FAILED, STATUS="
                 WS-EXCEPTION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 510-READ-NEXT-EXCEPTION.

       510-READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE
               AT END MOVE "Y" TO WS-EXC-EOF-SWITCH
               NOT AT END ADD 1 TO WS-EXC-READ-COUNT
           END-READ.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CORRENT: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CORRENT" TO STP-PROGRAM-ID
              MOVE SPACES TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-CORR-WRITE-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
