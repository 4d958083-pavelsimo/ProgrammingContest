       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "SRCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT TRAN-FILE ASSIGN TO "REGTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "REGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SORT-TRAN-FILE ASSIGN TO "SORTWK1".
           SELECT TSORT-FILE ASSIGN TO "TSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSORT-STATUS.
           SELECT NEW-REGISTRY-FILE ASSIGN TO "NEWREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWREG-STATUS.
           SELECT NEW-TRAN-FILE ASSIGN TO "NEWTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWTRAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01 BUSDATE-RECORD.
          05 BUSDATE-DATE PIC X(8).

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       COPY SRCREG.

       FD  TRAN-FILE
           RECORDING MODE IS F.
       COPY RGTREC.

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY RGLREC.

      * Transactions are applied in effective-date order; arrival
      * sequence as the minor key keeps two changes to one source
      * due the same night in the order they were raised.
       SD  SORT-TRAN-FILE.
       01 SORT-TRAN-RECORD.
          05 ST-IMAGE.
             10 ST-ACTION    PIC X(1).
             10 ST-EFF-DATE  PIC X(8).
             10 ST-SOURCE-ID PIC X(2).
             10 ST-DESC      PIC X(20).
             10 ST-MIN-VOL   PIC X(9).
             10 ST-REQUESTER PIC X(8).
             10 FILLER       PIC X(2).
          05 ST-SEQ          PIC 9(9).

       FD  TSORT-FILE
           RECORDING MODE IS F.
       01 TSORT-RECORD.
          05 TS-IMAGE.
             10 TS-ACTION    PIC X(1).
             10 TS-EFF-DATE  PIC X(8).
             10 TS-SOURCE-ID PIC X(2).
             10 TS-DESC      PIC X(20).
             10 TS-MIN-VOL   PIC X(9).
             10 TS-REQUESTER PIC X(8).
             10 FILLER       PIC X(2).
          05 TS-SEQ          PIC 9(9).

       FD  NEW-REGISTRY-FILE
           RECORDING MODE IS F.
       01 NEW-REGISTRY-RECORD PIC X(40).

       FD  NEW-TRAN-FILE
           RECORDING MODE IS F.
       01 NEW-TRAN-RECORD PIC X(50).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS    PIC X(2) VALUE "00".
       01 WS-REGISTRY-STATUS   PIC X(2) VALUE "00".
       01 WS-TRAN-STATUS       PIC X(2) VALUE "00".
       01 WS-LOG-STATUS        PIC X(2) VALUE "00".
       01 WS-TSORT-STATUS      PIC X(2) VALUE "00".
       01 WS-NEWREG-STATUS     PIC X(2) VALUE "00".
       01 WS-NEWTRAN-STATUS    PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS     PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-BUSDATE-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-REG-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-TRAN-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-LOG-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-TSORT-EOF-SWITCH  PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH      PIC X(1) VALUE "Y".
       01 WS-DD-ACTION-SWITCH  PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-CURRENT-DATE  PIC 9(8) VALUE ZERO.
       01 WS-EFF-DATE-NUM  PIC 9(8) VALUE ZERO.

      * The registry as loaded, then as amended.  WS-LOG-ID holds
      * the id the change log last recorded for each slot (spaces
      * for a slot the log has never seen).
       01 WS-REGISTRY-MAX   PIC 9(2) VALUE 10.
       01 WS-REGISTRY-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LOADED-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-REGISTRY-TABLE.
          05 WS-REGISTRY-ENTRY OCCURS 10 TIMES.
             10 WS-REG-IMAGE.
                15 WS-REG-ID      PIC X(2).
                15 WS-REG-DESC    PIC X(20).
                15 WS-REG-ACTIVE  PIC X(1).
                15 WS-REG-MIN-VOL PIC 9(9).
                15 FILLER         PIC X(8).
             10 WS-LOADED-IMAGE   PIC X(40).
             10 WS-LOG-ID         PIC X(2).

      * Changes applied this run, held until the new registry has
      * passed its final check and been written, then logged.
       01 WS-APPLIED-MAX   PIC 9(3) VALUE 100.
       01 WS-APPLIED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-APPLIED-TABLE.
          05 WS-APPLIED-ENTRY OCCURS 100 TIMES.
             10 WS-APL-ACTION    PIC X(1).
             10 WS-APL-EFF-DATE  PIC X(8).
             10 WS-APL-REQUESTER PIC X(8).
             10 WS-APL-SLOT      PIC 9(2).
             10 WS-APL-BEFORE    PIC X(40).
             10 WS-APL-AFTER     PIC X(40).

       01 WS-TRAN-READ-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-DEFERRED-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-BASELINE-COUNT   PIC 9(6) VALUE ZERO.

       01 WS-SLOT PIC 9(2) VALUE ZERO.
       01 G       PIC 9(2) VALUE ZERO.
       01 G2      PIC 9(2) VALUE ZERO.
       01 N       PIC 9(3) VALUE ZERO.

       01 WS-MESSAGE      PIC X(29) VALUE SPACES.
       01 WS-SLOT-EDIT    PIC 99.

       01 WS-PAGE-NUMBER    PIC 9(4) VALUE ZERO.
       01 WS-LINES-ON-PAGE  PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.

       01 WS-HEADER-LINE.
          05 FILLER        PIC X(27)
             VALUE "SOURCE REGISTRY MAINTENANCE".
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 FILLER        PIC X(5)  VALUE "DATE=".
          05 WS-HDR-DATE   PIC X(8).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 FILLER        PIC X(5)  VALUE "PAGE=".
          05 WS-HDR-PAGE-NUM PIC ZZZ9.
          05 FILLER        PIC X(27) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-DTL-TAG       PIC X(8).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DTL-ACTION    PIC X(1).
          05 FILLER           PIC X(5)  VALUE " EFF=".
          05 WS-DTL-EFF-DATE  PIC X(8).
          05 FILLER           PIC X(5)  VALUE " SRC=".
          05 WS-DTL-SOURCE    PIC X(2).
          05 FILLER           PIC X(4)  VALUE " BY=".
          05 WS-DTL-REQUESTER PIC X(8).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-DTL-MESSAGE   PIC X(29).
          05 FILLER           PIC X(8)  VALUE SPACES.

       01 WS-REGISTRY-LINE.
          05 FILLER          PIC X(5)  VALUE "SLOT ".
          05 WS-RGL-SLOT     PIC 99.
          05 FILLER          PIC X(5)  VALUE " SRC=".
          05 WS-RGL-SOURCE   PIC X(2).
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 WS-RGL-DESC     PIC X(20).
          05 FILLER          PIC X(8)  VALUE " ACTIVE=".
          05 WS-RGL-ACTIVE   PIC X(1).
          05 FILLER          PIC X(5)  VALUE " MIN=".
          05 WS-RGL-MIN-VOL  PIC ZZZZZZZZ9.
          05 FILLER          PIC X(10) VALUE " DD=SRCFIL".
          05 WS-RGL-DD-SLOT  PIC 99.
          05 FILLER          PIC X(10) VALUE SPACES.

       01 WS-TRAILER-LINE.
          05 FILLER           PIC X(6)  VALUE "TRANS=".
          05 WS-TRL-READ      PIC ZZZZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 FILLER           PIC X(8)  VALUE "APPLIED=".
          05 WS-TRL-APPLIED   PIC ZZZZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 FILLER           PIC X(5)  VALUE "HELD=".
          05 WS-TRL-HELD      PIC ZZZZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 FILLER           PIC X(9)  VALUE "REJECTED=".
          05 WS-TRL-REJECTED  PIC ZZZZZ9.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 FILLER           PIC X(9)  VALUE "DEFERRED=".
          05 WS-TRL-DEFERRED  PIC ZZZZZ9.
          05 FILLER           PIC X(9)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 050-READ-BUSINESS-DATE
           PERFORM 100-LOAD-REGISTRY
           PERFORM 150-CHECK-SLOT-HISTORY
           SORT SORT-TRAN-FILE
              ON ASCENDING KEY ST-EFF-DATE ST-SEQ
              INPUT PROCEDURE IS 200-RELEASE-TRANSACTIONS
              GIVING TSORT-FILE
           PERFORM 060-OPEN-OUTPUT-FILES
           PERFORM 300-APPLY-PHASE
           PERFORM 400-VALIDATE-NEW-REGISTRY
           PERFORM 500-WRITE-NEW-REGISTRY
           PERFORM 600-WRITE-CHANGE-LOG
           PERFORM 700-LIST-REGISTRY
           PERFORM 800-WRITE-TRAILER
           CLOSE NEW-TRAN-FILE
           CLOSE REPORT-FILE
           DISPLAY "REGMAINT: APPLIED=" WS-APPLIED-COUNT
              " HELD=" WS-HELD-COUNT " REJECTED=" WS-REJECTED-COUNT
              " DEFERRED=" WS-DEFERRED-COUNT
           EVALUATE TRUE
              WHEN WS-REJECTED-COUNT > 0
                 DISPLAY "REGMAINT: TRANSACTIONS REJECTED, SEE REGRPT"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DD-ACTION-SWITCH = "Y"
                 DISPLAY "REGMAINT: SOURCE ADDED OR REACTIVATED - "
                    "CHECK SRCFILNN DD CARDS, SEE REGRPT"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 990-WRITE-STEP-TIMING.
           STOP RUN.

      * Transactions fall due against the business date SOLBATCH
      * will run with, so the same BUSDATE card feeds this job and
      * MRGSRC.
       050-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
              DISPLAY "REGMAINT: BUSDATE OPEN FAILED, STATUS="
                 WS-BUSDATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ BUSDATE-FILE
              AT END MOVE "Y" TO WS-BUSDATE-EOF-SWITCH
           END-READ
           IF WS-BUSDATE-EOF-SWITCH = "Y" OR BUSDATE-DATE NOT NUMERIC
              DISPLAY "REGMAINT: BUSDATE CARD MISSING OR NOT NUMERIC"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE BUSDATE-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.

       060-OPEN-OUTPUT-FILES.
           OPEN OUTPUT NEW-TRAN-FILE
           IF WS-NEWTRAN-STATUS NOT = "00"
              DISPLAY "REGMAINT: NEWTRAN OPEN FAILED, STATUS="
                 WS-NEWTRAN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "REGMAINT: REGRPT OPEN FAILED, STATUS="
                 WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The registry as it stands must already pass every check
      * MRGSRC makes; a hand-edited registry that would stop the
      * night stops this job instead, before anything is written.
       100-LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
              DISPLAY "REGMAINT: SRCREG OPEN FAILED, STATUS="
                 WS-REGISTRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 110-READ-NEXT-REGISTRY
           PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
              IF WS-REGISTRY-COUNT >= WS-REGISTRY-MAX
                 DISPLAY "REGMAINT: MORE THAN " WS-REGISTRY-MAX
                    " REGISTRY ENTRIES ON SRCREG"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-REGISTRY-COUNT
              MOVE REGISTRY-RECORD TO WS-REG-IMAGE(WS-REGISTRY-COUNT)
              MOVE REGISTRY-RECORD TO
                 WS-LOADED-IMAGE(WS-REGISTRY-COUNT)
              MOVE SPACES TO WS-LOG-ID(WS-REGISTRY-COUNT)
              PERFORM 110-READ-NEXT-REGISTRY
           END-PERFORM
           CLOSE REGISTRY-FILE
           MOVE WS-REGISTRY-COUNT TO WS-LOADED-COUNT
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-REGISTRY-COUNT
              PERFORM 170-VALIDATE-REGISTRY-ENTRY
              IF WS-VALID-SWITCH = "N"
                 DISPLAY "REGMAINT: SRCREG SLOT " G
                    " FAILS MRGSRC CHECKS - FIX BEFORE RUNNING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.

       110-READ-NEXT-REGISTRY.
           READ REGISTRY-FILE
               AT END MOVE "Y" TO WS-REG-EOF-SWITCH
           END-READ.

      * Every slot must still hold the id the change log last
      * recorded for it.  A slot the log does not know yet (one
      * that predates the log) is pinned by a baseline record at
      * the end of this run.
       150-CHECK-SLOT-HISTORY.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "REGMAINT: REGLOG OPEN FAILED, STATUS="
                 WS-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 160-READ-NEXT-LOG
           PERFORM UNTIL WS-LOG-EOF-SWITCH = "Y"
              IF RGL-SLOT NUMERIC AND RGL-SLOT > 0 AND
                 RGL-SLOT NOT > WS-REGISTRY-MAX
                 IF RGL-SLOT > WS-REGISTRY-COUNT
                    DISPLAY "REGMAINT: SLOT " RGL-SLOT " WAS "
                       RGL-AFTER-IMAGE(1:2)
                       " ON THE CHANGE LOG BUT IS MISSING FROM SRCREG"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE RGL-AFTER-IMAGE(1:2) TO WS-LOG-ID(RGL-SLOT)
              END-IF
              PERFORM 160-READ-NEXT-LOG
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-REGISTRY-COUNT
              IF WS-LOG-ID(G) NOT = SPACES AND
                 WS-LOG-ID(G) NOT = WS-REG-ID(G)
                 DISPLAY "REGMAINT: SLOT " G " HOLDS " WS-REG-ID(G)
                    " BUT THE CHANGE LOG HAS " WS-LOG-ID(G)
                    " - ENTRY MOVED OR ID EDITED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.

       160-READ-NEXT-LOG.
           READ CHANGE-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF-SWITCH
           END-READ.

      * MRGSRC's 170-VALIDATE-REGISTRY-ENTRY rules, applied to
      * table entry G: id present and not starting H or T (those
      * mark header and trailer records), active switch Y or N,
      * numeric minimum volume, and no other entry with the id.
       170-VALIDATE-REGISTRY-ENTRY.
           MOVE "Y" TO WS-VALID-SWITCH
           IF WS-REG-ID(G) = SPACES OR
              WS-REG-ID(G)(1:1) = "H" OR
              WS-REG-ID(G)(1:1) = "T" OR
              (WS-REG-ACTIVE(G) NOT = "Y" AND
               WS-REG-ACTIVE(G) NOT = "N") OR
              WS-REG-MIN-VOL(G) NOT NUMERIC
              MOVE "N" TO WS-VALID-SWITCH
           END-IF
           PERFORM VARYING G2 FROM 1 BY 1 UNTIL G2 > WS-REGISTRY-COUNT
              IF G2 NOT = G AND WS-REG-ID(G2) = WS-REG-ID(G)
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-PERFORM.

       200-RELEASE-TRANSACTIONS.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "REGMAINT: REGTRAN OPEN FAILED, STATUS="
                 WS-TRAN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 210-READ-NEXT-TRANSACTION
           PERFORM UNTIL WS-TRAN-EOF-SWITCH = "Y"
              ADD 1 TO WS-TRAN-READ-COUNT
              MOVE REGISTRY-TRAN-RECORD TO ST-IMAGE
              MOVE WS-TRAN-READ-COUNT TO ST-SEQ
              RELEASE SORT-TRAN-RECORD
              PERFORM 210-READ-NEXT-TRANSACTION
           END-PERFORM
           CLOSE TRAN-FILE.

       210-READ-NEXT-TRANSACTION.
           READ TRAN-FILE
               AT END MOVE "Y" TO WS-TRAN-EOF-SWITCH
           END-READ.

      * A transaction whose form is wrong is rejected whether or not
      * it is due, so a bad set-up is reported the night it is
      * raised rather than the night it should go live.  Well-formed
      * transactions not yet due are held on NEWTRAN; due ones are
      * checked against the registry as amended so far and applied.
       300-APPLY-PHASE.
           OPEN INPUT TSORT-FILE
           IF WS-TSORT-STATUS NOT = "00"
              DISPLAY "REGMAINT: TSORT OPEN FAILED, STATUS="
                 WS-TSORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 305-READ-NEXT-TSORT
           PERFORM UNTIL WS-TSORT-EOF-SWITCH = "Y"
              MOVE SPACES TO WS-MESSAGE
              MOVE ZERO TO WS-SLOT
              PERFORM 310-CHECK-FORM
              EVALUATE TRUE
                 WHEN WS-VALID-SWITCH = "N"
                    PERFORM 380-REJECT-TRANSACTION
                 WHEN TS-EFF-DATE > WS-BUSINESS-DATE
                    MOVE "HELD" TO WS-DTL-TAG
                    MOVE "NOT YET EFFECTIVE" TO WS-MESSAGE
                    PERFORM 390-CARRY-FORWARD
                    ADD 1 TO WS-HELD-COUNT
                 WHEN WS-APPLIED-COUNT >= WS-APPLIED-MAX
                    MOVE "DEFERRED" TO WS-DTL-TAG
                    MOVE "RUN LIMIT - APPLIES NEXT RUN" TO WS-MESSAGE
                    PERFORM 390-CARRY-FORWARD
                    ADD 1 TO WS-DEFERRED-COUNT
                 WHEN OTHER
                    PERFORM 320-APPLY-TRANSACTION
              END-EVALUATE
              PERFORM 305-READ-NEXT-TSORT
           END-PERFORM
           CLOSE TSORT-FILE.

       305-READ-NEXT-TSORT.
           READ TSORT-FILE
               AT END MOVE "Y" TO WS-TSORT-EOF-SWITCH
           END-READ.

       310-CHECK-FORM.
           MOVE "Y" TO WS-VALID-SWITCH
           EVALUATE TRUE
              WHEN TS-ACTION NOT = "A" AND TS-ACTION NOT = "C" AND
                   TS-ACTION NOT = "D" AND TS-ACTION NOT = "R"
                 MOVE "ACTION NOT A, C, D OR R" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN TS-EFF-DATE NOT NUMERIC
                 MOVE "EFFECTIVE DATE NOT A DATE" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN TS-REQUESTER = SPACES
                 MOVE "NO REQUESTER ID" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN TS-SOURCE-ID = SPACES OR
                   TS-SOURCE-ID(1:1) = SPACE OR
                   TS-SOURCE-ID(2:1) = SPACE
                 MOVE "SOURCE ID NOT 2 CHARACTERS" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
           END-EVALUATE
           IF WS-VALID-SWITCH = "Y"
              MOVE TS-EFF-DATE TO WS-EFF-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM) NOT = 0
                 MOVE "EFFECTIVE DATE NOT A DATE" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-VALID-SWITCH = "Y"
              EVALUATE TRUE
                 WHEN TS-ACTION = "A" AND
                      (TS-SOURCE-ID(1:1) = "H" OR
                       TS-SOURCE-ID(1:1) = "T")
                    MOVE "ID MAY NOT START WITH H OR T" TO WS-MESSAGE
                    MOVE "N" TO WS-VALID-SWITCH
                 WHEN TS-ACTION = "A" AND TS-DESC = SPACES
                    MOVE "NO DESCRIPTION" TO WS-MESSAGE
                    MOVE "N" TO WS-VALID-SWITCH
                 WHEN TS-ACTION = "A" AND TS-MIN-VOL NOT NUMERIC
                    MOVE "MIN VOLUME NOT 9 DIGITS" TO WS-MESSAGE
                    MOVE "N" TO WS-VALID-SWITCH
                 WHEN TS-ACTION = "C" AND TS-DESC = SPACES AND
                      TS-MIN-VOL = SPACES
                    MOVE "NOTHING TO CHANGE" TO WS-MESSAGE
                    MOVE "N" TO WS-VALID-SWITCH
                 WHEN TS-ACTION = "C" AND TS-MIN-VOL NOT = SPACES AND
                      TS-MIN-VOL NOT NUMERIC
                    MOVE "MIN VOLUME NOT 9 DIGITS" TO WS-MESSAGE
                    MOVE "N" TO WS-VALID-SWITCH
              END-EVALUATE
           END-IF.

      * Adds take the next free slot at the end of the registry;
      * nothing is ever removed or moved, so every other source
      * keeps the SRCFILnn slot it already reads.
       320-APPLY-TRANSACTION.
           MOVE ZERO TO WS-SLOT
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-REGISTRY-COUNT
              IF WS-REG-ID(G) = TS-SOURCE-ID
                 MOVE G TO WS-SLOT
              END-IF
           END-PERFORM
           MOVE "Y" TO WS-VALID-SWITCH
           EVALUATE TRUE
              WHEN TS-ACTION = "A" AND WS-SLOT > 0
                 MOVE "ID ALREADY REGISTERED" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN TS-ACTION = "A" AND
                   WS-REGISTRY-COUNT >= WS-REGISTRY-MAX
                 MOVE "REGISTRY FULL" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN TS-ACTION NOT = "A" AND WS-SLOT = 0
                 MOVE "ID NOT REGISTERED" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN TS-ACTION = "D" AND WS-REG-ACTIVE(WS-SLOT) = "N"
                 MOVE "ALREADY INACTIVE" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
              WHEN TS-ACTION = "R" AND WS-REG-ACTIVE(WS-SLOT) = "Y"
                 MOVE "ALREADY ACTIVE" TO WS-MESSAGE
                 MOVE "N" TO WS-VALID-SWITCH
           END-EVALUATE
           IF WS-VALID-SWITCH = "N"
              PERFORM 380-REJECT-TRANSACTION
           ELSE
              IF TS-ACTION = "A"
                 ADD 1 TO WS-REGISTRY-COUNT
                 MOVE WS-REGISTRY-COUNT TO WS-SLOT
                 MOVE SPACES TO WS-REG-IMAGE(WS-SLOT)
                 MOVE SPACES TO WS-LOADED-IMAGE(WS-SLOT)
                 MOVE TS-SOURCE-ID TO WS-LOG-ID(WS-SLOT)
              END-IF
              ADD 1 TO WS-APPLIED-COUNT
              MOVE WS-APPLIED-COUNT TO N
              MOVE TS-ACTION TO WS-APL-ACTION(N)
              MOVE TS-EFF-DATE TO WS-APL-EFF-DATE(N)
              MOVE TS-REQUESTER TO WS-APL-REQUESTER(N)
              MOVE WS-SLOT TO WS-APL-SLOT(N)
              MOVE WS-REG-IMAGE(WS-SLOT) TO WS-APL-BEFORE(N)
              MOVE WS-SLOT TO WS-SLOT-EDIT
              EVALUATE TS-ACTION
                 WHEN "A"
                    MOVE TS-SOURCE-ID TO WS-REG-ID(WS-SLOT)
                    MOVE TS-DESC TO WS-REG-DESC(WS-SLOT)
                    MOVE "Y" TO WS-REG-ACTIVE(WS-SLOT)
                    MOVE TS-MIN-VOL TO WS-REG-MIN-VOL(WS-SLOT)
                    STRING "ADDED - NEEDS DD SRCFIL" WS-SLOT-EDIT
                       DELIMITED BY SIZE INTO WS-MESSAGE
                    END-STRING
                    MOVE "Y" TO WS-DD-ACTION-SWITCH
                 WHEN "C"
                    IF TS-DESC NOT = SPACES
                       MOVE TS-DESC TO WS-REG-DESC(WS-SLOT)
                    END-IF
                    IF TS-MIN-VOL NOT = SPACES
                       MOVE TS-MIN-VOL TO WS-REG-MIN-VOL(WS-SLOT)
                    END-IF
                    MOVE "CHANGED" TO WS-MESSAGE
                 WHEN "D"
                    MOVE "N" TO WS-REG-ACTIVE(WS-SLOT)
                    STRING "INACTIVE - SRCFIL" WS-SLOT-EDIT
                       " DUMMY OK" DELIMITED BY SIZE
                       INTO WS-MESSAGE
                    END-STRING
                 WHEN "R"
                    MOVE "Y" TO WS-REG-ACTIVE(WS-SLOT)
                    STRING "ACTIVE - NEEDS DD SRCFIL" WS-SLOT-EDIT
                       DELIMITED BY SIZE INTO WS-MESSAGE
                    END-STRING
                    MOVE "Y" TO WS-DD-ACTION-SWITCH
              END-EVALUATE
              MOVE WS-REG-IMAGE(WS-SLOT) TO WS-APL-AFTER(N)
              MOVE "APPLIED" TO WS-DTL-TAG
              PERFORM 720-WRITE-TRANSACTION-LINE
           END-IF.

       380-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REJECTED" TO WS-DTL-TAG
           PERFORM 720-WRITE-TRANSACTION-LINE.

       390-CARRY-FORWARD.
           WRITE NEW-TRAN-RECORD FROM TS-IMAGE
           PERFORM 720-WRITE-TRANSACTION-LINE.

      * Final check of the amended registry with the same rules
      * MRGSRC will apply tonight.  The transaction checks should
      * make a failure impossible; if one still appears, nothing is
      * written and the registry stays as it was.
       400-VALIDATE-NEW-REGISTRY.
           IF WS-REGISTRY-COUNT > WS-REGISTRY-MAX
              DISPLAY "REGMAINT: MORE THAN " WS-REGISTRY-MAX
                 " REGISTRY ENTRIES AFTER UPDATE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-REGISTRY-COUNT
              PERFORM 170-VALIDATE-REGISTRY-ENTRY
              IF WS-VALID-SWITCH = "N"
                 DISPLAY "REGMAINT: UPDATED SLOT " G
                    " FAILS MRGSRC CHECKS, REGISTRY NOT WRITTEN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF G NOT > WS-LOADED-COUNT AND
                 WS-REG-ID(G) NOT = WS-LOADED-IMAGE(G)(1:2)
                 DISPLAY "REGMAINT: SLOT " G
                    " ID CHANGED, REGISTRY NOT WRITTEN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.

       500-WRITE-NEW-REGISTRY.
           OPEN OUTPUT NEW-REGISTRY-FILE
           IF WS-NEWREG-STATUS NOT = "00"
              DISPLAY "REGMAINT: NEWREG OPEN FAILED, STATUS="
                 WS-NEWREG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-REGISTRY-COUNT
              WRITE NEW-REGISTRY-RECORD FROM WS-REG-IMAGE(G)
           END-PERFORM
           CLOSE NEW-REGISTRY-FILE.

      * Baseline records first, so a slot is pinned before any
      * change made to it tonight is logged.
       600-WRITE-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "REGMAINT: REGLOG OPEN FAILED, STATUS="
                 WS-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-LOADED-COUNT
              IF WS-LOG-ID(G) = SPACES
                 MOVE SPACES TO REGISTRY-LOG-RECORD
                 MOVE WS-BUSINESS-DATE TO RGL-BUSINESS-DATE
                 MOVE WS-CURRENT-DATE TO RGL-RUN-DATE
                 MOVE "B" TO RGL-ACTION
                 MOVE WS-BUSINESS-DATE TO RGL-EFFECTIVE-DATE
                 MOVE "REGMAINT" TO RGL-REQUESTER-ID
                 MOVE G TO RGL-SLOT
                 MOVE WS-LOADED-IMAGE(G) TO RGL-BEFORE-IMAGE
                 MOVE WS-LOADED-IMAGE(G) TO RGL-AFTER-IMAGE
                 WRITE REGISTRY-LOG-RECORD
                 ADD 1 TO WS-BASELINE-COUNT
              END-IF
           END-PERFORM
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-APPLIED-COUNT
              MOVE SPACES TO REGISTRY-LOG-RECORD
              MOVE WS-BUSINESS-DATE TO RGL-BUSINESS-DATE
              MOVE WS-CURRENT-DATE TO RGL-RUN-DATE
              MOVE WS-APL-ACTION(N) TO RGL-ACTION
              MOVE WS-APL-EFF-DATE(N) TO RGL-EFFECTIVE-DATE
              MOVE WS-APL-REQUESTER(N) TO RGL-REQUESTER-ID
              MOVE WS-APL-SLOT(N) TO RGL-SLOT
              MOVE WS-APL-BEFORE(N) TO RGL-BEFORE-IMAGE
              MOVE WS-APL-AFTER(N) TO RGL-AFTER-IMAGE
              WRITE REGISTRY-LOG-RECORD
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
           IF WS-BASELINE-COUNT > 0
              DISPLAY "REGMAINT: " WS-BASELINE-COUNT
                 " EXISTING SLOTS BASELINED ON REGLOG"
           END-IF.

      * The registry as SOLBATCH will see it, slot by slot, with
      * the SRCFILnn DD each entry reads.
       700-LIST-REGISTRY.
           PERFORM 710-WRITE-HEADER
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-REGISTRY-COUNT
              MOVE G TO WS-RGL-SLOT
              MOVE WS-REG-ID(G) TO WS-RGL-SOURCE
              MOVE WS-REG-DESC(G) TO WS-RGL-DESC
              MOVE WS-REG-ACTIVE(G) TO WS-RGL-ACTIVE
              MOVE WS-REG-MIN-VOL(G) TO WS-RGL-MIN-VOL
              MOVE G TO WS-RGL-DD-SLOT
              IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
                 PERFORM 710-WRITE-HEADER
              END-IF
              WRITE REPORT-RECORD FROM WS-REGISTRY-LINE
              ADD 1 TO WS-LINES-ON-PAGE
           END-PERFORM.

       710-WRITE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUM
           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE
           MOVE ZERO TO WS-LINES-ON-PAGE
           WRITE REPORT-RECORD FROM WS-HEADER-LINE.

       720-WRITE-TRANSACTION-LINE.
           IF WS-LINES-ON-PAGE = ZERO OR
              WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 710-WRITE-HEADER
           END-IF
           MOVE TS-ACTION TO WS-DTL-ACTION
           MOVE TS-EFF-DATE TO WS-DTL-EFF-DATE
           MOVE TS-SOURCE-ID TO WS-DTL-SOURCE
           MOVE TS-REQUESTER TO WS-DTL-REQUESTER
           MOVE WS-MESSAGE TO WS-DTL-MESSAGE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       800-WRITE-TRAILER.
           MOVE WS-TRAN-READ-COUNT TO WS-TRL-READ
           MOVE WS-APPLIED-COUNT TO WS-TRL-APPLIED
           MOVE WS-HELD-COUNT TO WS-TRL-HELD
           MOVE WS-REJECTED-COUNT TO WS-TRL-REJECTED
           MOVE WS-DEFERRED-COUNT TO WS-TRL-DEFERRED
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "REGMAINT: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "REGMAINT" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-TRAN-READ-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
