           SELECT REFEED-FILE ASSIGN TO "REFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFEED-STATUS.
           SELECT RELEASE-FEED-FILE ASSIGN TO "RELFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELFEED-STATUS.
           SELECT MERGE-OUT-FILE ASSIGN TO "MRGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-OUT-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "MRGBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FINGERPRINT-FILE ASSIGN TO "FPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FPHIST-STATUS.
           SELECT DUP-OVERRIDE-FILE ASSIGN TO "DUPOVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPOVRD-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 REFEED-TRL-RECORDS PIC 9(6).
          05 FILLER             PIC X(2).

      * SUSPREL's release feed of supervisor-approved suspense items
      * has the re-feed layout and the same H/T pair; each detail's
      * last byte carries the release mark SOLUTION honours.
       FD  RELEASE-FEED-FILE
           RECORDING MODE IS F.
       01 RELFEED-RECORD PIC X(9).
       01 RELFEED-RECORD-HDR.
          05 RELFEED-HDR-ID   PIC X(1).
          05 RELFEED-HDR-DATE PIC X(8).
       01 RELFEED-RECORD-TRL.
          05 RELFEED-TRL-ID      PIC X(1).
          05 RELFEED-TRL-RECORDS PIC 9(6).
          05 FILLER              PIC X(2).

       FD  MERGE-OUT-FILE
           RECORDING MODE IS F.
       01 MERGE-OUT-RECORD PIC X(9).
           RECORDING MODE IS F.
       01 BALANCE-REPORT-RECORD PIC X(80).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01 PARAMETER-RECORD PIC X(80).

      * The fingerprint history holds the last FPDAYS= business
      * dates per source.  It is read whole at startup and written
      * back whole (OPEN OUTPUT) only when every source balanced, so
      * a failed night leaves it as it was.
       FD  FINGERPRINT-FILE
           RECORDING MODE IS F.
       COPY FPRREC.

      * An operator who has confirmed that a source genuinely sent
      * the same details as an earlier day lets that source through
      * with a card naming the source id and tonight's business
      * date.  A card for any other date is ignored, so a card left
      * in the deck cannot pass a later re-send.
       FD  DUP-OVERRIDE-FILE
           RECORDING MODE IS F.
       01 DUP-OVERRIDE-RECORD.
          05 DOV-SOURCE-ID     PIC X(2).
          05 DOV-BUSINESS-DATE PIC X(8).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS   PIC X(2) VALUE "00".
       01 WS-REGISTRY-STATUS  PIC X(2) VALUE "00".
       01 WS-SRCF09-STATUS    PIC X(2) VALUE "00".
       01 WS-SRCF10-STATUS    PIC X(2) VALUE "00".
       01 WS-REFEED-STATUS    PIC X(2) VALUE "00".
       01 WS-RELFEED-STATUS   PIC X(2) VALUE "00".
       01 WS-MERGE-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-BALANCE-STATUS   PIC X(2) VALUE "00".
       01 WS-PARM-STATUS      PIC X(2) VALUE "00".
       01 WS-FPHIST-STATUS    PIC X(2) VALUE "00".
       01 WS-DUPOVRD-STATUS   PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS   PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
       01 WS-REG-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-FPH-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-DOV-EOF-SWITCH   PIC X(1) VALUE "N".

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

      * DUPCHECK=FAIL stops the merge on a likely re-send;
      * DUPCHECK=WARN flags it on MRGBAL and lets it through.
       01 WS-DUP-ACTION   PIC X(4) VALUE "FAIL".
       01 WS-FP-DAYS      PIC 9(2) VALUE 10.
       01 WS-DUP-WARN-SW  PIC X(1) VALUE "N".

       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-REFEED-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-RELFEED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MERGED-COUNT  PIC 9(9) VALUE ZERO.

       01 WS-REGISTRY-MAX   PIC 9(2) VALUE 10.
       01 WS-REGISTRY-COUNT PIC 9(2) VALUE ZERO.

       01 WS-SOURCE-STATUS PIC X(2) VALUE "00".

      * Tonight's fingerprint of the source being copied, and the
      * history it is compared against.  Entries dropped from the
      * history (replaced by a rerun of the same date, or aged past
      * FPDAYS=) are marked N and not written back.
       01 WS-FP-SUM         PIC S9(11) VALUE ZERO.
       01 WS-FP-FIRST       PIC X(6) VALUE SPACES.
       01 WS-FP-LAST        PIC X(6) VALUE SPACES.
       01 WS-FP-HASH        PIC 9(9) VALUE ZERO.
       01 WS-FP-HASH-WORK   PIC 9(12) VALUE ZERO.
       01 WS-FP-DIGITS      PIC 9(5) VALUE ZERO.
       01 WS-FP-MATCH-DATE  PIC X(8) VALUE SPACES.
       01 WS-FP-NEWER-COUNT PIC 9(3) VALUE ZERO.
       01 H1 PIC 9(3).
       01 H2 PIC 9(3).
       01 C  PIC 9(1).

       01 WS-FPH-MAX   PIC 9(3) VALUE 500.
       01 WS-FPH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FPH-TABLE.
          05 WS-FPH-ENTRY OCCURS 500 TIMES.
             10 WS-FPH-SOURCE PIC X(2).
             10 WS-FPH-DATE   PIC X(8).
             10 WS-FPH-COUNT-RECS PIC 9(9).
             10 WS-FPH-SUM    PIC S9(11).
             10 WS-FPH-FIRST  PIC X(6).
             10 WS-FPH-LAST   PIC X(6).
             10 WS-FPH-HASH   PIC 9(9).
             10 WS-FPH-KEEP   PIC X(1).

       01 WS-DOV-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DOV-TABLE.
          05 WS-DOV-SOURCE PIC X(2) OCCURS 10 TIMES.
       01 WS-DOV-FOUND-SW PIC X(1) VALUE "N".

      * One balance line per source; any status other than OK (or
      * OK-UNDERMIN) fails the job before SOLUTION can consume
      * MRGOUT.
          05 WS-LINE-STATUS  PIC X(13).
          05 FILLER          PIC X(2)  VALUE SPACES.

       01 WS-DUPLICATE-LINE.
          05 FILLER          PIC X(29)
             VALUE "  DUPLICATE OF BUSINESS DATE ".
          05 WS-DUP-LINE-DATE PIC X(8).
          05 FILLER          PIC X(41)
             VALUE " - COUNT, SUM, FIRST, LAST AND HASH MATCH".
          05 FILLER          PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           PERFORM 100-READ-BUSINESS-DATE
           PERFORM 150-LOAD-SOURCE-REGISTRY
           PERFORM 110-READ-PARAMETERS
           PERFORM 130-READ-DUP-OVERRIDES
           PERFORM 140-LOAD-FINGERPRINTS
           OPEN OUTPUT BALANCE-REPORT-FILE
           IF WS-BALANCE-STATUS NOT = "00"
              DISPLAY "MRGSRC: MRGBAL OPEN FAILED, STATUS="
              END-IF
           END-PERFORM
           PERFORM 500-COPY-REFEED
           PERFORM 550-COPY-RELEASE-FEED
           CLOSE MERGE-OUT-FILE
           CLOSE BALANCE-REPORT-FILE
           COMPUTE WS-MERGED-COUNT = WS-REFEED-COUNT + WS-RELFEED-COUNT
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-REGISTRY-COUNT
              IF WS-REG-ACTIVE(G) = "Y"
                 DISPLAY "MRGSRC: " WS-REG-ID(G) "="
                    WS-REG-COPIED(G)
                 ADD WS-REG-COPIED(G) TO WS-MERGED-COUNT
              END-IF
           END-PERFORM
           DISPLAY "MRGSRC: RC=" WS-REFEED-COUNT
           DISPLAY "MRGSRC: RL=" WS-RELFEED-COUNT
           IF WS-BALANCE-ERROR-SW = "Y"
              DISPLAY "MRGSRC: ONE OR MORE SOURCES OUT OF BALANCE, "
                 "SEE MRGBAL"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 600-WRITE-FINGERPRINTS
              IF WS-DUP-WARN-SW = "Y"
                 DISPLAY "MRGSRC: LIKELY DUPLICATE SOURCE FILE MERGED "
                    "UNDER DUPCHECK=WARN, SEE MRGBAL"
              END-IF
           END-IF
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

       100-READ-BUSINESS-DATE.
           MOVE BUSDATE-DATE TO WS-BUSINESS-DATE
           CLOSE BUSDATE-FILE.

      * Parameter cards are KEYWORD=VALUE, one per card, as on the
      * SOLUTION PARMFILE: DUPCHECK= (FAIL or WARN) and FPDAYS=
      * (business dates of fingerprint history kept per source,
      * 1-30).  A bad card stops the merge.
       110-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "MRGSRC: PARMFILE OPEN FAILED, STATUS="
                 WS-PARM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 115-READ-NEXT-PARAMETER
           PERFORM UNTIL WS-PARM-EOF-SWITCH = "Y"
              IF PARAMETER-RECORD NOT = SPACES AND
                 PARAMETER-RECORD(1:1) NOT = "*"
                 PERFORM 120-APPLY-PARAMETER
              END-IF
              PERFORM 115-READ-NEXT-PARAMETER
           END-PERFORM
           CLOSE PARAMETER-FILE.

       115-READ-NEXT-PARAMETER.
           READ PARAMETER-FILE
               AT END MOVE "Y" TO WS-PARM-EOF-SWITCH
           END-READ.

       120-APPLY-PARAMETER.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARAMETER-RECORD DELIMITED BY "="
              INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           MOVE "Y" TO WS-PARM-VALID-SWITCH
           EVALUATE WS-PARM-KEYWORD
              WHEN "DUPCHECK"
                 IF WS-PARM-VALUE = "FAIL" OR WS-PARM-VALUE = "WARN"
                    MOVE WS-PARM-VALUE TO WS-DUP-ACTION
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN "FPDAYS"
                 PERFORM 125-PARSE-NUMERIC-VALUE
                 IF WS-PARM-VALID-SWITCH = "Y" AND
                    WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 31
                    MOVE WS-PARM-NUMBER TO WS-FP-DAYS
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-PARM-VALID-SWITCH
           END-EVALUATE
           IF WS-PARM-VALID-SWITCH = "N"
              DISPLAY "MRGSRC: INVALID PARAMETER CARD: "
                 PARAMETER-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       125-PARSE-NUMERIC-VALUE.
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

      * The override DD is optional, as SOLUTION's OVERRIDE is: no
      * dataset (or DD DUMMY) means no source is let through.
       130-READ-DUP-OVERRIDES.
           OPEN INPUT DUP-OVERRIDE-FILE
           IF WS-DUPOVRD-STATUS = "00"
              PERFORM 135-READ-NEXT-DUP-OVERRIDE
              PERFORM UNTIL WS-DOV-EOF-SWITCH = "Y"
                 IF DOV-BUSINESS-DATE = WS-BUSINESS-DATE
                    IF WS-DOV-COUNT >= 10
                       DISPLAY "MRGSRC: MORE THAN 10 DUPOVRD CARDS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-DOV-COUNT
                    MOVE DOV-SOURCE-ID TO WS-DOV-SOURCE(WS-DOV-COUNT)
                    DISPLAY "MRGSRC: DUPLICATE OVERRIDE FOR SOURCE "
                       DOV-SOURCE-ID
                 ELSE
                    DISPLAY "MRGSRC: DUPOVRD CARD IGNORED, NOT FOR "
                       "TONIGHT: " DUP-OVERRIDE-RECORD
                 END-IF
                 PERFORM 135-READ-NEXT-DUP-OVERRIDE
              END-PERFORM
              CLOSE DUP-OVERRIDE-FILE
           END-IF.

       135-READ-NEXT-DUP-OVERRIDE.
           READ DUP-OVERRIDE-FILE
               AT END MOVE "Y" TO WS-DOV-EOF-SWITCH
           END-READ.

       140-LOAD-FINGERPRINTS.
           OPEN INPUT FINGERPRINT-FILE
           IF WS-FPHIST-STATUS NOT = "00"
              DISPLAY "MRGSRC: FPHIST OPEN FAILED, STATUS="
                 WS-FPHIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 145-READ-NEXT-FINGERPRINT
           PERFORM UNTIL WS-FPH-EOF-SWITCH = "Y"
              IF WS-FPH-COUNT >= WS-FPH-MAX
                 DISPLAY "MRGSRC: MORE THAN " WS-FPH-MAX
                    " FINGERPRINT HISTORY RECORDS"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FPH-COUNT
              MOVE FPR-SOURCE-ID TO WS-FPH-SOURCE(WS-FPH-COUNT)
              MOVE FPR-BUSINESS-DATE TO WS-FPH-DATE(WS-FPH-COUNT)
              MOVE FPR-RECORD-COUNT TO
                 WS-FPH-COUNT-RECS(WS-FPH-COUNT)
              MOVE FPR-NET-SUM TO WS-FPH-SUM(WS-FPH-COUNT)
              MOVE FPR-FIRST-DETAIL TO WS-FPH-FIRST(WS-FPH-COUNT)
              MOVE FPR-LAST-DETAIL TO WS-FPH-LAST(WS-FPH-COUNT)
              MOVE FPR-HASH TO WS-FPH-HASH(WS-FPH-COUNT)
              MOVE "Y" TO WS-FPH-KEEP(WS-FPH-COUNT)
              PERFORM 145-READ-NEXT-FINGERPRINT
           END-PERFORM
           CLOSE FINGERPRINT-FILE.

       145-READ-NEXT-FINGERPRINT.
           READ FINGERPRINT-FILE
               AT END MOVE "Y" TO WS-FPH-EOF-SWITCH
           END-READ.

      * A bad registry stops the run before any file is merged: a
      * blank or duplicate id, an id starting with the reserved H
      * or T, an active flag that is not Y or N, or more entries
           MOVE SPACES TO WS-BAL-STATUS
           MOVE "Y" TO WS-FILE-OK-SWITCH
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO WS-FP-SUM
           MOVE SPACES TO WS-FP-FIRST
           MOVE SPACES TO WS-FP-LAST
           MOVE ZERO TO WS-FP-HASH
           MOVE SPACES TO WS-FP-MATCH-DATE.

      * A file whose header is missing or stale, whose trailer is
      * missing or disagrees with the records copied, or that
      * carries records after its trailer, marks the night out of
      * balance.  A balanced file whose fingerprint matches an
      * earlier business date is a likely re-send and is handled as
      * DUPCHECK= and the override cards say.  A balanced file under
      * its registered minimum volume is noted but does not fail the
      * merge; the variance alert owns volume policing.
       195-FINISH-BALANCE.
           IF WS-FILE-OK-SWITCH = "Y"
              EVALUATE TRUE
                 WHEN WS-BAL-ACTUAL > WS-BAL-EXPECTED
                    MOVE "OVER" TO WS-BAL-STATUS
                    MOVE "N" TO WS-FILE-OK-SWITCH
                 WHEN WS-FP-MATCH-DATE NOT = SPACES
                    PERFORM 330-SET-DUPLICATE-STATUS
                 WHEN WS-BAL-ACTUAL < WS-BAL-MIN-VOLUME
                    MOVE "OK-UNDERMIN" TO WS-BAL-STATUS
                 WHEN OTHER
           MOVE WS-BAL-EXPECTED TO WS-LINE-EXPECTED
           MOVE WS-BAL-ACTUAL TO WS-LINE-ACTUAL
           MOVE WS-BAL-STATUS TO WS-LINE-STATUS
           WRITE BALANCE-REPORT-RECORD FROM WS-BALANCE-LINE
           IF WS-FP-MATCH-DATE NOT = SPACES
              MOVE WS-FP-MATCH-DATE TO WS-DUP-LINE-DATE
              WRITE BALANCE-REPORT-RECORD FROM WS-DUPLICATE-LINE
           END-IF.

      * Copies and balances the slot named by WS-SLOT, tagging each
      * detail with the registry entry's source id.
                          WRITE MERGE-OUT-RECORD
                          ADD 1 TO WS-REG-COPIED(WS-SLOT)
                          ADD 1 TO WS-BAL-ACTUAL
                          PERFORM 310-ACCUMULATE-FINGERPRINT
                       END-IF
                    WHEN "T"
                       IF WS-SRC-TRL-RECORDS NUMERIC
                 END-EVALUATE
              END-IF
           END-PERFORM
           PERFORM 300-CHECK-FINGERPRINT
           PERFORM 195-FINISH-BALANCE
           IF WS-FILE-OK-SWITCH = "Y"
              PERFORM 320-RECORD-FINGERPRINT
           END-IF
           PERFORM 260-CLOSE-SOURCE-SLOT.

       220-OPEN-SOURCE-SLOT.
                 CLOSE SRCF10-FILE
           END-EVALUATE.

      * Tonight's file is compared only when it is otherwise sound
      * and carries details; two empty days are alike by nature.  A
      * rerun of the same business date is not compared with its
      * own earlier run.  The most recent matching date is reported.
       300-CHECK-FINGERPRINT.
           IF WS-FILE-OK-SWITCH = "Y" AND WS-TRAILER-SEEN-SW = "Y"
              AND WS-BAL-ACTUAL = WS-BAL-EXPECTED
              AND WS-BAL-ACTUAL > ZERO
              PERFORM VARYING H1 FROM 1 BY 1 UNTIL H1 > WS-FPH-COUNT
                 IF WS-FPH-SOURCE(H1) = WS-REG-ID(WS-SLOT) AND
                    WS-FPH-DATE(H1) NOT = WS-BUSINESS-DATE AND
                    WS-FPH-KEEP(H1) = "Y" AND
                    WS-FPH-COUNT-RECS(H1) = WS-BAL-ACTUAL AND
                    WS-FPH-SUM(H1) = WS-FP-SUM AND
                    WS-FPH-FIRST(H1) = WS-FP-FIRST AND
                    WS-FPH-LAST(H1) = WS-FP-LAST AND
                    WS-FPH-HASH(H1) = WS-FP-HASH
                    IF WS-FP-MATCH-DATE = SPACES OR
                       WS-FPH-DATE(H1) > WS-FP-MATCH-DATE
                       MOVE WS-FPH-DATE(H1) TO WS-FP-MATCH-DATE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      * Net sum of the well-formed details (sign and five digits),
      * first and last detail images, and a checksum over every
      * byte of every detail in file order.
       310-ACCUMULATE-FINGERPRINT.
           IF WS-BAL-ACTUAL = 1
              MOVE WS-SRC-DTL-DATA TO WS-FP-FIRST
           END-IF
           MOVE WS-SRC-DTL-DATA TO WS-FP-LAST
           IF WS-SRC-DTL-DATA(2:5) NUMERIC
              MOVE WS-SRC-DTL-DATA(2:5) TO WS-FP-DIGITS
              IF WS-SRC-DTL-DATA(1:1) = "-"
                 SUBTRACT WS-FP-DIGITS FROM WS-FP-SUM
              ELSE
                 IF WS-SRC-DTL-DATA(1:1) = "+"
                    ADD WS-FP-DIGITS TO WS-FP-SUM
                 END-IF
              END-IF
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 6
              COMPUTE WS-FP-HASH-WORK = WS-FP-HASH * 31 +
                 FUNCTION ORD(WS-SRC-DTL-DATA(C:1))
              COMPUTE WS-FP-HASH =
                 FUNCTION MOD(WS-FP-HASH-WORK, 999999937)
           END-PERFORM.

      * Tonight's fingerprint joins the history, replacing any
      * fingerprint an earlier run of the same business date left.
       320-RECORD-FINGERPRINT.
           PERFORM VARYING H1 FROM 1 BY 1 UNTIL H1 > WS-FPH-COUNT
              IF WS-FPH-SOURCE(H1) = WS-REG-ID(WS-SLOT) AND
                 WS-FPH-DATE(H1) = WS-BUSINESS-DATE
                 MOVE "N" TO WS-FPH-KEEP(H1)
              END-IF
           END-PERFORM
           IF WS-FPH-COUNT >= WS-FPH-MAX
              DISPLAY "MRGSRC: MORE THAN " WS-FPH-MAX
                 " FINGERPRINT HISTORY RECORDS"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-FPH-COUNT
           MOVE WS-REG-ID(WS-SLOT) TO WS-FPH-SOURCE(WS-FPH-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-FPH-DATE(WS-FPH-COUNT)
           MOVE WS-BAL-ACTUAL TO WS-FPH-COUNT-RECS(WS-FPH-COUNT)
           MOVE WS-FP-SUM TO WS-FPH-SUM(WS-FPH-COUNT)
           MOVE WS-FP-FIRST TO WS-FPH-FIRST(WS-FPH-COUNT)
           MOVE WS-FP-LAST TO WS-FPH-LAST(WS-FPH-COUNT)
           MOVE WS-FP-HASH TO WS-FPH-HASH(WS-FPH-COUNT)
           MOVE "Y" TO WS-FPH-KEEP(WS-FPH-COUNT).

       330-SET-DUPLICATE-STATUS.
           MOVE "N" TO WS-DOV-FOUND-SW
           PERFORM VARYING G2 FROM 1 BY 1 UNTIL G2 > WS-DOV-COUNT
              IF WS-DOV-SOURCE(G2) = WS-REG-ID(WS-SLOT)
                 MOVE "Y" TO WS-DOV-FOUND-SW
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-DOV-FOUND-SW = "Y"
                 MOVE "OK-OVERRIDE" TO WS-BAL-STATUS
              WHEN WS-DUP-ACTION = "WARN"
                 MOVE "OK-DUPLICATE" TO WS-BAL-STATUS
                 MOVE "Y" TO WS-DUP-WARN-SW
              WHEN OTHER
                 MOVE "DUPLICATE" TO WS-BAL-STATUS
                 MOVE "N" TO WS-FILE-OK-SWITCH
           END-EVALUATE.

      * The re-feed is balanced the same way as the registered
      * sources; its details pass through unchanged since EXCRECYC
      * already tagged them with the corrected record's source id.
           END-PERFORM
           PERFORM 195-FINISH-BALANCE
           CLOSE REFEED-FILE.

      * The release feed is balanced exactly as the re-feed is, and
      * its details likewise pass through unchanged so the release
      * mark reaches SOLUTION.  An empty release feed is a good
      * night.
       550-COPY-RELEASE-FEED.
           OPEN INPUT RELEASE-FEED-FILE
           IF WS-RELFEED-STATUS NOT = "00"
              DISPLAY "MRGSRC: RELFEED OPEN FAILED, STATUS="
                 WS-RELFEED-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "RELFEED" TO WS-BAL-SOURCE
           MOVE ZERO TO WS-BAL-MIN-VOLUME
           PERFORM 190-START-BALANCE
           READ RELEASE-FEED-FILE
              AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF-SWITCH = "Y" OR RELFEED-HDR-ID NOT = "H"
              MOVE "NO HEADER" TO WS-BAL-STATUS
              MOVE "N" TO WS-FILE-OK-SWITCH
           ELSE
              MOVE RELFEED-HDR-DATE TO WS-BAL-DATE
              IF RELFEED-HDR-DATE NOT = WS-BUSINESS-DATE
                 MOVE "STALE" TO WS-BAL-STATUS
                 MOVE "N" TO WS-FILE-OK-SWITCH
              END-IF
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y" OR
              WS-FILE-OK-SWITCH = "N"
              READ RELEASE-FEED-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF RELFEED-TRL-ID = "T" AND
                       RELFEED-TRL-RECORDS NUMERIC
                       MOVE RELFEED-TRL-RECORDS TO WS-BAL-EXPECTED
                       MOVE "Y" TO WS-TRAILER-SEEN-SW
                    ELSE
                       IF WS-TRAILER-SEEN-SW = "Y"
                          MOVE "AFTER TRAILER" TO WS-BAL-STATUS
                          MOVE "N" TO WS-FILE-OK-SWITCH
                       ELSE
                          MOVE RELFEED-RECORD TO MERGE-OUT-RECORD
                          WRITE MERGE-OUT-RECORD
                          ADD 1 TO WS-RELFEED-COUNT
                          ADD 1 TO WS-BAL-ACTUAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM 195-FINISH-BALANCE
           CLOSE RELEASE-FEED-FILE.

      * Written back only after a clean merge.  Each source keeps
      * the fingerprints of its FPDAYS= most recent business dates;
      * history for a source no longer registered ages out the same
      * way as the dates roll on.
       600-WRITE-FINGERPRINTS.
           OPEN OUTPUT FINGERPRINT-FILE
           IF WS-FPHIST-STATUS NOT = "00"
              DISPLAY "MRGSRC: FPHIST OPEN FAILED, STATUS="
                 WS-FPHIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING H1 FROM 1 BY 1 UNTIL H1 > WS-FPH-COUNT
              IF WS-FPH-KEEP(H1) = "Y"
                 MOVE ZERO TO WS-FP-NEWER-COUNT
                 PERFORM VARYING H2 FROM 1 BY 1
                    UNTIL H2 > WS-FPH-COUNT
                    IF WS-FPH-KEEP(H2) = "Y" AND
                       WS-FPH-SOURCE(H2) = WS-FPH-SOURCE(H1) AND
                       WS-FPH-DATE(H2) > WS-FPH-DATE(H1)
                       ADD 1 TO WS-FP-NEWER-COUNT
                    END-IF
                 END-PERFORM
                 IF WS-FP-NEWER-COUNT < WS-FP-DAYS
                    MOVE SPACES TO FINGERPRINT-RECORD
                    MOVE WS-FPH-SOURCE(H1) TO FPR-SOURCE-ID
                    MOVE WS-FPH-DATE(H1) TO FPR-BUSINESS-DATE
                    MOVE WS-FPH-COUNT-RECS(H1) TO FPR-RECORD-COUNT
                    MOVE WS-FPH-SUM(H1) TO FPR-NET-SUM
                    MOVE WS-FPH-FIRST(H1) TO FPR-FIRST-DETAIL
                    MOVE WS-FPH-LAST(H1) TO FPR-LAST-DETAIL
                    MOVE WS-FPH-HASH(H1) TO FPR-HASH
                    WRITE FINGERPRINT-RECORD
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FINGERPRINT-FILE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "MRGSRC: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "MRGSRC" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-MERGED-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
