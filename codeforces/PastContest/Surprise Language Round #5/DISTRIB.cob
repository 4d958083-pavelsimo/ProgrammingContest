       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT XREF-FILE ASSIGN TO "EXTSRCX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "SRCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "RCVPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT RCVX01-FILE ASSIGN TO "RCVEXT01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX01-STATUS.
           SELECT RCVX02-FILE ASSIGN TO "RCVEXT02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX02-STATUS.
           SELECT RCVX03-FILE ASSIGN TO "RCVEXT03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX03-STATUS.
           SELECT RCVX04-FILE ASSIGN TO "RCVEXT04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX04-STATUS.
           SELECT RCVX05-FILE ASSIGN TO "RCVEXT05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX05-STATUS.
           SELECT RCVX06-FILE ASSIGN TO "RCVEXT06"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX06-STATUS.
           SELECT RCVX07-FILE ASSIGN TO "RCVEXT07"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX07-STATUS.
           SELECT RCVX08-FILE ASSIGN TO "RCVEXT08"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX08-STATUS.
           SELECT RCVX09-FILE ASSIGN TO "RCVEXT09"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX09-STATUS.
           SELECT RCVX10-FILE ASSIGN TO "RCVEXT10"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVX10-STATUS.
           SELECT VAULT-FILE ASSIGN TO "EXTVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "DISTRPT"
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
          05 FILLER         PIC X(1).
          05 EXT-DTL-SEQ    PIC 9(9).
          05 EXT-DTL-NUMER1 PIC S9(5)
             SIGN LEADING SEPARATE CHARACTER.
          05 EXT-DTL-BIN    PIC X(18).
          05 EXT-DTL-OCT    PIC X(6).
          05 EXT-DTL-HEX    PIC X(5).
       01 EXTRACT-RECORD-TRL REDEFINES EXTRACT-RECORD.
          05 FILLER          PIC X(1).
          05 EXT-TRL-RECORDS PIC 9(9).
          05 EXT-TRL-EXCP    PIC 9(6).
          05 EXT-TRL-SUM     PIC S9(8)
             SIGN LEADING SEPARATE CHARACTER.
          05 FILLER          PIC X(20).

       FD  XREF-FILE
           RECORDING MODE IS F.
       COPY XRFREC.

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       COPY SRCREG.

       FD  PROFILE-FILE
           RECORDING MODE IS F.
       COPY RCVPRF.

      * The nth receiver profile writes its cut to the RCVEXTnn
      * slot.  Every slot carries the nightly extract layout: the
      * nightly header, the receiver's details renumbered from one,
      * and a trailer balancing the details actually sent.
       FD  RCVX01-FILE
           RECORDING MODE IS F.
       01 RCVX01-RECORD PIC X(45).

       FD  RCVX02-FILE
           RECORDING MODE IS F.
       01 RCVX02-RECORD PIC X(45).

       FD  RCVX03-FILE
           RECORDING MODE IS F.
       01 RCVX03-RECORD PIC X(45).

       FD  RCVX04-FILE
           RECORDING MODE IS F.
       01 RCVX04-RECORD PIC X(45).

       FD  RCVX05-FILE
           RECORDING MODE IS F.
       01 RCVX05-RECORD PIC X(45).

       FD  RCVX06-FILE
           RECORDING MODE IS F.
       01 RCVX06-RECORD PIC X(45).

       FD  RCVX07-FILE
           RECORDING MODE IS F.
       01 RCVX07-RECORD PIC X(45).

       FD  RCVX08-FILE
           RECORDING MODE IS F.
       01 RCVX08-RECORD PIC X(45).

       FD  RCVX09-FILE
           RECORDING MODE IS F.
       01 RCVX09-RECORD PIC X(45).

       FD  RCVX10-FILE
           RECORDING MODE IS F.
       01 RCVX10-RECORD PIC X(45).

       FD  VAULT-FILE.
       COPY VLTREC.

       FD  DISTRIBUTION-REPORT-FILE
           RECORDING MODE IS F.
       01 DISTRIBUTION-REPORT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS   PIC X(2) VALUE "00".
       01 WS-XREF-STATUS      PIC X(2) VALUE "00".
       01 WS-REGISTRY-STATUS  PIC X(2) VALUE "00".
       01 WS-PROFILE-STATUS   PIC X(2) VALUE "00".
       01 WS-RCVX01-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX02-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX03-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX04-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX05-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX06-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX07-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX08-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX09-STATUS    PIC X(2) VALUE "00".
       01 WS-RCVX10-STATUS    PIC X(2) VALUE "00".
       01 WS-VAULT-STATUS     PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS    PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS   PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
       01 WS-XREF-EOF-SWITCH  PIC X(1) VALUE "N".
       01 WS-REG-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-PRF-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-VAULT-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-TRAILER-SWITCH   PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-CURRENT-DATE    PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-TRAILER-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-UNIQUE-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LAST-SEQ        PIC 9(9) VALUE ZERO.
       01 WS-REPLACED-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-COMPLETION-CODE PIC 9(2) VALUE ZERO.

       01 WS-REGISTRY-MAX   PIC 9(2) VALUE 10.
       01 WS-REGISTRY-COUNT PIC 9(2) VALUE ZERO.
       01 WS-REGISTRY-TABLE.
          05 WS-REG-ID PIC X(2) OCCURS 10 TIMES.

       01 WS-PROFILE-MAX   PIC 9(2) VALUE 10.
       01 WS-PROFILE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PROFILE-TABLE.
          05 WS-PROFILE-ENTRY OCCURS 10 TIMES.
             10 WS-RCV-ID           PIC X(8).
             10 WS-RCV-ACTIVE       PIC X(1).
             10 WS-RCV-OUTPUTS      PIC X(3).
             10 WS-RCV-BIN-SW       PIC X(1).
             10 WS-RCV-OCT-SW       PIC X(1).
             10 WS-RCV-HEX-SW       PIC X(1).
             10 WS-RCV-SOURCE       PIC X(2) OCCURS 10 TIMES.
             10 WS-RCV-RANGE-SW     PIC X(1).
             10 WS-RCV-RANGE-LOW    PIC S9(5).
             10 WS-RCV-RANGE-HIGH   PIC S9(5).
             10 WS-RCV-READ         PIC 9(9).
             10 WS-RCV-SENT         PIC 9(9).
             10 WS-RCV-SRC-FILTERED PIC 9(9).
             10 WS-RCV-RNG-FILTERED PIC 9(9).
             10 WS-RCV-SUM          PIC S9(8).
             10 WS-RCV-WRITTEN      PIC 9(9).
             10 WS-RCV-STORED       PIC 9(9).
             10 WS-RCV-OVFL-SW      PIC X(1).
             10 WS-RCV-MISSING-SW   PIC X(1).
             10 WS-RCV-STATUS       PIC X(14).
       01 G2 PIC 9(2).
       01 S1 PIC 9(2).
       01 P  PIC 9(2).
       01 WS-SLOT PIC 9(2) VALUE ZERO.
       01 WS-SLOT-STATUS PIC X(2) VALUE "00".

       01 WS-PRF-VALID-SWITCH PIC X(1) VALUE "Y".
       01 WS-PRF-DONE-SWITCH  PIC X(1) VALUE "N".
       01 WS-PRF-FOUND-SWITCH PIC X(1) VALUE "N".
       01 WS-PRF-SOURCE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-ENTITLED-SWITCH  PIC X(1) VALUE "N".

      * The record being written to the current receiver's slot and
      * to its copy in the vault, with its vault position.
       01 WS-OUT-RECORD   PIC X(45) VALUE SPACES.
       01 WS-OUT-POSITION PIC 9(9) VALUE ZERO.

       01 WS-OUT-DETAIL.
          05 FILLER             PIC X(1) VALUE "D".
          05 WS-OUT-DTL-SEQ     PIC 9(9).
          05 WS-OUT-DTL-NUMER1  PIC S9(5)
             SIGN LEADING SEPARATE CHARACTER.
          05 WS-OUT-DTL-BIN     PIC X(18).
          05 WS-OUT-DTL-OCT     PIC X(6).
          05 WS-OUT-DTL-HEX     PIC X(5).

       01 WS-OUT-TRAILER.
          05 FILLER             PIC X(1) VALUE "T".
          05 WS-OUT-TRL-RECORDS PIC 9(9).
          05 WS-OUT-TRL-EXCP    PIC 9(6).
          05 WS-OUT-TRL-SUM     PIC S9(8)
             SIGN LEADING SEPARATE CHARACTER.
          05 FILLER             PIC X(20) VALUE SPACES.

       01 WS-TITLE-LINE.
          05 FILLER PIC X(25) VALUE "EXTRACT DISTRIBUTION     ".
          05 FILLER PIC X(8)  VALUE "RUNDATE=".
          05 WS-TTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "DATE=".
          05 WS-TTL-BUS-DATE PIC X(8).
          05 FILLER PIC X(24) VALUE SPACES.

       01 WS-NIGHT-LINE.
          05 FILLER PIC X(8)  VALUE "DETAILS=".
          05 WS-NGT-DETAILS PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(11) VALUE "DUPLICATES=".
          05 WS-NGT-DUPLICATES PIC ZZZZZZZZ9.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "TRAILER=".
          05 WS-NGT-TRAILER PIC ZZZZZZZZ9.
          05 FILLER PIC X(22) VALUE SPACES.

       01 WS-RECEIVER-LINE.
          05 FILLER PIC X(9)  VALUE "RECEIVER ".
          05 WS-RCL-ID PIC X(8).
          05 FILLER PIC X(6)  VALUE " COLS=".
          05 WS-RCL-COLS PIC X(3).
          05 FILLER PIC X(6)  VALUE " READ=".
          05 WS-RCL-READ PIC ZZZZZZZZ9.
          05 FILLER PIC X(6)  VALUE " SENT=".
          05 WS-RCL-SENT PIC ZZZZZZZZ9.
          05 FILLER PIC X(5)  VALUE " SUM=".
          05 WS-RCL-SUM PIC --------9.
          05 FILLER PIC X(10) VALUE SPACES.

       01 WS-FILTER-LINE.
          05 FILLER PIC X(18) VALUE "  FILTERED SOURCE=".
          05 WS-FLT-SOURCE PIC ZZZZZZZZ9.
          05 FILLER PIC X(7)  VALUE " RANGE=".
          05 WS-FLT-RANGE PIC ZZZZZZZZ9.
          05 FILLER PIC X(8)  VALUE " STATUS=".
          05 WS-FLT-STATUS PIC X(14).
          05 FILLER PIC X(15) VALUE SPACES.

       01 WS-STATUS-LINE.
          05 FILLER PIC X(7)  VALUE "STATUS=".
          05 WS-STS-TEXT PIC X(20).
          05 FILLER PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 140-LOAD-REGISTRY-IDS
           PERFORM 150-LOAD-RECEIVER-PROFILES
           PERFORM 200-CHECK-EXTRACT
           OPEN OUTPUT DISTRIBUTION-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "DISTRIB: DISTRPT OPEN FAILED, STATUS="
                 WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              DISPLAY "DISTRIB: EXTVAULT OPEN FAILED, STATUS="
                 WS-VAULT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 300-OPEN-RECEIVERS
           PERFORM 400-DISTRIBUTE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-PROFILE-COUNT
              IF WS-RCV-ACTIVE(WS-SLOT) = "Y"
                 PERFORM 460-CLOSE-RECEIVER-SLOT
              END-IF
           END-PERFORM
           CLOSE VAULT-FILE
           PERFORM 500-WRITE-DISTRIBUTION-REPORT
           CLOSE DISTRIBUTION-REPORT-FILE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-PROFILE-COUNT
              IF WS-RCV-ACTIVE(WS-SLOT) = "Y"
                 DISPLAY "DISTRIB: " WS-RCV-ID(WS-SLOT)
                    " READ=" WS-RCV-READ(WS-SLOT)
                    " SENT=" WS-RCV-SENT(WS-SLOT)
                    " STATUS=" WS-RCV-STATUS(WS-SLOT)
              END-IF
           END-PERFORM
           MOVE WS-COMPLETION-CODE TO RETURN-CODE
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

      * Entitlements are checked against the source registry, so a
      * profile naming a source id the registry has never held is
      * caught as a keying error rather than silently filtering
      * every record out.
       140-LOAD-REGISTRY-IDS.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
              DISPLAY "DISTRIB: SRCREG OPEN FAILED, STATUS="
                 WS-REGISTRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 145-READ-NEXT-REGISTRY
           PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
              IF WS-REGISTRY-COUNT >= WS-REGISTRY-MAX
                 DISPLAY "DISTRIB: MORE THAN " WS-REGISTRY-MAX
                    " REGISTRY ENTRIES"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-REGISTRY-COUNT
              MOVE REG-SOURCE-ID TO WS-REG-ID(WS-REGISTRY-COUNT)
              PERFORM 145-READ-NEXT-REGISTRY
           END-PERFORM
           CLOSE REGISTRY-FILE.

       145-READ-NEXT-REGISTRY.
           READ REGISTRY-FILE
               AT END MOVE "Y" TO WS-REG-EOF-SWITCH
           END-READ.

      * A bad profile stops the run before anything is cut: a blank
      * or duplicate receiver id, the id SOLUTION (reserved for the
      * nightly extract's own copy in the vault), an active flag
      * that is not Y or N, an OUTPUTS column other than B, O or H
      * or none at all, no entitled source or one the registry does
      * not hold, a range flag that is not Y or N, a range whose
      * bounds are not numeric or run backwards, or more profiles
      * than there are RCVEXTnn slots.
       150-LOAD-RECEIVER-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
              DISPLAY "DISTRIB: RCVPROF OPEN FAILED, STATUS="
                 WS-PROFILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 160-READ-NEXT-PROFILE
           PERFORM UNTIL WS-PRF-EOF-SWITCH = "Y"
              IF WS-PROFILE-COUNT >= WS-PROFILE-MAX
                 DISPLAY "DISTRIB: MORE THAN " WS-PROFILE-MAX
                    " RECEIVER PROFILES"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 170-VALIDATE-PROFILE
              ADD 1 TO WS-PROFILE-COUNT
              INITIALIZE WS-PROFILE-ENTRY(WS-PROFILE-COUNT)
              MOVE RCV-RECEIVER-ID TO WS-RCV-ID(WS-PROFILE-COUNT)
              MOVE RCV-ACTIVE-SW TO WS-RCV-ACTIVE(WS-PROFILE-COUNT)
              MOVE RCV-OUTPUTS TO WS-RCV-OUTPUTS(WS-PROFILE-COUNT)
              PERFORM 175-SET-COLUMN-SWITCHES
              PERFORM VARYING S1 FROM 1 BY 1 UNTIL S1 > 10
                 MOVE RCV-SOURCE-ID(S1) TO
                    WS-RCV-SOURCE(WS-PROFILE-COUNT, S1)
              END-PERFORM
              MOVE RCV-RANGE-SW TO WS-RCV-RANGE-SW(WS-PROFILE-COUNT)
              IF RCV-RANGE-SW = "Y"
                 MOVE RCV-RANGE-LOW TO
                    WS-RCV-RANGE-LOW(WS-PROFILE-COUNT)
                 MOVE RCV-RANGE-HIGH TO
                    WS-RCV-RANGE-HIGH(WS-PROFILE-COUNT)
              END-IF
              MOVE "N" TO WS-RCV-OVFL-SW(WS-PROFILE-COUNT)
              MOVE "N" TO WS-RCV-MISSING-SW(WS-PROFILE-COUNT)
              PERFORM 160-READ-NEXT-PROFILE
           END-PERFORM
           CLOSE PROFILE-FILE
           IF WS-PROFILE-COUNT = ZERO
              DISPLAY "DISTRIB: RECEIVER PROFILE FILE IS EMPTY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       160-READ-NEXT-PROFILE.
           READ PROFILE-FILE
               AT END MOVE "Y" TO WS-PRF-EOF-SWITCH
           END-READ.

       170-VALIDATE-PROFILE.
           MOVE "Y" TO WS-PRF-VALID-SWITCH
           IF RCV-RECEIVER-ID = SPACES OR
              RCV-RECEIVER-ID = "SOLUTION" OR
              (RCV-ACTIVE-SW NOT = "Y" AND RCV-ACTIVE-SW NOT = "N") OR
              (RCV-RANGE-SW NOT = "Y" AND RCV-RANGE-SW NOT = "N")
              MOVE "N" TO WS-PRF-VALID-SWITCH
           END-IF
           MOVE "N" TO WS-PRF-DONE-SWITCH
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
              EVALUATE TRUE
                 WHEN RCV-OUTPUTS(P:1) = SPACE
                    MOVE "Y" TO WS-PRF-DONE-SWITCH
                 WHEN WS-PRF-DONE-SWITCH = "Y"
                    MOVE "N" TO WS-PRF-VALID-SWITCH
                 WHEN RCV-OUTPUTS(P:1) = "B" OR "O" OR "H"
                    CONTINUE
                 WHEN OTHER
                    MOVE "N" TO WS-PRF-VALID-SWITCH
              END-EVALUATE
           END-PERFORM
           IF RCV-OUTPUTS = SPACES
              MOVE "N" TO WS-PRF-VALID-SWITCH
           END-IF
           MOVE ZERO TO WS-PRF-SOURCE-COUNT
           PERFORM VARYING S1 FROM 1 BY 1 UNTIL S1 > 10
              IF RCV-SOURCE-ID(S1) NOT = SPACES
                 ADD 1 TO WS-PRF-SOURCE-COUNT
                 MOVE "N" TO WS-PRF-FOUND-SWITCH
                 PERFORM VARYING G2 FROM 1 BY 1
                    UNTIL G2 > WS-REGISTRY-COUNT
                    IF WS-REG-ID(G2) = RCV-SOURCE-ID(S1)
                       MOVE "Y" TO WS-PRF-FOUND-SWITCH
                    END-IF
                 END-PERFORM
                 IF WS-PRF-FOUND-SWITCH = "N"
                    MOVE "N" TO WS-PRF-VALID-SWITCH
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PRF-SOURCE-COUNT = ZERO
              MOVE "N" TO WS-PRF-VALID-SWITCH
           END-IF
           IF RCV-RANGE-SW = "Y"
              IF RCV-RANGE-LOW NOT NUMERIC OR
                 RCV-RANGE-HIGH NOT NUMERIC
                 MOVE "N" TO WS-PRF-VALID-SWITCH
              ELSE
                 IF RCV-RANGE-LOW > RCV-RANGE-HIGH
                    MOVE "N" TO WS-PRF-VALID-SWITCH
                 END-IF
              END-IF
           END-IF
           IF WS-PRF-VALID-SWITCH = "N"
              DISPLAY "DISTRIB: INVALID PROFILE FOR RECEIVER '"
                 RCV-RECEIVER-ID "'"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING G2 FROM 1 BY 1
              UNTIL G2 > WS-PROFILE-COUNT
              IF WS-RCV-ID(G2) = RCV-RECEIVER-ID
                 DISPLAY "DISTRIB: DUPLICATE RECEIVER ID "
                    RCV-RECEIVER-ID
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.

       175-SET-COLUMN-SWITCHES.
           MOVE "N" TO WS-RCV-BIN-SW(WS-PROFILE-COUNT)
           MOVE "N" TO WS-RCV-OCT-SW(WS-PROFILE-COUNT)
           MOVE "N" TO WS-RCV-HEX-SW(WS-PROFILE-COUNT)
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
              EVALUATE RCV-OUTPUTS(P:1)
                 WHEN "B"
                    MOVE "Y" TO WS-RCV-BIN-SW(WS-PROFILE-COUNT)
                 WHEN "O"
                    MOVE "Y" TO WS-RCV-OCT-SW(WS-PROFILE-COUNT)
                 WHEN "H"
                    MOVE "Y" TO WS-RCV-HEX-SW(WS-PROFILE-COUNT)
              END-EVALUATE
           END-PERFORM.

      * The nightly extract and its source cross-reference are
      * balanced against each other before any receiver file is
      * opened: one header each for the same business date, one
      * cross-reference detail per extract detail carrying the same
      * sequence number, and matching trailers.  Details repeated
      * on a checkpoint-restart night (sequence at or below one
      * already seen) are counted as duplicates and never cut; the
      * remaining details must equal the trailer count.
       200-CHECK-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "DISTRIB: EXTFILE OPEN FAILED, STATUS="
                 WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "DISTRIB: EXTSRCX OPEN FAILED, STATUS="
                 WS-XREF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 100-READ-EXTRACT
           IF WS-EOF-SWITCH = "Y" OR EXT-RECORD-ID NOT = "H"
              DISPLAY "DISTRIB: EXTRACT HEADER MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE EXT-HDR-BUS-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT NUMERIC
              DISPLAY "DISTRIB: INVALID HEADER BUSINESS DATE "
                 WS-BUSINESS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 110-READ-XREF
           IF WS-XREF-EOF-SWITCH = "Y" OR XRF-RECORD-ID NOT = "H" OR
              XRF-HDR-BUS-DATE NOT = WS-BUSINESS-DATE
              DISPLAY "DISTRIB: EXTSRCX HEADER MISSING OR NOT FOR "
                 WS-BUSINESS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 100-READ-EXTRACT
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              IF WS-TRAILER-SWITCH = "Y"
                 DISPLAY "DISTRIB: RECORD AFTER TRAILER, ID "
                    EXT-RECORD-ID
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              EVALUATE EXT-RECORD-ID
                 WHEN "D"
                    PERFORM 210-CHECK-DETAIL
                 WHEN "T"
                    MOVE "Y" TO WS-TRAILER-SWITCH
                    MOVE EXT-TRL-RECORDS TO WS-TRAILER-COUNT
                    PERFORM 110-READ-XREF
                    IF WS-XREF-EOF-SWITCH = "Y" OR
                       XRF-RECORD-ID NOT = "T" OR
                       XRF-TRL-RECORDS NOT = EXT-TRL-RECORDS
                       DISPLAY "DISTRIB: EXTSRCX TRAILER DOES NOT "
                          "MATCH EXTRACT TRAILER"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 WHEN OTHER
                    DISPLAY "DISTRIB: UNKNOWN RECORD ID "
                       EXT-RECORD-ID " AFTER SEQ " WS-LAST-SEQ
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
              PERFORM 100-READ-EXTRACT
           END-PERFORM
           IF WS-TRAILER-SWITCH NOT = "Y"
              DISPLAY "DISTRIB: EXTRACT TRAILER MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 110-READ-XREF
           IF WS-XREF-EOF-SWITCH NOT = "Y"
              DISPLAY "DISTRIB: EXTSRCX RECORD AFTER TRAILER"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE EXTRACT-FILE
           CLOSE XREF-FILE
           IF WS-UNIQUE-COUNT NOT = WS-TRAILER-COUNT
              DISPLAY "DISTRIB: EXTRACT OUT OF BALANCE, "
                 "TRAILER=" WS-TRAILER-COUNT
                 " DETAILS=" WS-UNIQUE-COUNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       210-CHECK-DETAIL.
           PERFORM 110-READ-XREF
           IF WS-XREF-EOF-SWITCH = "Y" OR XRF-RECORD-ID NOT = "D" OR
              EXT-DTL-SEQ NOT NUMERIC OR
              XRF-DTL-SEQ NOT = EXT-DTL-SEQ
              DISPLAY "DISTRIB: EXTSRCX OUT OF STEP WITH EXTRACT "
                 "AFTER SEQ " WS-LAST-SEQ
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF EXT-DTL-SEQ > WS-LAST-SEQ
              ADD 1 TO WS-UNIQUE-COUNT
              MOVE EXT-DTL-SEQ TO WS-LAST-SEQ
           ELSE
              ADD 1 TO WS-DUPLICATE-COUNT
           END-IF.

      * Every active receiver's slot is opened before the vault is
      * touched, so a missing DD stops the run with the vault as it
      * was.  Tonight's cut then replaces any copy of the same
      * business date a rerun night left in the vault.
       300-OPEN-RECEIVERS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-PROFILE-COUNT
              IF WS-RCV-ACTIVE(WS-SLOT) = "Y"
                 PERFORM 450-OPEN-RECEIVER-SLOT
                 IF WS-SLOT-STATUS NOT = "00"
                    DISPLAY "DISTRIB: RCVEXT" WS-SLOT
                       " OPEN FAILED, STATUS=" WS-SLOT-STATUS
                       " RECEIVER=" WS-RCV-ID(WS-SLOT)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-PROFILE-COUNT
              IF WS-RCV-ACTIVE(WS-SLOT) = "Y"
                 PERFORM 310-REMOVE-EARLIER-COPY
              END-IF
           END-PERFORM.

       310-REMOVE-EARLIER-COPY.
           MOVE WS-RCV-ID(WS-SLOT) TO VLT-COPY-ID
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
                    IF VLT-COPY-ID NOT = WS-RCV-ID(WS-SLOT) OR
                       VLT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       MOVE "Y" TO WS-VAULT-EOF-SWITCH
                    ELSE
                       DELETE VAULT-FILE
                       IF WS-VAULT-STATUS NOT = "00"
                          DISPLAY "DISTRIB: DELETE FAILED, STATUS="
                             WS-VAULT-STATUS " KEY=" VLT-KEY
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-REPLACED-COUNT
                    END-IF
              END-READ
           END-PERFORM.

      * The balanced extract is read once more and every unique
      * detail is offered to every active receiver: it is sent when
      * its source is one the receiver is entitled to and, for a
      * receiver with a range, its NUMER1 falls inside the range;
      * otherwise it is counted as filtered by source or by range.
      * Each receiver gets the nightly header unchanged and a
      * trailer of its own.
       400-DISTRIBUTE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-XREF-EOF-SWITCH
           MOVE ZERO TO WS-LAST-SEQ
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "DISTRIB: EXTFILE OPEN FAILED, STATUS="
                 WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "DISTRIB: EXTSRCX OPEN FAILED, STATUS="
                 WS-XREF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 100-READ-EXTRACT
           PERFORM 110-READ-XREF
           MOVE EXTRACT-RECORD TO WS-OUT-RECORD
           MOVE ZERO TO WS-OUT-POSITION
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-PROFILE-COUNT
              IF WS-RCV-ACTIVE(WS-SLOT) = "Y"
                 PERFORM 420-WRITE-RECEIVER-RECORD
              END-IF
           END-PERFORM
           PERFORM 100-READ-EXTRACT
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              EVALUATE EXT-RECORD-ID
                 WHEN "D"
                    PERFORM 110-READ-XREF
                    IF EXT-DTL-SEQ > WS-LAST-SEQ
                       MOVE EXT-DTL-SEQ TO WS-LAST-SEQ
                       PERFORM VARYING WS-SLOT FROM 1 BY 1
                          UNTIL WS-SLOT > WS-PROFILE-COUNT
                          IF WS-RCV-ACTIVE(WS-SLOT) = "Y"
                             PERFORM 410-CUT-DETAIL
                          END-IF
                       END-PERFORM
                    END-IF
                 WHEN "T"
                    PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-PROFILE-COUNT
                       IF WS-RCV-ACTIVE(WS-SLOT) = "Y"
                          PERFORM 430-WRITE-RECEIVER-TRAILER
                       END-IF
                    END-PERFORM
              END-EVALUATE
              PERFORM 100-READ-EXTRACT
           END-PERFORM
           CLOSE EXTRACT-FILE
           CLOSE XREF-FILE.

       410-CUT-DETAIL.
           ADD 1 TO WS-RCV-READ(WS-SLOT)
           MOVE "N" TO WS-ENTITLED-SWITCH
           PERFORM VARYING S1 FROM 1 BY 1 UNTIL S1 > 10
              IF WS-RCV-SOURCE(WS-SLOT, S1) = XRF-DTL-SOURCE-ID
                 MOVE "Y" TO WS-ENTITLED-SWITCH
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-ENTITLED-SWITCH = "N"
                 ADD 1 TO WS-RCV-SRC-FILTERED(WS-SLOT)
              WHEN WS-RCV-RANGE-SW(WS-SLOT) = "Y" AND
                   (EXT-DTL-NUMER1 < WS-RCV-RANGE-LOW(WS-SLOT) OR
                    EXT-DTL-NUMER1 > WS-RCV-RANGE-HIGH(WS-SLOT))
                 ADD 1 TO WS-RCV-RNG-FILTERED(WS-SLOT)
              WHEN OTHER
                 PERFORM 415-SEND-DETAIL
           END-EVALUATE.

      * A column the receiver takes that the nightly extract left
      * blank (SOLUTION run with a narrower OUTPUTS= card) is still
      * sent blank but flags the receiver COLUMN MISSING.
       415-SEND-DETAIL.
           ADD 1 TO WS-RCV-SENT(WS-SLOT)
           MOVE WS-RCV-SENT(WS-SLOT) TO WS-OUT-DTL-SEQ
           MOVE EXT-DTL-NUMER1 TO WS-OUT-DTL-NUMER1
           IF WS-RCV-BIN-SW(WS-SLOT) = "Y"
              MOVE EXT-DTL-BIN TO WS-OUT-DTL-BIN
              IF EXT-DTL-BIN = SPACES
                 MOVE "Y" TO WS-RCV-MISSING-SW(WS-SLOT)
              END-IF
           ELSE
              MOVE SPACES TO WS-OUT-DTL-BIN
           END-IF
           IF WS-RCV-OCT-SW(WS-SLOT) = "Y"
              MOVE EXT-DTL-OCT TO WS-OUT-DTL-OCT
              IF EXT-DTL-OCT = SPACES
                 MOVE "Y" TO WS-RCV-MISSING-SW(WS-SLOT)
              END-IF
           ELSE
              MOVE SPACES TO WS-OUT-DTL-OCT
           END-IF
           IF WS-RCV-HEX-SW(WS-SLOT) = "Y"
              MOVE EXT-DTL-HEX TO WS-OUT-DTL-HEX
              IF EXT-DTL-HEX = SPACES
                 MOVE "Y" TO WS-RCV-MISSING-SW(WS-SLOT)
              END-IF
           ELSE
              MOVE SPACES TO WS-OUT-DTL-HEX
           END-IF
           ADD EXT-DTL-NUMER1 TO WS-RCV-SUM(WS-SLOT)
              ON SIZE ERROR
                 MOVE "Y" TO WS-RCV-OVFL-SW(WS-SLOT)
           END-ADD
           MOVE WS-OUT-DETAIL TO WS-OUT-RECORD
           MOVE WS-RCV-SENT(WS-SLOT) TO WS-OUT-POSITION
           PERFORM 420-WRITE-RECEIVER-RECORD.

      * Writes WS-OUT-RECORD to the receiver's slot and stores the
      * same image in the vault under the receiver's id, so a
      * re-send repeats exactly what the receiver was sent.
       420-WRITE-RECEIVER-RECORD.
           PERFORM 440-WRITE-RECEIVER-SLOT
           ADD 1 TO WS-RCV-WRITTEN(WS-SLOT)
           MOVE WS-RCV-ID(WS-SLOT) TO VLT-COPY-ID
           MOVE WS-BUSINESS-DATE TO VLT-BUSINESS-DATE
           MOVE WS-OUT-POSITION TO VLT-POSITION
           MOVE WS-OUT-RECORD TO VLT-EXTRACT-IMAGE
           WRITE VAULT-RECORD
              INVALID KEY
                 DISPLAY "DISTRIB: VAULT WRITE FAILED, STATUS="
                    WS-VAULT-STATUS " KEY=" VLT-KEY
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE
           ADD 1 TO WS-RCV-STORED(WS-SLOT).

      * The receiver's trailer counts and sums only the details it
      * was sent; the exception count is the night's, as on the
      * nightly trailer.
       430-WRITE-RECEIVER-TRAILER.
           MOVE WS-RCV-SENT(WS-SLOT) TO WS-OUT-TRL-RECORDS
           MOVE EXT-TRL-EXCP TO WS-OUT-TRL-EXCP
           MOVE WS-RCV-SUM(WS-SLOT) TO WS-OUT-TRL-SUM
           MOVE WS-OUT-TRAILER TO WS-OUT-RECORD
           MOVE 999999999 TO WS-OUT-POSITION
           PERFORM 420-WRITE-RECEIVER-RECORD.

       440-WRITE-RECEIVER-SLOT.
           EVALUATE WS-SLOT
              WHEN 1
                 WRITE RCVX01-RECORD FROM WS-OUT-RECORD
              WHEN 2
                 WRITE RCVX02-RECORD FROM WS-OUT-RECORD
              WHEN 3
                 WRITE RCVX03-RECORD FROM WS-OUT-RECORD
              WHEN 4
                 WRITE RCVX04-RECORD FROM WS-OUT-RECORD
              WHEN 5
                 WRITE RCVX05-RECORD FROM WS-OUT-RECORD
              WHEN 6
                 WRITE RCVX06-RECORD FROM WS-OUT-RECORD
              WHEN 7
                 WRITE RCVX07-RECORD FROM WS-OUT-RECORD
              WHEN 8
                 WRITE RCVX08-RECORD FROM WS-OUT-RECORD
              WHEN 9
                 WRITE RCVX09-RECORD FROM WS-OUT-RECORD
              WHEN 10
                 WRITE RCVX10-RECORD FROM WS-OUT-RECORD
           END-EVALUATE.

       450-OPEN-RECEIVER-SLOT.
           EVALUATE WS-SLOT
              WHEN 1
                 OPEN OUTPUT RCVX01-FILE
                 MOVE WS-RCVX01-STATUS TO WS-SLOT-STATUS
              WHEN 2
                 OPEN OUTPUT RCVX02-FILE
                 MOVE WS-RCVX02-STATUS TO WS-SLOT-STATUS
              WHEN 3
                 OPEN OUTPUT RCVX03-FILE
                 MOVE WS-RCVX03-STATUS TO WS-SLOT-STATUS
              WHEN 4
                 OPEN OUTPUT RCVX04-FILE
                 MOVE WS-RCVX04-STATUS TO WS-SLOT-STATUS
              WHEN 5
                 OPEN OUTPUT RCVX05-FILE
                 MOVE WS-RCVX05-STATUS TO WS-SLOT-STATUS
              WHEN 6
                 OPEN OUTPUT RCVX06-FILE
                 MOVE WS-RCVX06-STATUS TO WS-SLOT-STATUS
              WHEN 7
                 OPEN OUTPUT RCVX07-FILE
                 MOVE WS-RCVX07-STATUS TO WS-SLOT-STATUS
              WHEN 8
                 OPEN OUTPUT RCVX08-FILE
                 MOVE WS-RCVX08-STATUS TO WS-SLOT-STATUS
              WHEN 9
                 OPEN OUTPUT RCVX09-FILE
                 MOVE WS-RCVX09-STATUS TO WS-SLOT-STATUS
              WHEN 10
                 OPEN OUTPUT RCVX10-FILE
                 MOVE WS-RCVX10-STATUS TO WS-SLOT-STATUS
           END-EVALUATE.

       460-CLOSE-RECEIVER-SLOT.
           EVALUATE WS-SLOT
              WHEN 1
                 CLOSE RCVX01-FILE
              WHEN 2
                 CLOSE RCVX02-FILE
              WHEN 3
                 CLOSE RCVX03-FILE
              WHEN 4
                 CLOSE RCVX04-FILE
              WHEN 5
                 CLOSE RCVX05-FILE
              WHEN 6
                 CLOSE RCVX06-FILE
              WHEN 7
                 CLOSE RCVX07-FILE
              WHEN 8
                 CLOSE RCVX08-FILE
              WHEN 9
                 CLOSE RCVX09-FILE
              WHEN 10
                 CLOSE RCVX10-FILE
           END-EVALUATE.

      * Every active receiver must prove READ = SENT + FILTERED:
      * each unique detail of the night read once, and every one
      * either sent or filtered out by source or by range, with the
      * header, details and trailer all written to the slot and
      * stored in the vault.  A receiver out of balance ends the
      * step CC 16; a sum overflow or a missing column CC 8; a
      * rerun night's replaced vault copy CC 4.
       500-WRITE-DISTRIBUTION-REPORT.
           MOVE WS-CURRENT-DATE TO WS-TTL-RUN-DATE
           MOVE WS-BUSINESS-DATE TO WS-TTL-BUS-DATE
           WRITE DISTRIBUTION-REPORT-RECORD FROM WS-TITLE-LINE
           MOVE WS-UNIQUE-COUNT TO WS-NGT-DETAILS
           MOVE WS-DUPLICATE-COUNT TO WS-NGT-DUPLICATES
           MOVE WS-TRAILER-COUNT TO WS-NGT-TRAILER
           WRITE DISTRIBUTION-REPORT-RECORD FROM WS-NIGHT-LINE
           IF WS-REPLACED-COUNT > 0
              MOVE 4 TO WS-COMPLETION-CODE
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-PROFILE-COUNT
              PERFORM 510-BALANCE-RECEIVER
              MOVE WS-RCV-ID(WS-SLOT) TO WS-RCL-ID
              MOVE WS-RCV-OUTPUTS(WS-SLOT) TO WS-RCL-COLS
              MOVE WS-RCV-READ(WS-SLOT) TO WS-RCL-READ
              MOVE WS-RCV-SENT(WS-SLOT) TO WS-RCL-SENT
              MOVE WS-RCV-SUM(WS-SLOT) TO WS-RCL-SUM
              WRITE DISTRIBUTION-REPORT-RECORD FROM WS-RECEIVER-LINE
              MOVE WS-RCV-SRC-FILTERED(WS-SLOT) TO WS-FLT-SOURCE
              MOVE WS-RCV-RNG-FILTERED(WS-SLOT) TO WS-FLT-RANGE
              MOVE WS-RCV-STATUS(WS-SLOT) TO WS-FLT-STATUS
              WRITE DISTRIBUTION-REPORT-RECORD FROM WS-FILTER-LINE
           END-PERFORM
           EVALUATE WS-COMPLETION-CODE
              WHEN 16
                 MOVE "OUT OF BALANCE" TO WS-STS-TEXT
              WHEN 8
                 MOVE "SENT WITH ERRORS" TO WS-STS-TEXT
              WHEN 4
                 MOVE "SENT, COPY REPLACED" TO WS-STS-TEXT
              WHEN OTHER
                 MOVE "SENT" TO WS-STS-TEXT
           END-EVALUATE
           WRITE DISTRIBUTION-REPORT-RECORD FROM WS-STATUS-LINE.

       510-BALANCE-RECEIVER.
           EVALUATE TRUE
              WHEN WS-RCV-ACTIVE(WS-SLOT) NOT = "Y"
                 MOVE "INACTIVE" TO WS-RCV-STATUS(WS-SLOT)
              WHEN WS-RCV-READ(WS-SLOT) NOT = WS-UNIQUE-COUNT OR
                   WS-RCV-READ(WS-SLOT) NOT =
                      WS-RCV-SENT(WS-SLOT) +
                      WS-RCV-SRC-FILTERED(WS-SLOT) +
                      WS-RCV-RNG-FILTERED(WS-SLOT) OR
                   WS-RCV-WRITTEN(WS-SLOT) NOT =
                      WS-RCV-SENT(WS-SLOT) + 2 OR
                   WS-RCV-STORED(WS-SLOT) NOT =
                      WS-RCV-SENT(WS-SLOT) + 2
                 MOVE "OUT OF BALANCE" TO WS-RCV-STATUS(WS-SLOT)
                 MOVE 16 TO WS-COMPLETION-CODE
              WHEN WS-RCV-OVFL-SW(WS-SLOT) = "Y"
                 MOVE "SUM OVERFLOW" TO WS-RCV-STATUS(WS-SLOT)
                 IF WS-COMPLETION-CODE < 8
                    MOVE 8 TO WS-COMPLETION-CODE
                 END-IF
              WHEN WS-RCV-MISSING-SW(WS-SLOT) = "Y"
                 MOVE "COLUMN MISSING" TO WS-RCV-STATUS(WS-SLOT)
                 IF WS-COMPLETION-CODE < 8
                    MOVE 8 TO WS-COMPLETION-CODE
                 END-IF
              WHEN OTHER
                 MOVE "BALANCED" TO WS-RCV-STATUS(WS-SLOT)
           END-EVALUATE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "DISTRIB: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "DISTRIB" TO STP-PROGRAM-ID
              MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-UNIQUE-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
