       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CATCHUP-CONTROL-FILE ASSIGN TO "CATCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATCTL-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REFEED-FILE ASSIGN TO "REFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFEED-STATUS.
           SELECT JOB-OUT-FILE ASSIGN TO "JOBOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-OUT-STATUS.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One pending business date per card, CCYYMMDD in columns
      * 1-8.  Blank cards and cards starting with * are ignored.
       FD  PENDING-FILE
           RECORDING MODE IS F.
       01 PENDING-RECORD.
          05 PEND-DATE PIC X(8).
          05 FILLER    PIC X(72).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01 RUN-CONTROL-RECORD.
          05 RC-BUSINESS-DATE PIC X(8).
          05 RC-STATUS        PIC X(1).

      * One catch-up completion mark per business date, written by
      * CATCHMRK as the last step of the date's CATCHDAY job.
       FD  CATCHUP-CONTROL-FILE
           RECORDING MODE IS F.
       01 CATCHUP-CONTROL-RECORD.
          05 CTL-BUSINESS-DATE PIC X(8).
          05 CTL-STATUS        PIC X(1).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01 BUSDATE-RECORD.
          05 BUSDATE-DATE PIC X(8).

      * A caught-up date carries no corrections (the recycle job
      * does not run between catch-up dates), so its re-feed is
      * an empty H/T pair that MRGSRC balances like any other.
       FD  REFEED-FILE
           RECORDING MODE IS F.
       01 REFEED-RECORD PIC X(9).
       01 REFEED-RECORD-HDR.
          05 REFEED-HDR-ID   PIC X(1).
          05 REFEED-HDR-DATE PIC X(8).
       01 REFEED-RECORD-TRL.
          05 REFEED-TRL-ID      PIC X(1).
          05 REFEED-TRL-RECORDS PIC 9(6).
          05 FILLER             PIC X(2).

       FD  JOB-OUT-FILE
           RECORDING MODE IS F.
       01 JOB-OUT-RECORD PIC X(80).

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS PIC X(2) VALUE "00".
       01 WS-RUNCTL-STATUS  PIC X(2) VALUE "00".
       01 WS-CATCTL-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-REFEED-STATUS  PIC X(2) VALUE "00".
       01 WS-JOB-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-PEND-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-RUNCTL-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-CATCTL-EOF-SWITCH PIC X(1) VALUE "N".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-PEND-MAX   PIC 9(2) VALUE 31.
       01 WS-PEND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PENDING-TABLE.
          05 WS-PEND-ENTRY OCCURS 31 TIMES.
             10 WS-PEND-DATE PIC X(8).
             10 WS-PEND-DONE PIC X(1).
             10 WS-PEND-SOLVED PIC X(1).
       01 N  PIC 9(2).
       01 WS-NEXT-SUB  PIC 9(2) VALUE ZERO.
       01 WS-DONE-COUNT PIC 9(2) VALUE ZERO.

       01 WS-NEXT-DATE  PIC X(8) VALUE SPACES.
       01 WS-DSN-DATE   PIC X(7) VALUE SPACES.

      * The generated job runs the CATCHDAY procedure for one
      * business date; the date goes into every dated dataset name
      * as the qualifier D + YYMMDD.  A date SOLUTION has already
      * completed runs with IEFBR14 in place of SOLUTION, so only
      * the merge and the steps after SOLUTION are redone.
       01 WS-JOB-CARD-1.
          05 FILLER PIC X(24) VALUE
             "//NUMCATCH JOB (ACCTNO),".
          05 FILLER PIC X(56) VALUE
             "'NUMER1 CATCH-UP',CLASS=A,MSGCLASS=X,".
       01 WS-JOB-CARD-2.
          05 FILLER PIC X(80) VALUE
             "//         NOTIFY=&SYSUID".
       01 WS-JOB-CARD-3.
          05 FILLER PIC X(80) VALUE
             "//PROCLIB  JCLLIB ORDER=PROD.NUMER1.PROCLIB".
       01 WS-JOB-CARD-4.
          05 FILLER PIC X(31) VALUE
             "//DAY      EXEC CATCHDAY,BDATE=".
          05 WS-JOB-BDATE PIC X(7).
          05 WS-JOB-SOLPGM PIC X(15) VALUE SPACES.
          05 FILLER PIC X(27) VALUE SPACES.
       01 WS-JOB-CARD-5.
          05 FILLER PIC X(80) VALUE "//".

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           PERFORM 100-LOAD-PENDING-DATES
           PERFORM 200-READ-RUN-CONTROL
           PERFORM 250-READ-CATCHUP-CONTROL
           PERFORM 300-FIND-NEXT-DATE
           IF WS-NEXT-SUB = 0
              DISPLAY "CATCHUP: ALL " WS-PEND-COUNT
                 " PENDING BUSINESS DATES COMPLETE"
              MOVE 4 TO RETURN-CODE
              PERFORM 990-WRITE-STEP-TIMING
              STOP RUN
           END-IF
           MOVE WS-PEND-DATE(WS-NEXT-SUB) TO WS-NEXT-DATE
           STRING "D" WS-NEXT-DATE(3:6) DELIMITED BY SIZE
              INTO WS-DSN-DATE
           END-STRING
           IF WS-PEND-SOLVED(WS-NEXT-SUB) = "Y"
              MOVE ",SOLPGM=IEFBR14" TO WS-JOB-SOLPGM
              DISPLAY "CATCHUP: BUSINESS DATE " WS-NEXT-DATE
                 " ALREADY CONVERTED, RERUNNING THE STEPS AFTER "
                 "SOLUTION"
           END-IF
           PERFORM 400-WRITE-BUSINESS-DATE
           PERFORM 450-WRITE-EMPTY-REFEED
           PERFORM 500-SUBMIT-DAY-JOB
           DISPLAY "CATCHUP: BUSINESS DATE " WS-NEXT-DATE
              " SUBMITTED, " WS-DONE-COUNT " OF " WS-PEND-COUNT
              " ALREADY COMPLETE"
           MOVE 0 TO RETURN-CODE
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * The pending list must be numeric dates in strictly ascending
      * order; catch-up converts the missed nights in the order
      * they should have run, so an out-of-order or repeated card
      * stops the job before anything is submitted.
       100-LOAD-PENDING-DATES.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
              DISPLAY "CATCHUP: PENDLIST OPEN FAILED, STATUS="
                 WS-PENDING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 110-READ-NEXT-PENDING
           PERFORM UNTIL WS-PEND-EOF-SWITCH = "Y"
              IF PENDING-RECORD NOT = SPACES AND
                 PENDING-RECORD(1:1) NOT = "*"
                 PERFORM 120-ADD-PENDING-DATE
              END-IF
              PERFORM 110-READ-NEXT-PENDING
           END-PERFORM
           CLOSE PENDING-FILE
           IF WS-PEND-COUNT = ZERO
              DISPLAY "CATCHUP: PENDLIST HAS NO BUSINESS DATES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       110-READ-NEXT-PENDING.
           READ PENDING-FILE
               AT END MOVE "Y" TO WS-PEND-EOF-SWITCH
           END-READ.

       120-ADD-PENDING-DATE.
           IF PEND-DATE NOT NUMERIC
              DISPLAY "CATCHUP: INVALID PENDLIST CARD: "
                 PENDING-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PEND-COUNT > 0
              IF PEND-DATE NOT > WS-PEND-DATE(WS-PEND-COUNT)
                 DISPLAY "CATCHUP: PENDLIST DATE " PEND-DATE
                    " NOT AFTER " WS-PEND-DATE(WS-PEND-COUNT)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WS-PEND-COUNT >= WS-PEND-MAX
              DISPLAY "CATCHUP: MORE THAN " WS-PEND-MAX
                 " PENDING BUSINESS DATES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PEND-DATE TO WS-PEND-DATE(WS-PEND-COUNT)
           MOVE "N" TO WS-PEND-DONE(WS-PEND-COUNT)
           MOVE "N" TO WS-PEND-SOLVED(WS-PEND-COUNT).

      * RUNCTL shows which pending dates SOLUTION has already
      * converted.  Such a date is not finished until its CATCHDAY
      * job has also vaulted, loaded and distributed it, but it
      * must not go through SOLUTION a second time.
       200-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
              PERFORM UNTIL WS-RUNCTL-EOF-SWITCH = "Y"
                 READ RUN-CONTROL-FILE
                    AT END MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
                    NOT AT END
                       IF RC-STATUS = "C"
                          PERFORM 210-MARK-DATE-SOLVED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF.

       210-MARK-DATE-SOLVED.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-PEND-COUNT
              IF WS-PEND-DATE(N) = RC-BUSINESS-DATE
                 MOVE "Y" TO WS-PEND-SOLVED(N)
              END-IF
           END-PERFORM.

      * CATCTL is the record of what is finished: a pending date
      * whose CATCHDAY job ran every step clean carries a mark and
      * is never resubmitted, so a rerun of this job after a
      * failure resumes at the date that failed, whichever step it
      * failed in.
       250-READ-CATCHUP-CONTROL.
           OPEN INPUT CATCHUP-CONTROL-FILE
           IF WS-CATCTL-STATUS = "00"
              PERFORM UNTIL WS-CATCTL-EOF-SWITCH = "Y"
                 READ CATCHUP-CONTROL-FILE
                    AT END MOVE "Y" TO WS-CATCTL-EOF-SWITCH
                    NOT AT END
                       IF CTL-STATUS = "C"
                          PERFORM 260-MARK-DATE-DONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATCHUP-CONTROL-FILE
           END-IF.

       260-MARK-DATE-DONE.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-PEND-COUNT
              IF WS-PEND-DATE(N) = CTL-BUSINESS-DATE
                 MOVE "Y" TO WS-PEND-DONE(N)
              END-IF
           END-PERFORM.

       300-FIND-NEXT-DATE.
           MOVE ZERO TO WS-NEXT-SUB
           MOVE ZERO TO WS-DONE-COUNT
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-PEND-COUNT
              IF WS-PEND-DONE(N) = "Y"
                 ADD 1 TO WS-DONE-COUNT
              ELSE
                 IF WS-NEXT-SUB = 0
                    MOVE N TO WS-NEXT-SUB
                 END-IF
              END-IF
           END-PERFORM.

       400-WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
              DISPLAY "CATCHUP: BUSDATE OPEN FAILED, STATUS="
                 WS-BUSDATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-NEXT-DATE TO BUSDATE-DATE
           WRITE BUSDATE-RECORD
           CLOSE BUSDATE-FILE.

       450-WRITE-EMPTY-REFEED.
           OPEN OUTPUT REFEED-FILE
           IF WS-REFEED-STATUS NOT = "00"
              DISPLAY "CATCHUP: REFEED OPEN FAILED, STATUS="
                 WS-REFEED-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REFEED-RECORD
           MOVE "H" TO REFEED-HDR-ID
           MOVE WS-NEXT-DATE TO REFEED-HDR-DATE
           WRITE REFEED-RECORD
           MOVE SPACES TO REFEED-RECORD
           MOVE "T" TO REFEED-TRL-ID
           MOVE ZERO TO REFEED-TRL-RECORDS
           WRITE REFEED-RECORD
           CLOSE REFEED-FILE.

       500-SUBMIT-DAY-JOB.
           OPEN OUTPUT JOB-OUT-FILE
           IF WS-JOB-OUT-STATUS NOT = "00"
              DISPLAY "CATCHUP: JOBOUT OPEN FAILED, STATUS="
                 WS-JOB-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DSN-DATE TO WS-JOB-BDATE
           WRITE JOB-OUT-RECORD FROM WS-JOB-CARD-1
           WRITE JOB-OUT-RECORD FROM WS-JOB-CARD-2
           WRITE JOB-OUT-RECORD FROM WS-JOB-CARD-3
           WRITE JOB-OUT-RECORD FROM WS-JOB-CARD-4
           WRITE JOB-OUT-RECORD FROM WS-JOB-CARD-5
           CLOSE JOB-OUT-FILE.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "CATCHUP: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "CATCHUP" TO STP-PROGRAM-ID
              MOVE WS-NEXT-DATE TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-PEND-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
