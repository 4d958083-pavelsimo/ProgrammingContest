       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPSLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TIMING-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
       COPY STPREC.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01 PARAMETER-RECORD PIC X(80).

       FD  SLA-REPORT-FILE
           RECORDING MODE IS F.
       01 SLA-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STEPLOG-STATUS PIC X(2) VALUE "00".
       01 WS-PARM-STATUS    PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH     PIC X(1) VALUE "N".
       01 WS-VALID-SWITCH   PIC X(1) VALUE "Y".

       01 WS-STEP-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-STEP-END-TIME   PIC 9(8) VALUE ZERO.

       01 WS-PARM-EOF-SWITCH   PIC X(1) VALUE "N".
       01 WS-PARM-VALID-SWITCH PIC X(1) VALUE "Y".
       01 WS-PARM-DONE-SWITCH  PIC X(1) VALUE "N".
       01 WS-PARM-KEYWORD      PIC X(20) VALUE SPACES.
       01 WS-PARM-VALUE        PIC X(60) VALUE SPACES.
       01 WS-PARM-PROGRAM      PIC X(20) VALUE SPACES.
       01 WS-PARM-TARGET       PIC X(60) VALUE SPACES.
       01 WS-PARM-NUMBER       PIC 9(4) VALUE ZERO.
       01 WS-PARM-DIGIT        PIC 9 VALUE ZERO.
       01 WS-PARM-DIGIT-COUNT  PIC 9(2) VALUE ZERO.
       01 P                    PIC 9(2).

      * The steps of the nightly stream in running order, each with
      * its target elapsed time in minutes, from the STEP= cards.
      * Only programs named here are timed; everything else on the
      * log (inquiries, weekly and monthly jobs) is passed over.
       01 WS-STEP-MAX   PIC 9(2) VALUE 20.
       01 WS-STEP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 20 TIMES.
             10 WS-STEP-PROGRAM PIC X(8).
             10 WS-STEP-TARGET  PIC 9(4).
       01 J  PIC 9(2).
       01 WS-STEP-SUB PIC 9(2) VALUE ZERO.

       01 WS-STREAM-TARGET  PIC 9(4) VALUE ZERO.
       01 WS-DEADLINE-TIME  PIC 9(4) VALUE ZERO.
       01 WS-DEADLINE-SET-SW PIC X(1) VALUE "N".
       01 WS-DEADLINE-DAY   PIC 9(1) VALUE 1.
       01 WS-AVG-NIGHTS     PIC 9(2) VALUE 7.
       01 WS-DEADLINE-HH    PIC 9(2) VALUE ZERO.
       01 WS-DEADLINE-MM    PIC 9(2) VALUE ZERO.

      * One entry per business date, most recent 31 dates kept the
      * way NIGHTSTA keeps its window.  Times are held as seconds
      * from the INTEGER-OF-DATE epoch so a stream that runs past
      * midnight subtracts correctly.  A step run more than once
      * for the same date (a restart) has its elapsed times added;
      * its record count and completion code are the last run's.
       01 WS-NIGHT-MAX   PIC 9(2) VALUE 31.
       01 WS-NIGHT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT-ENTRY OCCURS 31 TIMES.
             10 WS-NITE-DATE        PIC X(8).
             10 WS-NITE-FIRST-START PIC 9(11).
             10 WS-NITE-LAST-END    PIC 9(11).
             10 WS-NITE-STEPS-RUN   PIC 9(2).
             10 WS-NITE-AVERAGE     PIC 9(7).
             10 WS-NITE-DEADLINE    PIC 9(11).
             10 WS-NITE-PROJECTED   PIC 9(11).
             10 WS-NITE-STATUS      PIC X(14).
             10 WS-NITE-CAUSE       PIC X(8).
             10 WS-NITE-REASON      PIC X(11).
             10 WS-NITE-STEP OCCURS 20 TIMES.
                15 WS-NS-RUNS        PIC 9(3).
                15 WS-NS-FIRST-START PIC 9(11).
                15 WS-NS-ELAPSED     PIC 9(7).
                15 WS-NS-AVERAGE     PIC 9(7).
                15 WS-NS-RECORDS     PIC 9(9).
                15 WS-NS-COMP-CODE   PIC 9(2).
       01 N  PIC 9(2).
       01 K  PIC 9(2).
       01 WS-NIGHT-SUB PIC 9(2) VALUE ZERO.
       01 WS-LOOKUP-DATE PIC X(8) VALUE SPACES.
       01 WS-DROPPED-NIGHTS PIC 9(4) VALUE ZERO.

       01 WS-LOG-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-IGNORED-COUNT  PIC 9(9) VALUE ZERO.
       01 WS-LATE-COUNT     PIC 9(2) VALUE ZERO.

       01 WS-CURRENT-DATE   PIC 9(8) VALUE ZERO.
       01 WS-DATE-NUM       PIC 9(8) VALUE ZERO.
       01 WS-STAMP-DATE     PIC 9(8) VALUE ZERO.
       01 WS-STAMP-TIME.
          05 WS-STAMP-HH    PIC 9(2).
          05 WS-STAMP-MM    PIC 9(2).
          05 WS-STAMP-SS    PIC 9(2).
       01 WS-STAMP-SECONDS  PIC 9(11) VALUE ZERO.
       01 WS-RUN-START      PIC 9(11) VALUE ZERO.
       01 WS-RUN-END        PIC 9(11) VALUE ZERO.
       01 WS-STREAM-ELAPSED PIC 9(7) VALUE ZERO.
       01 WS-AVG-TOTAL      PIC 9(9) VALUE ZERO.
       01 WS-AVG-TAKEN      PIC 9(2) VALUE ZERO.
       01 WS-REMAINING      PIC 9(9) VALUE ZERO.
       01 WS-OVERRUN        PIC S9(7) VALUE ZERO.
       01 WS-WORST-OVERRUN  PIC S9(7) VALUE ZERO.
       01 WS-WORST-SUB      PIC 9(2) VALUE ZERO.
       01 WS-EARLIEST-START PIC 9(11) VALUE ZERO.

       01 WS-FMT-SECONDS    PIC 9(11) VALUE ZERO.
       01 WS-FMT-DAYS       PIC 9(7) VALUE ZERO.
       01 WS-FMT-REMAINDER  PIC 9(7) VALUE ZERO.
       01 WS-FMT-HOURS      PIC 9(7) VALUE ZERO.
       01 WS-FMT-MINUTES    PIC 9(7) VALUE ZERO.
       01 WS-FMT-DURATION.
          05 WS-FMT-DUR-HH  PIC 9(2).
          05 FILLER         PIC X(1) VALUE ":".
          05 WS-FMT-DUR-MM  PIC 9(2).
          05 FILLER         PIC X(1) VALUE ":".
          05 WS-FMT-DUR-SS  PIC 9(2).
       01 WS-FMT-STAMP.
          05 WS-FMT-STP-DATE PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-FMT-STP-HH   PIC 9(2).
          05 FILLER          PIC X(1) VALUE ":".
          05 WS-FMT-STP-MM   PIC 9(2).

       01 WS-PAGE-NUMBER    PIC 9(4) VALUE ZERO.
       01 WS-LINES-ON-PAGE  PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-PRINT-LINE     PIC X(80) VALUE SPACES.

       01 WS-HEADER-LINE.
          05 FILLER PIC X(26) VALUE "BATCH WINDOW SLA REPORT   ".
          05 FILLER PIC X(8)  VALUE "RUNDATE=".
          05 WS-HDR-RUN-DATE PIC 9(8).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(5)  VALUE "PAGE=".
          05 WS-HDR-PAGE-NUM PIC ZZZ9.
          05 FILLER PIC X(27) VALUE SPACES.

       01 WS-TARGET-LINE.
          05 FILLER PIC X(9)  VALUE "DEADLINE=".
          05 WS-TGT-HH PIC 9(2).
          05 FILLER PIC X(1)  VALUE ":".
          05 WS-TGT-MM PIC 9(2).
          05 FILLER PIC X(5)  VALUE " DAY+".
          05 WS-TGT-DAY PIC 9(1).
          05 FILLER PIC X(16) VALUE "  STREAM TARGET=".
          05 WS-TGT-STREAM PIC X(8).
          05 FILLER PIC X(13) VALUE "  AVG NIGHTS=".
          05 WS-TGT-AVG-NIGHTS PIC Z9.
          05 FILLER PIC X(21) VALUE SPACES.

       01 WS-PAGE-LINE.
          05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
          05 WS-PGE-DATE PIC X(8).
          05 FILLER PIC X(58) VALUE SPACES.

      * AVG is the average of up to AVGNIGHTS= earlier nights on
      * which the step ran (the target until it has run once); the
      * night being reported is not part of its own average.
       01 WS-STEP-LINE.
          05 FILLER PIC X(6)  VALUE " STEP=".
          05 WS-STL-PROGRAM PIC X(8).
          05 FILLER PIC X(9)  VALUE " ELAPSED=".
          05 WS-STL-ELAPSED PIC X(8).
          05 FILLER PIC X(8)  VALUE " TARGET=".
          05 WS-STL-TARGET PIC X(8).
          05 FILLER PIC X(5)  VALUE " AVG=".
          05 WS-STL-AVERAGE PIC X(8).
          05 FILLER PIC X(1)  VALUE SPACE.
          05 WS-STL-FLAG PIC X(4).
          05 FILLER PIC X(6)  VALUE " RECS=".
          05 WS-STL-RECORDS PIC ZZZZZZZZ9.

       01 WS-STREAM-LINE.
          05 FILLER PIC X(14) VALUE " STREAM".
          05 FILLER PIC X(9)  VALUE " ELAPSED=".
          05 WS-SML-ELAPSED PIC X(8).
          05 FILLER PIC X(8)  VALUE " TARGET=".
          05 WS-SML-TARGET PIC X(8).
          05 FILLER PIC X(5)  VALUE " AVG=".
          05 WS-SML-AVERAGE PIC X(8).
          05 FILLER PIC X(1)  VALUE SPACE.
          05 WS-SML-FLAG PIC X(4).
          05 FILLER PIC X(15) VALUE SPACES.

       01 WS-WINDOW-LINE.
          05 FILLER PIC X(7)  VALUE " START=".
          05 WS-WNL-START PIC X(14).
          05 FILLER PIC X(9)  VALUE "  FINISH=".
          05 WS-WNL-FINISH PIC X(14).
          05 FILLER PIC X(12) VALUE "  PROJECTED=".
          05 WS-WNL-PROJECTED PIC X(14).
          05 FILLER PIC X(10) VALUE SPACES.

       01 WS-VERDICT-LINE.
          05 FILLER PIC X(10) VALUE " DEADLINE=".
          05 WS-VDL-DEADLINE PIC X(14).
          05 FILLER PIC X(9)  VALUE "  STATUS=".
          05 WS-VDL-STATUS PIC X(14).
          05 FILLER PIC X(8)  VALUE "  CAUSE=".
          05 WS-VDL-CAUSE PIC X(8).
          05 FILLER PIC X(1)  VALUE SPACE.
          05 WS-VDL-REASON PIC X(11).
          05 FILLER PIC X(5)  VALUE SPACES.

       01 WS-LATE-HEAD-LINE.
          05 FILLER PIC X(34) VALUE
             "NIGHTS FINISHED AFTER THE DEADLINE".
          05 FILLER PIC X(46) VALUE SPACES.

       01 WS-LATE-LINE.
          05 WS-LTL-DATE PIC X(8).
          05 FILLER PIC X(9)  VALUE "  FINISH=".
          05 WS-LTL-FINISH PIC X(14).
          05 FILLER PIC X(10) VALUE "  LATE BY=".
          05 WS-LTL-LATE-BY PIC X(8).
          05 FILLER PIC X(8)  VALUE "  CAUSE=".
          05 WS-LTL-CAUSE PIC X(8).
          05 FILLER PIC X(1)  VALUE SPACE.
          05 WS-LTL-REASON PIC X(11).
          05 FILLER PIC X(3)  VALUE SPACES.

       01 WS-NO-LATE-LINE.
          05 FILLER PIC X(5)  VALUE " NONE".
          05 FILLER PIC X(75) VALUE SPACES.

       01 WS-TRAILER-LINE.
          05 FILLER PIC X(7)  VALUE "NIGHTS=".
          05 WS-TRL-NIGHTS PIC Z9.
          05 FILLER PIC X(7)  VALUE "  LATE=".
          05 WS-TRL-LATE PIC Z9.
          05 FILLER PIC X(10) VALUE "  DROPPED=".
          05 WS-TRL-DROPPED PIC ZZZ9.
          05 FILLER PIC X(10) VALUE "  LOGREAD=".
          05 WS-TRL-READ PIC ZZZZZZZZ9.
          05 FILLER PIC X(10) VALUE "  IGNORED=".
          05 WS-TRL-IGNORED PIC ZZZZZZZZ9.
          05 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 140-READ-PARAMETERS
           OPEN INPUT STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "STEPSLA: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT SLA-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "STEPSLA: SLARPT OPEN FAILED, STATUS="
                 WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 200-LOAD-STEP-LOG
           CLOSE STEP-TIMING-FILE
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NIGHT-COUNT
              PERFORM 300-EVALUATE-NIGHT
           END-PERFORM
           PERFORM 500-WRITE-REPORT
           CLOSE SLA-REPORT-FILE
      * Late nights stay on the report for the whole window, so only
      * the latest night, late or heading that way, raises CC 4.
           IF WS-NIGHT-COUNT > 0 AND
              (WS-NITE-STATUS(WS-NIGHT-COUNT) = "LATE" OR
               WS-NITE-STATUS(WS-NIGHT-COUNT) = "PROJECTED LATE")
              DISPLAY "STEPSLA: BUSINESS DATE "
                 WS-NITE-DATE(WS-NIGHT-COUNT) " "
                 WS-NITE-STATUS(WS-NIGHT-COUNT) ", SEE SLARPT"
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "STEPSLA: NIGHTS=" WS-NIGHT-COUNT
                 " LATE=" WS-LATE-COUNT
           END-IF
           PERFORM 990-WRITE-STEP-TIMING
           STOP RUN.

      * Parameter cards follow the SOLUTION PARMFILE convention:
      * KEYWORD=VALUE, one per card, blank cards and cards starting
      * with * ignored, any bad card stops the run.
      *   STEP=program,minutes  one card per stream step, in running
      *                         order, with its target (up to 20)
      *   STREAM=minutes        target for the whole stream; the sum
      *                         of the step targets when omitted
      *   DEADLINE=HHMM         agreed finish time, required
      *   DEADLINEDAY=n         days after the business date the
      *                         deadline falls on (0-9, default 1)
      *   AVGNIGHTS=n           nights in the rolling average
      *                         (1-30, default 7)
       140-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "STEPSLA: PARMFILE OPEN FAILED, STATUS="
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
           IF WS-STEP-COUNT = ZERO
              DISPLAY "STEPSLA: NO STEP= PARAMETER CARDS"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-DEADLINE-SET-SW = "N"
              DISPLAY "STEPSLA: DEADLINE= PARAMETER CARD MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-STREAM-TARGET = ZERO
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
                 ADD WS-STEP-TARGET(J) TO WS-STREAM-TARGET
              END-PERFORM
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
              WHEN "STEP"
                 PERFORM 160-APPLY-STEP-PARAMETER
              WHEN "STREAM"
                 PERFORM 155-PARSE-NUMERIC-VALUE
                 IF WS-PARM-VALID-SWITCH = "Y" AND WS-PARM-NUMBER > 0
                    MOVE WS-PARM-NUMBER TO WS-STREAM-TARGET
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN "DEADLINE"
                 PERFORM 155-PARSE-NUMERIC-VALUE
                 IF WS-PARM-VALID-SWITCH = "Y" AND
                    WS-PARM-DIGIT-COUNT = 4
                    DIVIDE WS-PARM-NUMBER BY 100
                       GIVING WS-DEADLINE-HH REMAINDER WS-DEADLINE-MM
                    IF WS-DEADLINE-HH < 24 AND WS-DEADLINE-MM < 60
                       MOVE WS-PARM-NUMBER TO WS-DEADLINE-TIME
                       MOVE "Y" TO WS-DEADLINE-SET-SW
                    ELSE
                       MOVE "N" TO WS-PARM-VALID-SWITCH
                    END-IF
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN "DEADLINEDAY"
                 PERFORM 155-PARSE-NUMERIC-VALUE
                 IF WS-PARM-VALID-SWITCH = "Y" AND
                    WS-PARM-NUMBER < 10
                    MOVE WS-PARM-NUMBER TO WS-DEADLINE-DAY
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN "AVGNIGHTS"
                 PERFORM 155-PARSE-NUMERIC-VALUE
                 IF WS-PARM-VALID-SWITCH = "Y" AND
                    WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 31
                    MOVE WS-PARM-NUMBER TO WS-AVG-NIGHTS
                 ELSE
                    MOVE "N" TO WS-PARM-VALID-SWITCH
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-PARM-VALID-SWITCH
           END-EVALUATE
           IF WS-PARM-VALID-SWITCH = "N"
              DISPLAY "STEPSLA: INVALID PARAMETER CARD: "
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

      * STEP=program,minutes.  The program id is the PROGRAM-ID the
      * step writes on the log; a program may be listed only once.
       160-APPLY-STEP-PARAMETER.
           MOVE SPACES TO WS-PARM-PROGRAM
           MOVE SPACES TO WS-PARM-TARGET
           UNSTRING WS-PARM-VALUE DELIMITED BY ","
              INTO WS-PARM-PROGRAM WS-PARM-TARGET
           END-UNSTRING
           MOVE WS-PARM-TARGET TO WS-PARM-VALUE
           PERFORM 155-PARSE-NUMERIC-VALUE
           IF WS-PARM-PROGRAM = SPACES OR
              WS-PARM-PROGRAM(9:12) NOT = SPACES OR
              WS-PARM-NUMBER = ZERO OR
              WS-STEP-COUNT >= WS-STEP-MAX
              MOVE "N" TO WS-PARM-VALID-SWITCH
           END-IF
           IF WS-PARM-VALID-SWITCH = "Y"
              MOVE WS-PARM-PROGRAM TO STP-PROGRAM-ID
              PERFORM 210-FIND-STEP
              IF WS-STEP-SUB > 0
                 MOVE "N" TO WS-PARM-VALID-SWITCH
              ELSE
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-PARM-PROGRAM TO
                    WS-STEP-PROGRAM(WS-STEP-COUNT)
                 MOVE WS-PARM-NUMBER TO WS-STEP-TARGET(WS-STEP-COUNT)
              END-IF
           END-IF.

      * A record counts toward a night only when it is for a listed
      * step, carries a numeric business date and has valid start
      * and end stamps with the end not before the start; anything
      * else is counted as ignored.
       200-LOAD-STEP-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ STEP-TIMING-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-LOG-READ-COUNT
                    PERFORM 220-CHECK-TIMING-RECORD
                    IF WS-VALID-SWITCH = "Y"
                       MOVE STP-BUSINESS-DATE TO WS-LOOKUP-DATE
                       PERFORM 600-FIND-NIGHT-ENTRY
                       IF WS-NIGHT-SUB > 0
                          PERFORM 230-ACCUMULATE-STEP
                       END-IF
                    ELSE
                       ADD 1 TO WS-IGNORED-COUNT
                    END-IF
              END-READ
           END-PERFORM.

       210-FIND-STEP.
           MOVE ZERO TO WS-STEP-SUB
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-STEP-COUNT OR WS-STEP-SUB > 0
              IF WS-STEP-PROGRAM(J) = STP-PROGRAM-ID
                 MOVE J TO WS-STEP-SUB
              END-IF
           END-PERFORM.

       220-CHECK-TIMING-RECORD.
           MOVE "Y" TO WS-VALID-SWITCH
           PERFORM 210-FIND-STEP
           IF WS-STEP-SUB = 0 OR
              STP-BUSINESS-DATE NOT NUMERIC OR
              STP-START-DATE NOT NUMERIC OR
              STP-START-TIME NOT NUMERIC OR
              STP-END-DATE NOT NUMERIC OR
              STP-END-TIME NOT NUMERIC
              MOVE "N" TO WS-VALID-SWITCH
           ELSE
              MOVE STP-BUSINESS-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 OR
                 FUNCTION TEST-DATE-YYYYMMDD(STP-START-DATE)
                    NOT = 0 OR
                 FUNCTION TEST-DATE-YYYYMMDD(STP-END-DATE) NOT = 0
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-VALID-SWITCH = "Y"
              MOVE STP-START-DATE TO WS-STAMP-DATE
              MOVE STP-START-TIME TO WS-STAMP-TIME
              PERFORM 630-COMPUTE-STAMP
              MOVE WS-STAMP-SECONDS TO WS-RUN-START
              MOVE STP-END-DATE TO WS-STAMP-DATE
              MOVE STP-END-TIME TO WS-STAMP-TIME
              PERFORM 630-COMPUTE-STAMP
              MOVE WS-STAMP-SECONDS TO WS-RUN-END
              IF WS-RUN-END < WS-RUN-START
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF.

       230-ACCUMULATE-STEP.
           MOVE WS-NIGHT-SUB TO N
           MOVE WS-STEP-SUB TO J
           IF WS-NS-RUNS(N, J) = 0
              ADD 1 TO WS-NITE-STEPS-RUN(N)
              MOVE WS-RUN-START TO WS-NS-FIRST-START(N, J)
           END-IF
           ADD 1 TO WS-NS-RUNS(N, J)
           COMPUTE WS-NS-ELAPSED(N, J) =
              WS-NS-ELAPSED(N, J) + WS-RUN-END - WS-RUN-START
           MOVE STP-RECORDS TO WS-NS-RECORDS(N, J)
           MOVE STP-COMP-CODE TO WS-NS-COMP-CODE(N, J)
           IF WS-NITE-FIRST-START(N) = 0 OR
              WS-RUN-START < WS-NITE-FIRST-START(N)
              MOVE WS-RUN-START TO WS-NITE-FIRST-START(N)
           END-IF
           IF WS-RUN-END > WS-NITE-LAST-END(N)
              MOVE WS-RUN-END TO WS-NITE-LAST-END(N)
           END-IF.

      * Averages, projection and verdict for night N.  A night is
      * complete when every listed step has run for it.  A
      * complete night is projected to finish at its start plus
      * the average stream time of earlier complete nights; an
      * incomplete one at its last finish so far plus the average
      * time of each step still to run.  A night whose last step
      * finished after the deadline is LATE whether or not it is
      * complete; the cause named is the step furthest over its
      * target, or, when no step overran, the first step to start
      * (the stream started too late to make the deadline).
       300-EVALUATE-NIGHT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
              PERFORM 310-STEP-AVERAGE
           END-PERFORM
           PERFORM 320-STREAM-AVERAGE
           MOVE WS-NITE-DATE(N) TO WS-DATE-NUM
           COMPUTE WS-NITE-DEADLINE(N) =
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 + WS-DEADLINE-DAY) * 86400
              + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
           IF WS-NITE-STEPS-RUN(N) = WS-STEP-COUNT
              COMPUTE WS-NITE-PROJECTED(N) =
                 WS-NITE-FIRST-START(N) + WS-NITE-AVERAGE(N)
           ELSE
              MOVE ZERO TO WS-REMAINING
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
                 IF WS-NS-RUNS(N, J) = 0
                    ADD WS-NS-AVERAGE(N, J) TO WS-REMAINING
                 END-IF
              END-PERFORM
              COMPUTE WS-NITE-PROJECTED(N) =
                 WS-NITE-LAST-END(N) + WS-REMAINING
           END-IF
           MOVE SPACES TO WS-NITE-CAUSE(N)
           MOVE SPACES TO WS-NITE-REASON(N)
           EVALUATE TRUE
              WHEN WS-NITE-LAST-END(N) > WS-NITE-DEADLINE(N)
                 MOVE "LATE" TO WS-NITE-STATUS(N)
                 ADD 1 TO WS-LATE-COUNT
                 PERFORM 330-FIND-LATE-CAUSE
              WHEN WS-NITE-STEPS-RUN(N) < WS-STEP-COUNT AND
                   WS-NITE-PROJECTED(N) > WS-NITE-DEADLINE(N)
                 MOVE "PROJECTED LATE" TO WS-NITE-STATUS(N)
              WHEN WS-NITE-STEPS-RUN(N) < WS-STEP-COUNT
                 MOVE "INCOMPLETE" TO WS-NITE-STATUS(N)
              WHEN OTHER
                 MOVE "ON TIME" TO WS-NITE-STATUS(N)
           END-EVALUATE.

       310-STEP-AVERAGE.
           MOVE ZERO TO WS-AVG-TOTAL
           MOVE ZERO TO WS-AVG-TAKEN
           PERFORM VARYING K FROM N BY -1
              UNTIL K < 2 OR WS-AVG-TAKEN >= WS-AVG-NIGHTS
              IF WS-NS-RUNS(K - 1, J) > 0
                 ADD WS-NS-ELAPSED(K - 1, J) TO WS-AVG-TOTAL
                 ADD 1 TO WS-AVG-TAKEN
              END-IF
           END-PERFORM
           IF WS-AVG-TAKEN > 0
              DIVIDE WS-AVG-TOTAL BY WS-AVG-TAKEN
                 GIVING WS-NS-AVERAGE(N, J) ROUNDED
           ELSE
              COMPUTE WS-NS-AVERAGE(N, J) = WS-STEP-TARGET(J) * 60
           END-IF.

       320-STREAM-AVERAGE.
           MOVE ZERO TO WS-AVG-TOTAL
           MOVE ZERO TO WS-AVG-TAKEN
           PERFORM VARYING K FROM N BY -1
              UNTIL K < 2 OR WS-AVG-TAKEN >= WS-AVG-NIGHTS
              IF WS-NITE-STEPS-RUN(K - 1) = WS-STEP-COUNT
                 COMPUTE WS-AVG-TOTAL = WS-AVG-TOTAL
                    + WS-NITE-LAST-END(K - 1)
                    - WS-NITE-FIRST-START(K - 1)
                 ADD 1 TO WS-AVG-TAKEN
              END-IF
           END-PERFORM
           IF WS-AVG-TAKEN > 0
              DIVIDE WS-AVG-TOTAL BY WS-AVG-TAKEN
                 GIVING WS-NITE-AVERAGE(N) ROUNDED
           ELSE
              COMPUTE WS-NITE-AVERAGE(N) = WS-STREAM-TARGET * 60
           END-IF.

       330-FIND-LATE-CAUSE.
           MOVE ZERO TO WS-WORST-OVERRUN
           MOVE ZERO TO WS-WORST-SUB
           MOVE ZERO TO WS-EARLIEST-START
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
              IF WS-NS-RUNS(N, J) > 0
                 COMPUTE WS-OVERRUN =
                    WS-NS-ELAPSED(N, J) - WS-STEP-TARGET(J) * 60
                 IF WS-OVERRUN > WS-WORST-OVERRUN
                    MOVE WS-OVERRUN TO WS-WORST-OVERRUN
                    MOVE J TO WS-WORST-SUB
                 END-IF
              END-IF
           END-PERFORM
           IF WS-WORST-SUB > 0
              MOVE WS-STEP-PROGRAM(WS-WORST-SUB) TO WS-NITE-CAUSE(N)
              MOVE "OVER TARGET" TO WS-NITE-REASON(N)
           ELSE
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
                 IF WS-NS-RUNS(N, J) > 0 AND
                    (WS-EARLIEST-START = 0 OR
                     WS-NS-FIRST-START(N, J) < WS-EARLIEST-START)
                    MOVE WS-NS-FIRST-START(N, J) TO WS-EARLIEST-START
                    MOVE WS-STEP-PROGRAM(J) TO WS-NITE-CAUSE(N)
                 END-IF
              END-PERFORM
              MOVE "LATE START" TO WS-NITE-REASON(N)
           END-IF.

       500-WRITE-REPORT.
           MOVE WS-DEADLINE-HH TO WS-TGT-HH
           MOVE WS-DEADLINE-MM TO WS-TGT-MM
           MOVE WS-DEADLINE-DAY TO WS-TGT-DAY
           COMPUTE WS-FMT-SECONDS = WS-STREAM-TARGET * 60
           PERFORM 710-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-TGT-STREAM
           MOVE WS-AVG-NIGHTS TO WS-TGT-AVG-NIGHTS
           MOVE WS-TARGET-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NIGHT-COUNT
              PERFORM 530-WRITE-NIGHT
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE WS-LATE-HEAD-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NIGHT-COUNT
              IF WS-NITE-STATUS(N) = "LATE"
                 MOVE WS-NITE-DATE(N) TO WS-LTL-DATE
                 MOVE WS-NITE-LAST-END(N) TO WS-FMT-SECONDS
                 PERFORM 700-FORMAT-STAMP
                 MOVE WS-FMT-STAMP TO WS-LTL-FINISH
                 COMPUTE WS-FMT-SECONDS =
                    WS-NITE-LAST-END(N) - WS-NITE-DEADLINE(N)
                 PERFORM 710-FORMAT-DURATION
                 MOVE WS-FMT-DURATION TO WS-LTL-LATE-BY
                 MOVE WS-NITE-CAUSE(N) TO WS-LTL-CAUSE
                 MOVE WS-NITE-REASON(N) TO WS-LTL-REASON
                 MOVE WS-LATE-LINE TO WS-PRINT-LINE
                 PERFORM 520-WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-LATE-COUNT = 0
              MOVE WS-NO-LATE-LINE TO WS-PRINT-LINE
              PERFORM 520-WRITE-REPORT-LINE
           END-IF
           MOVE WS-NIGHT-COUNT TO WS-TRL-NIGHTS
           MOVE WS-LATE-COUNT TO WS-TRL-LATE
           MOVE WS-DROPPED-NIGHTS TO WS-TRL-DROPPED
           MOVE WS-LOG-READ-COUNT TO WS-TRL-READ
           MOVE WS-IGNORED-COUNT TO WS-TRL-IGNORED
           MOVE WS-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE.

       510-WRITE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUM
           MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
           MOVE ZERO TO WS-LINES-ON-PAGE
           WRITE SLA-REPORT-RECORD FROM WS-HEADER-LINE.

       520-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE = ZERO OR
              WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 510-WRITE-HEADER
           END-IF
           WRITE SLA-REPORT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

      * One block per night: a line per listed step in running
      * order, the stream against its target, the window actually
      * used against the projection, and the verdict.
       530-WRITE-NIGHT.
           MOVE WS-NITE-DATE(N) TO WS-PGE-DATE
           MOVE WS-PAGE-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
              MOVE WS-STEP-PROGRAM(J) TO WS-STL-PROGRAM
              COMPUTE WS-FMT-SECONDS = WS-STEP-TARGET(J) * 60
              PERFORM 710-FORMAT-DURATION
              MOVE WS-FMT-DURATION TO WS-STL-TARGET
              MOVE WS-NS-AVERAGE(N, J) TO WS-FMT-SECONDS
              PERFORM 710-FORMAT-DURATION
              MOVE WS-FMT-DURATION TO WS-STL-AVERAGE
              MOVE SPACES TO WS-STL-FLAG
              IF WS-NS-RUNS(N, J) = 0
                 MOVE "NOT RUN" TO WS-STL-ELAPSED
                 MOVE ZERO TO WS-STL-RECORDS
              ELSE
                 MOVE WS-NS-ELAPSED(N, J) TO WS-FMT-SECONDS
                 PERFORM 710-FORMAT-DURATION
                 MOVE WS-FMT-DURATION TO WS-STL-ELAPSED
                 MOVE WS-NS-RECORDS(N, J) TO WS-STL-RECORDS
                 IF WS-NS-ELAPSED(N, J) > WS-STEP-TARGET(J) * 60
                    MOVE "OVER" TO WS-STL-FLAG
                 END-IF
              END-IF
              MOVE WS-STEP-LINE TO WS-PRINT-LINE
              PERFORM 520-WRITE-REPORT-LINE
           END-PERFORM
           COMPUTE WS-STREAM-ELAPSED =
              WS-NITE-LAST-END(N) - WS-NITE-FIRST-START(N)
           MOVE WS-STREAM-ELAPSED TO WS-FMT-SECONDS
           PERFORM 710-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-SML-ELAPSED
           COMPUTE WS-FMT-SECONDS = WS-STREAM-TARGET * 60
           PERFORM 710-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-SML-TARGET
           MOVE WS-NITE-AVERAGE(N) TO WS-FMT-SECONDS
           PERFORM 710-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-SML-AVERAGE
           MOVE SPACES TO WS-SML-FLAG
           IF WS-STREAM-ELAPSED > WS-STREAM-TARGET * 60
              MOVE "OVER" TO WS-SML-FLAG
           END-IF
           MOVE WS-STREAM-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE WS-NITE-FIRST-START(N) TO WS-FMT-SECONDS
           PERFORM 700-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO WS-WNL-START
           MOVE WS-NITE-LAST-END(N) TO WS-FMT-SECONDS
           PERFORM 700-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO WS-WNL-FINISH
           MOVE WS-NITE-PROJECTED(N) TO WS-FMT-SECONDS
           PERFORM 700-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO WS-WNL-PROJECTED
           MOVE WS-WINDOW-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE
           MOVE WS-NITE-DEADLINE(N) TO WS-FMT-SECONDS
           PERFORM 700-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO WS-VDL-DEADLINE
           MOVE WS-NITE-STATUS(N) TO WS-VDL-STATUS
           MOVE WS-NITE-CAUSE(N) TO WS-VDL-CAUSE
           MOVE WS-NITE-REASON(N) TO WS-VDL-REASON
           MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
           PERFORM 520-WRITE-REPORT-LINE.

      * The step log is appended in the order the steps ran, so
      * with the table full a business date OLDER than slot 1 (a
      * late catch-up of an old date) is dropped and counted rather
      * than allowed to evict the recent window.  Callers must skip
      * when WS-NIGHT-SUB comes back zero.
       600-FIND-NIGHT-ENTRY.
           MOVE ZERO TO WS-NIGHT-SUB
           PERFORM VARYING N FROM 1 BY 1
              UNTIL N > WS-NIGHT-COUNT OR WS-NIGHT-SUB > 0
              IF WS-NITE-DATE(N) = WS-LOOKUP-DATE
                 MOVE N TO WS-NIGHT-SUB
              END-IF
           END-PERFORM
           IF WS-NIGHT-SUB = 0
              IF WS-NIGHT-COUNT >= WS-NIGHT-MAX AND
                 WS-LOOKUP-DATE < WS-NITE-DATE(1)
                 ADD 1 TO WS-DROPPED-NIGHTS
              ELSE
                 IF WS-NIGHT-COUNT >= WS-NIGHT-MAX
                    ADD 1 TO WS-DROPPED-NIGHTS
                    SUBTRACT 1 FROM WS-NIGHT-COUNT
                    PERFORM VARYING N FROM 1 BY 1
                       UNTIL N > WS-NIGHT-COUNT
                       MOVE WS-NIGHT-ENTRY(N + 1) TO
                          WS-NIGHT-ENTRY(N)
                    END-PERFORM
                 END-IF
                 ADD 1 TO WS-NIGHT-COUNT
                 MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
                 INITIALIZE WS-NIGHT-ENTRY(WS-NIGHT-SUB)
                 MOVE WS-LOOKUP-DATE TO WS-NITE-DATE(WS-NIGHT-SUB)
              END-IF
           END-IF.

       630-COMPUTE-STAMP.
           COMPUTE WS-STAMP-SECONDS =
              FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
              + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.

       700-FORMAT-STAMP.
           DIVIDE WS-FMT-SECONDS BY 86400
              GIVING WS-FMT-DAYS REMAINDER WS-FMT-REMAINDER
           COMPUTE WS-FMT-STP-DATE =
              FUNCTION DATE-OF-INTEGER(WS-FMT-DAYS)
           DIVIDE WS-FMT-REMAINDER BY 3600
              GIVING WS-FMT-HOURS REMAINDER WS-FMT-REMAINDER
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MINUTES
           MOVE WS-FMT-HOURS TO WS-FMT-STP-HH
           MOVE WS-FMT-MINUTES TO WS-FMT-STP-MM.

      * Durations of 100 hours or more show as 99:59:59.
       710-FORMAT-DURATION.
           DIVIDE WS-FMT-SECONDS BY 3600
              GIVING WS-FMT-HOURS REMAINDER WS-FMT-REMAINDER
           IF WS-FMT-HOURS > 99
              MOVE 99 TO WS-FMT-DUR-HH
              MOVE 59 TO WS-FMT-DUR-MM
              MOVE 59 TO WS-FMT-DUR-SS
           ELSE
              MOVE WS-FMT-HOURS TO WS-FMT-DUR-HH
              DIVIDE WS-FMT-REMAINDER BY 60
                 GIVING WS-FMT-MINUTES REMAINDER WS-FMT-REMAINDER
              MOVE WS-FMT-MINUTES TO WS-FMT-DUR-MM
              MOVE WS-FMT-REMAINDER TO WS-FMT-DUR-SS
           END-IF.

      * Appends this run's step-timing record to the shared STEPLOG.
      * A log that cannot be opened costs only the timing record,
      * never the run.
       990-WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-STEPLOG-STATUS NOT = "00"
              DISPLAY "STEPSLA: STEPLOG OPEN FAILED, STATUS="
                 WS-STEPLOG-STATUS ", STEP TIMING NOT RECORDED"
           ELSE
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE "STEPSLA" TO STP-PROGRAM-ID
              MOVE SPACES TO STP-BUSINESS-DATE
              MOVE WS-STEP-START-DATE TO STP-START-DATE
              MOVE WS-STEP-START-TIME(1:6) TO STP-START-TIME
              ACCEPT STP-END-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-END-TIME FROM TIME
              MOVE WS-STEP-END-TIME(1:6) TO STP-END-TIME
              MOVE WS-LOG-READ-COUNT TO STP-RECORDS
              MOVE RETURN-CODE TO STP-COMP-CODE
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           END-IF.
