       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunSla.

      * Weekly batch-window SLA report. NightRun's RUNSTAT only
      * ever holds last night, so "is the window getting longer"
      * and "which step blew the deadline last Tuesday" were
      * unanswerable. RunPost now keeps every night in the run-
      * history master (RUNHIST); this program reads it against
      * the SLA parameters (SLAPARM - each step's expected
      * minutes, the chain's must-finish time) and writes, for
      * the seven run dates ending today:
      *   - per step, and for the chain as a whole, the week's
      *     average and longest elapsed time against the prior
      *     week's average and the expected minutes;
      *   - every night the chain finished past the deadline;
      *   - every step night running well above that step's
      *     rolling average over the nights before it;
      *   - a projection of when the chain's finish will cross
      *     the deadline, from a straight line fitted by least
      *     squares to its finish (minutes past or short of the
      *     deadline) over the trend nights.
      * A night's deadline belongs to its run night, not to the
      * start time: a chain starting at or after the cut-over
      * hour (noon unless SLAPARM says otherwise) is held to the
      * next morning's must-finish time, one starting before it -
      * after midnight, or a morning rerun after a failed night -
      * to that same morning's, so a rerun that starts after the
      * deadline is reported late. Run weekly, after the night
      * chain; it is not a NightRun step.
      *
      * RETURN-CODE: 4 when the chain was late on any night of
      * the week or the projection shows the deadline already
      * breached; 16 when a file can't be opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-IN-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT SLA-PARM-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLAPARM-STATUS.
           SELECT SLA-RPT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLARPT-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-IN-FILE
           RECORDING MODE IS F.
       COPY RUNHIST.

       FD  SLA-PARM-FILE
           RECORDING MODE IS F.
       COPY SLAPARM.

       FD  SLA-RPT-FILE
           RECORDING MODE IS F.
       COPY SLARPT.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.

       01  WS-HISTIN-STATUS   PIC XX.
       01  WS-SLAPARM-STATUS  PIC XX.
       01  WS-SLARPT-STATUS   PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-RUN-DATE        PIC X(10).
       01  WS-ERR-MESSAGE     PIC X(80).

      * DSN column of the shared error-log record; this program
      * never connects anywhere, so it stamps its own name there.
       01  WS-ERR-SOURCE      PIC X(50) VALUE 'RunSla'.

       01  WS-EOF-HIST        PIC X VALUE 'N'.
           88  END-OF-HIST        VALUE 'Y'.
       01  WS-EOF-SLAPARM     PIC X VALUE 'N'.
           88  END-OF-SLAPARM     VALUE 'Y'.

      * Chain-level SLA settings from the '*CHAIN' parameter
      * record, compiled defaults otherwise.
       01  WS-DEADLINE-HHMM   PIC 9(4) VALUE 0600.
       01  WS-DEADLINE-TOD    PIC S9(5) COMP.
       01  WS-DEADLINE-TEXT   PIC X(5).
       01  WS-CUTOVER-HH      PIC 9(2) VALUE 12.
       01  WS-CUTOVER-TOD     PIC S9(5) COMP.
       01  WS-OVER-PCT        PIC 9(3) VALUE 50.
       01  WS-AVG-NIGHTS      PIC 9(3) VALUE 7.
       01  WS-TREND-NIGHTS    PIC 9(3) VALUE 28.
       01  WS-CHAIN-EXPECT    PIC 9(5) VALUE 0.

      * Expected minutes per step, from the step records.
       01  WS-SEXP-COUNT      PIC 9(3) VALUE 0.
       01  WS-SEXP-TABLE.
           05  WS-SEXP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SEXP-COUNT
                   INDEXED BY WS-SXP-IDX.
               10  WS-SEXP-STEP       PIC X(12).
               10  WS-SEXP-MINUTES    PIC 9(5).

      * Day numbers bounding the report: the week (today and the
      * six days before), the prior week, and the earliest night
      * any of the comparisons reaches back to.
       01  WS-TODAY-INT       PIC S9(9) COMP.
       01  WS-WEEK-FIRST-INT  PIC S9(9) COMP.
       01  WS-PRIOR-FIRST-INT PIC S9(9) COMP.
       01  WS-TREND-FIRST-INT PIC S9(9) COMP.
       01  WS-LOAD-FIRST-INT  PIC S9(9) COMP.

      * The step records in reach, in master order (run date,
      * then step). RAN is 'Y' for a step that actually ran.
       01  WS-HST-COUNT       PIC 9(5) VALUE 0.
       01  WS-HST-TABLE.
           05  WS-HST-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-HST-COUNT.
               10  WS-HST-DATE-INT    PIC S9(9) COMP.
               10  WS-HST-DATE        PIC X(10).
               10  WS-HST-STEP        PIC X(12).
               10  WS-HST-RAN         PIC X.
               10  WS-HST-SECS        PIC S9(9) COMP.
       01  WS-HST-SUB         PIC 9(5) COMP.
       01  WS-AVG-SUB         PIC 9(5) COMP.
       01  WS-HST-FULL        PIC X VALUE 'N'.

      * One entry per night in reach: the chain's first start and
      * last end stamp, and from them its elapsed time and how
      * far past (positive) or short of (negative) its deadline
      * it finished. VALID is 'Y' once both stamps were readable.
       01  WS-NGT-COUNT       PIC 9(3) VALUE 0.
       01  WS-NGT-TABLE.
           05  WS-NGT-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-NGT-COUNT.
               10  WS-NGT-DATE-INT    PIC S9(9) COMP.
               10  WS-NGT-DATE        PIC X(10).
               10  WS-NGT-FIRST-START PIC X(21).
               10  WS-NGT-LAST-END    PIC X(21).
               10  WS-NGT-VALID       PIC X.
               10  WS-NGT-SECS        PIC S9(9) COMP.
               10  WS-NGT-LATE-SECS   PIC S9(9) COMP.
       01  WS-NGT-SUB         PIC 9(3) COMP.

      * Week and prior-week tallies per step, '*CHAIN' last.
       01  WS-STP-COUNT       PIC 9(3) VALUE 0.
       01  WS-STP-TABLE.
           05  WS-STP-ENTRY OCCURS 1 TO 101 TIMES
                   DEPENDING ON WS-STP-COUNT
                   INDEXED BY WS-STP-IDX.
               10  WS-STP-NAME        PIC X(12).
               10  WS-STP-WEEK-N      PIC 9(3).
               10  WS-STP-WEEK-SECS   PIC 9(11).
               10  WS-STP-WEEK-MAX    PIC 9(9).
               10  WS-STP-PRIOR-N     PIC 9(3).
               10  WS-STP-PRIOR-SECS  PIC 9(11).
       01  WS-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-LOOK-STEP       PIC X(12).
       01  WS-LOOK-DATE-INT   PIC S9(9) COMP.
       01  WS-LOOK-SECS       PIC S9(9) COMP.

      * Stamp arithmetic - CURRENT-DATE style stamps to seconds,
      * with the day number and time of day kept for the
      * deadline.
       01  WS-STAMP-IN        PIC X(21).
       01  WS-STAMP-DATE      PIC 9(8).
       01  WS-STAMP-HH        PIC 9(2).
       01  WS-STAMP-MI        PIC 9(2).
       01  WS-STAMP-SS        PIC 9(2).
       01  WS-STAMP-DAY-INT   PIC S9(9) COMP.
       01  WS-STAMP-TOD       PIC S9(9) COMP.
       01  WS-STAMP-SECS      PIC S9(12) COMP.
       01  WS-START-SECS      PIC S9(12) COMP.
       01  WS-START-DAY-INT   PIC S9(9) COMP.
       01  WS-START-TOD       PIC S9(9) COMP.
       01  WS-END-SECS        PIC S9(12) COMP.
       01  WS-DUE-SECS        PIC S9(12) COMP.

      * Date arithmetic work fields, as in StorTrend.
       01  WS-DATE-IN         PIC X(10).
       01  WS-DATE-TEXT       PIC X(8).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-DATE-INT-OUT    PIC S9(9) COMP.
       01  WS-DATE-OUT        PIC X(10).

      * Report arithmetic
       01  WS-AVG-SECS        PIC S9(11)V9(2).
       01  WS-OVER-LIMIT      PIC S9(11)V9(2).
       01  WS-AVG-N           PIC 9(5).
       01  WS-AVG-SUM         PIC 9(13).
       01  WS-PCT-WORK        PIC S9(9)V9(2).
       01  WS-MIN-WORK        PIC S9(9).
       01  WS-LATE-COUNT      PIC 9(5) VALUE 0.
       01  WS-OVER-COUNT      PIC 9(5) VALUE 0.

      * Least-squares fit of the chain's finish against the
      * deadline, x = night's day number less today's, y =
      * minutes past the deadline; the fitted line's value at
      * x = 0 is today's expected finish.
       01  WS-FIT-N           PIC 9(5).
       01  WS-FIT-X           PIC S9(5).
       01  WS-FIT-Y           PIC S9(7)V9(2).
       01  WS-SUM-X           PIC S9(9).
       01  WS-SUM-XX          PIC S9(11).
       01  WS-SUM-Y           PIC S9(11)V9(2).
       01  WS-SUM-XY          PIC S9(13)V9(2).
       01  WS-FIT-DENOM       PIC S9(15).
       01  WS-FIT-SLOPE       PIC S9(9)V9(4).
       01  WS-FIT-TODAY       PIC S9(9)V9(4).
       01  WS-DAYS-WORK       PIC S9(9)V9(4).
       01  WS-DAYS-OUT        PIC 9(5).
       01  WS-FINISH-MIN      PIC S9(9).
       01  WS-HH-OUT          PIC 9(2).
       01  WS-MI-OUT          PIC 9(2).
       01  WS-BREACHED        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                   WS-CURRENT-DATE(7:2) INTO WS-RUN-DATE.
           MOVE 0 TO RETURN-CODE.

           MOVE WS-RUN-DATE TO WS-DATE-IN.
           PERFORM DATE-TO-INT-SECTION.
           MOVE WS-DATE-INT-OUT TO WS-TODAY-INT.

           OPEN EXTEND ERROR-LOG-FILE.
           IF WS-ERRLOG-STATUS NOT = "00"
               OPEN OUTPUT ERROR-LOG-FILE
               IF WS-ERRLOG-STATUS NOT = "00"
                   DISPLAY "ERROR-LOG-FILE OPEN FAILED, STATUS: "
                       WS-ERRLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM READ-SLA-PARM-SECTION.

           COMPUTE WS-WEEK-FIRST-INT  = WS-TODAY-INT - 6.
           COMPUTE WS-PRIOR-FIRST-INT = WS-TODAY-INT - 13.
           COMPUTE WS-TREND-FIRST-INT =
               WS-TODAY-INT - WS-TREND-NIGHTS + 1.
           COMPUTE WS-LOAD-FIRST-INT =
               WS-WEEK-FIRST-INT - WS-AVG-NIGHTS.
           IF WS-PRIOR-FIRST-INT < WS-LOAD-FIRST-INT
               MOVE WS-PRIOR-FIRST-INT TO WS-LOAD-FIRST-INT
           END-IF.
           IF WS-TREND-FIRST-INT < WS-LOAD-FIRST-INT
               MOVE WS-TREND-FIRST-INT TO WS-LOAD-FIRST-INT
           END-IF.

           OPEN INPUT HIST-IN-FILE.
           IF WS-HISTIN-STATUS NOT = "00"
               MOVE "HIST-IN-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT SLA-RPT-FILE.
           IF WS-SLARPT-STATUS NOT = "00"
               MOVE "SLA-RPT-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           PERFORM LOAD-HISTORY-SECTION.
           PERFORM FINISH-NIGHTS-SECTION.
           PERFORM STEP-TRENDS-SECTION.
           PERFORM LATE-NIGHTS-SECTION.
           PERFORM OVER-AVERAGE-SECTION.
           PERFORM PROJECTION-SECTION.
           PERFORM CLOSE-FILES-SECTION.

           IF (WS-LATE-COUNT > 0 OR WS-BREACHED = 'Y')
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. Late nights: " WS-LATE-COUNT
               " Over average: " WS-OVER-COUNT.
           GOBACK.

      * Loads the step records in reach and builds the night
      * entries as it goes - the master is in run-date order, so
      * a night is complete when the date changes.
       LOAD-HISTORY-SECTION.
           PERFORM UNTIL END-OF-HIST
               READ HIST-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-HIST
                   NOT AT END
                       MOVE RHST-RUN-DATE TO WS-DATE-IN
                       PERFORM DATE-TO-INT-SECTION
                       IF WS-DATE-INT-OUT >= WS-LOAD-FIRST-INT
                           AND WS-DATE-INT-OUT <= WS-TODAY-INT
                           PERFORM LOAD-STEP-RECORD-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-STEP-RECORD-SECTION.
           IF WS-HST-COUNT >= 20000 OR WS-NGT-COUNT >= 400
               IF WS-HST-FULL = 'N'
                   MOVE 'Y' TO WS-HST-FULL
                   MOVE "RUNHIST EXCEEDS REPORT CAPACITY, LOAD CUT"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-HST-COUNT
               MOVE WS-DATE-INT-OUT TO WS-HST-DATE-INT(WS-HST-COUNT)
               MOVE RHST-RUN-DATE   TO WS-HST-DATE(WS-HST-COUNT)
               MOVE RHST-STEP-NAME  TO WS-HST-STEP(WS-HST-COUNT)
               MOVE 'N'             TO WS-HST-RAN(WS-HST-COUNT)
               MOVE 0               TO WS-HST-SECS(WS-HST-COUNT)
               IF NOT RHST-IS-SKIPPED
                   AND RHST-ELAPSED-SECS IS NUMERIC
                   AND RHST-START-TIME NOT = SPACES
                   MOVE 'Y' TO WS-HST-RAN(WS-HST-COUNT)
                   MOVE RHST-ELAPSED-SECS
                       TO WS-HST-SECS(WS-HST-COUNT)
               END-IF
               IF WS-NGT-COUNT = 0
                   OR WS-NGT-DATE-INT(WS-NGT-COUNT)
                       NOT = WS-DATE-INT-OUT
                   ADD 1 TO WS-NGT-COUNT
                   MOVE WS-DATE-INT-OUT
                       TO WS-NGT-DATE-INT(WS-NGT-COUNT)
                   MOVE RHST-RUN-DATE TO WS-NGT-DATE(WS-NGT-COUNT)
                   MOVE SPACES TO WS-NGT-FIRST-START(WS-NGT-COUNT)
                   MOVE SPACES TO WS-NGT-LAST-END(WS-NGT-COUNT)
               END-IF
               IF WS-HST-RAN(WS-HST-COUNT) = 'Y'
                   IF WS-NGT-FIRST-START(WS-NGT-COUNT) = SPACES
                       OR RHST-START-TIME
                           < WS-NGT-FIRST-START(WS-NGT-COUNT)
                       MOVE RHST-START-TIME
                           TO WS-NGT-FIRST-START(WS-NGT-COUNT)
                   END-IF
                   IF RHST-END-TIME > WS-NGT-LAST-END(WS-NGT-COUNT)
                       MOVE RHST-END-TIME
                           TO WS-NGT-LAST-END(WS-NGT-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Works out each night's chain elapsed time and its finish
      * against the deadline - the must-finish time on the day the
      * chain started when it started before the cut-over hour,
      * the day after otherwise.
       FINISH-NIGHTS-SECTION.
           PERFORM VARYING WS-NGT-SUB FROM 1 BY 1
                   UNTIL WS-NGT-SUB > WS-NGT-COUNT
               MOVE 'N' TO WS-NGT-VALID(WS-NGT-SUB)
               MOVE 0 TO WS-NGT-SECS(WS-NGT-SUB)
               MOVE 0 TO WS-NGT-LATE-SECS(WS-NGT-SUB)
               MOVE WS-NGT-FIRST-START(WS-NGT-SUB) TO WS-STAMP-IN
               PERFORM STAMP-TO-SECS-SECTION
               MOVE WS-STAMP-SECS    TO WS-START-SECS
               MOVE WS-STAMP-DAY-INT TO WS-START-DAY-INT
               MOVE WS-STAMP-TOD     TO WS-START-TOD
               MOVE WS-NGT-LAST-END(WS-NGT-SUB) TO WS-STAMP-IN
               PERFORM STAMP-TO-SECS-SECTION
               MOVE WS-STAMP-SECS    TO WS-END-SECS
               IF WS-START-SECS > 0 AND WS-END-SECS >= WS-START-SECS
                   MOVE 'Y' TO WS-NGT-VALID(WS-NGT-SUB)
                   COMPUTE WS-NGT-SECS(WS-NGT-SUB) =
                       WS-END-SECS - WS-START-SECS
                   COMPUTE WS-DUE-SECS =
                       WS-START-DAY-INT * 86400 + WS-DEADLINE-TOD
                   IF WS-START-TOD >= WS-CUTOVER-TOD
                       ADD 86400 TO WS-DUE-SECS
                   END-IF
                   COMPUTE WS-NGT-LATE-SECS(WS-NGT-SUB) =
                       WS-END-SECS - WS-DUE-SECS
               END-IF
           END-PERFORM.

      * Week and prior-week elapsed times per step, then the
      * chain's own from the night entries, one STEP line each.
       STEP-TRENDS-SECTION.
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                   UNTIL WS-HST-SUB > WS-HST-COUNT
               IF WS-HST-RAN(WS-HST-SUB) = 'Y'
                   AND WS-HST-DATE-INT(WS-HST-SUB)
                       >= WS-PRIOR-FIRST-INT
                   MOVE WS-HST-STEP(WS-HST-SUB)     TO WS-LOOK-STEP
                   MOVE WS-HST-DATE-INT(WS-HST-SUB) TO WS-LOOK-DATE-INT
                   MOVE WS-HST-SECS(WS-HST-SUB)     TO WS-LOOK-SECS
                   PERFORM TALLY-STEP-SECTION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-NGT-SUB FROM 1 BY 1
                   UNTIL WS-NGT-SUB > WS-NGT-COUNT
               IF WS-NGT-VALID(WS-NGT-SUB) = 'Y'
                   AND WS-NGT-DATE-INT(WS-NGT-SUB)
                       >= WS-PRIOR-FIRST-INT
                   MOVE '*CHAIN'                    TO WS-LOOK-STEP
                   MOVE WS-NGT-DATE-INT(WS-NGT-SUB) TO WS-LOOK-DATE-INT
                   MOVE WS-NGT-SECS(WS-NGT-SUB)     TO WS-LOOK-SECS
                   PERFORM TALLY-STEP-SECTION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STP-COUNT
               IF WS-STP-WEEK-N(WS-STP-IDX) > 0
                   PERFORM WRITE-STEP-LINE-SECTION
               END-IF
           END-PERFORM.

      * Adds one elapsed time (WS-LOOK-*) to its step's week or
      * prior-week tally, adding the step on first sight.
       TALLY-STEP-SECTION.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-STP-COUNT > 0
               SET WS-STP-IDX TO 1
               SEARCH WS-STP-ENTRY
                   WHEN WS-STP-NAME(WS-STP-IDX) = WS-LOOK-STEP
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.
           IF WS-FOUND-FLAG = 'N'
               IF WS-STP-COUNT >= 101
                   MOVE "MORE THAN 100 STEPS IN HISTORY, REST SKIPPED"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
               ELSE
                   ADD 1 TO WS-STP-COUNT
                   SET WS-STP-IDX TO WS-STP-COUNT
                   MOVE WS-LOOK-STEP TO WS-STP-NAME(WS-STP-IDX)
                   MOVE 0 TO WS-STP-WEEK-N(WS-STP-IDX)
                   MOVE 0 TO WS-STP-WEEK-SECS(WS-STP-IDX)
                   MOVE 0 TO WS-STP-WEEK-MAX(WS-STP-IDX)
                   MOVE 0 TO WS-STP-PRIOR-N(WS-STP-IDX)
                   MOVE 0 TO WS-STP-PRIOR-SECS(WS-STP-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               IF WS-LOOK-DATE-INT >= WS-WEEK-FIRST-INT
                   ADD 1 TO WS-STP-WEEK-N(WS-STP-IDX)
                   ADD WS-LOOK-SECS TO WS-STP-WEEK-SECS(WS-STP-IDX)
                   IF WS-LOOK-SECS > WS-STP-WEEK-MAX(WS-STP-IDX)
                       MOVE WS-LOOK-SECS
                           TO WS-STP-WEEK-MAX(WS-STP-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-STP-PRIOR-N(WS-STP-IDX)
                   ADD WS-LOOK-SECS TO WS-STP-PRIOR-SECS(WS-STP-IDX)
               END-IF
           END-IF.

       WRITE-STEP-LINE-SECTION.
           MOVE SPACES TO SLA-RPT-RECORD.
           MOVE 'STEP'                   TO SLAR-LINE-TYPE.
           MOVE WS-RUN-DATE              TO SLAR-RUN-DATE.
           MOVE WS-STP-NAME(WS-STP-IDX)  TO SLAR-STEP-NAME.
           MOVE WS-STP-WEEK-N(WS-STP-IDX) TO SLAR-NIGHTS.
           COMPUTE SLAR-ELAPSED-MIN ROUNDED =
               WS-STP-WEEK-SECS(WS-STP-IDX)
               / WS-STP-WEEK-N(WS-STP-IDX) / 60.
           COMPUTE SLAR-MAX-MIN ROUNDED =
               WS-STP-WEEK-MAX(WS-STP-IDX) / 60.
           MOVE 0 TO SLAR-BASE-MIN SLAR-CHANGE-PCT.
           IF WS-STP-PRIOR-N(WS-STP-IDX) > 0
               COMPUTE SLAR-BASE-MIN ROUNDED =
                   WS-STP-PRIOR-SECS(WS-STP-IDX)
                   / WS-STP-PRIOR-N(WS-STP-IDX) / 60
               IF WS-STP-PRIOR-SECS(WS-STP-IDX) > 0
                   COMPUTE WS-PCT-WORK ROUNDED =
                       (WS-STP-WEEK-SECS(WS-STP-IDX)
                           / WS-STP-WEEK-N(WS-STP-IDX)
                        - WS-STP-PRIOR-SECS(WS-STP-IDX)
                           / WS-STP-PRIOR-N(WS-STP-IDX)) * 100
                       / (WS-STP-PRIOR-SECS(WS-STP-IDX)
                           / WS-STP-PRIOR-N(WS-STP-IDX))
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-PCT-WORK
                   END-COMPUTE
                   IF WS-PCT-WORK > 99999.99
                       MOVE 99999.99 TO WS-PCT-WORK
                   END-IF
                   MOVE WS-PCT-WORK TO SLAR-CHANGE-PCT
               END-IF
           END-IF.
           MOVE WS-STP-NAME(WS-STP-IDX) TO WS-LOOK-STEP.
           PERFORM FIND-EXPECTED-SECTION.
           IF SLAR-EXPECTED-MIN > 0
               AND SLAR-ELAPSED-MIN > SLAR-EXPECTED-MIN
               MOVE 'OVERSLA' TO SLAR-FLAG
           END-IF.
           MOVE WS-DEADLINE-TEXT TO SLAR-DEADLINE.
           MOVE 0 TO SLAR-MARGIN-MIN SLAR-GROWTH-MIN.
           WRITE SLA-RPT-RECORD.

      * Expected minutes for WS-LOOK-STEP into the report line;
      * zero when the SLA parameters don't name the step.
       FIND-EXPECTED-SECTION.
           MOVE 0 TO SLAR-EXPECTED-MIN.
           IF WS-LOOK-STEP = '*CHAIN'
               MOVE WS-CHAIN-EXPECT TO SLAR-EXPECTED-MIN
           ELSE
               IF WS-SEXP-COUNT > 0
                   SET WS-SXP-IDX TO 1
                   SEARCH WS-SEXP-ENTRY
                       WHEN WS-SEXP-STEP(WS-SXP-IDX) = WS-LOOK-STEP
                           MOVE WS-SEXP-MINUTES(WS-SXP-IDX)
                               TO SLAR-EXPECTED-MIN
                   END-SEARCH
               END-IF
           END-IF.

      * One LATE line per night of the week the chain finished
      * past its deadline; minutes late round up, so a night
      * seconds over never reads as zero.
       LATE-NIGHTS-SECTION.
           PERFORM VARYING WS-NGT-SUB FROM 1 BY 1
                   UNTIL WS-NGT-SUB > WS-NGT-COUNT
               IF WS-NGT-VALID(WS-NGT-SUB) = 'Y'
                   AND WS-NGT-DATE-INT(WS-NGT-SUB) >= WS-WEEK-FIRST-INT
                   AND WS-NGT-LATE-SECS(WS-NGT-SUB) > 0
                   ADD 1 TO WS-LATE-COUNT
                   MOVE SPACES TO SLA-RPT-RECORD
                   MOVE 'LATE'                  TO SLAR-LINE-TYPE
                   MOVE WS-NGT-DATE(WS-NGT-SUB) TO SLAR-RUN-DATE
                   MOVE '*CHAIN'                TO SLAR-STEP-NAME
                   MOVE 1                       TO SLAR-NIGHTS
                   COMPUTE SLAR-ELAPSED-MIN ROUNDED =
                       WS-NGT-SECS(WS-NGT-SUB) / 60
                   MOVE 0 TO SLAR-BASE-MIN SLAR-MAX-MIN
                   MOVE WS-CHAIN-EXPECT         TO SLAR-EXPECTED-MIN
                   MOVE 0                       TO SLAR-CHANGE-PCT
                   STRING WS-NGT-LAST-END(WS-NGT-SUB)(9:2) ':'
                       WS-NGT-LAST-END(WS-NGT-SUB)(11:2)
                       DELIMITED BY SIZE INTO SLAR-FINISH-TIME
                   MOVE WS-DEADLINE-TEXT        TO SLAR-DEADLINE
                   COMPUTE WS-MIN-WORK =
                       (WS-NGT-LATE-SECS(WS-NGT-SUB) + 59) / 60
                   MOVE WS-MIN-WORK             TO SLAR-MARGIN-MIN
                   MOVE 0                       TO SLAR-GROWTH-MIN
                   WRITE SLA-RPT-RECORD
               END-IF
           END-PERFORM.

      * One OVERAVG line per step night of the week running more
      * than OVER-PCT above the step's average over the
      * AVG-NIGHTS nights before it. It takes at least two prior
      * runs to make an average, and a step a minute or less
      * over its average is left alone however small it is.
       OVER-AVERAGE-SECTION.
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                   UNTIL WS-HST-SUB > WS-HST-COUNT
               IF WS-HST-RAN(WS-HST-SUB) = 'Y'
                   AND WS-HST-DATE-INT(WS-HST-SUB) >= WS-WEEK-FIRST-INT
                   PERFORM CHECK-OVER-AVERAGE-SECTION
               END-IF
           END-PERFORM.

       CHECK-OVER-AVERAGE-SECTION.
           MOVE 0 TO WS-AVG-N WS-AVG-SUM.
           COMPUTE WS-LOOK-DATE-INT =
               WS-HST-DATE-INT(WS-HST-SUB) - WS-AVG-NIGHTS.
           PERFORM VARYING WS-AVG-SUB FROM 1 BY 1
                   UNTIL WS-AVG-SUB >= WS-HST-SUB
               IF WS-HST-STEP(WS-AVG-SUB) = WS-HST-STEP(WS-HST-SUB)
                   AND WS-HST-RAN(WS-AVG-SUB) = 'Y'
                   AND WS-HST-DATE-INT(WS-AVG-SUB) >= WS-LOOK-DATE-INT
                   AND WS-HST-DATE-INT(WS-AVG-SUB)
                       < WS-HST-DATE-INT(WS-HST-SUB)
                   ADD 1 TO WS-AVG-N
                   ADD WS-HST-SECS(WS-AVG-SUB) TO WS-AVG-SUM
               END-IF
           END-PERFORM.
           IF WS-AVG-N >= 2
               COMPUTE WS-AVG-SECS ROUNDED = WS-AVG-SUM / WS-AVG-N
               COMPUTE WS-OVER-LIMIT ROUNDED =
                   WS-AVG-SECS + WS-AVG-SECS * WS-OVER-PCT / 100
               IF WS-HST-SECS(WS-HST-SUB) > WS-OVER-LIMIT
                   AND WS-HST-SECS(WS-HST-SUB) - WS-AVG-SECS > 60
                   ADD 1 TO WS-OVER-COUNT
                   MOVE SPACES TO SLA-RPT-RECORD
                   MOVE 'OVERAVG'               TO SLAR-LINE-TYPE
                   MOVE WS-HST-DATE(WS-HST-SUB) TO SLAR-RUN-DATE
                   MOVE WS-HST-STEP(WS-HST-SUB) TO SLAR-STEP-NAME
                   MOVE WS-AVG-N                TO SLAR-NIGHTS
                   COMPUTE SLAR-ELAPSED-MIN ROUNDED =
                       WS-HST-SECS(WS-HST-SUB) / 60
                   COMPUTE SLAR-BASE-MIN ROUNDED = WS-AVG-SECS / 60
                   MOVE 0 TO SLAR-MAX-MIN
                   MOVE WS-HST-STEP(WS-HST-SUB) TO WS-LOOK-STEP
                   PERFORM FIND-EXPECTED-SECTION
                   COMPUTE WS-PCT-WORK ROUNDED =
                       (WS-HST-SECS(WS-HST-SUB) - WS-AVG-SECS) * 100
                       / WS-AVG-SECS
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-PCT-WORK
                   END-COMPUTE
                   IF WS-PCT-WORK > 99999.99
                       MOVE 99999.99 TO WS-PCT-WORK
                   END-IF
                   MOVE WS-PCT-WORK TO SLAR-CHANGE-PCT
                   MOVE 0 TO SLAR-MARGIN-MIN SLAR-GROWTH-MIN
                   WRITE SLA-RPT-RECORD
               END-IF
           END-IF.

      * Fits the chain's finish over the trend nights and writes
      * the PROJECT line. The breach date is the first day the
      * fitted line reaches the deadline.
       PROJECTION-SECTION.
           MOVE 0 TO WS-FIT-N WS-SUM-X WS-SUM-XX WS-SUM-Y WS-SUM-XY.
           PERFORM VARYING WS-NGT-SUB FROM 1 BY 1
                   UNTIL WS-NGT-SUB > WS-NGT-COUNT
               IF WS-NGT-VALID(WS-NGT-SUB) = 'Y'
                   AND WS-NGT-DATE-INT(WS-NGT-SUB)
                       >= WS-TREND-FIRST-INT
                   ADD 1 TO WS-FIT-N
                   COMPUTE WS-FIT-X =
                       WS-NGT-DATE-INT(WS-NGT-SUB) - WS-TODAY-INT
                   COMPUTE WS-FIT-Y ROUNDED =
                       WS-NGT-LATE-SECS(WS-NGT-SUB) / 60
                   ADD WS-FIT-X TO WS-SUM-X
                   COMPUTE WS-SUM-XX = WS-SUM-XX + WS-FIT-X * WS-FIT-X
                   ADD WS-FIT-Y TO WS-SUM-Y
                   COMPUTE WS-SUM-XY = WS-SUM-XY + WS-FIT-X * WS-FIT-Y
               END-IF
           END-PERFORM.

           MOVE SPACES TO SLA-RPT-RECORD.
           MOVE 'PROJECT'        TO SLAR-LINE-TYPE.
           MOVE WS-RUN-DATE      TO SLAR-RUN-DATE.
           MOVE '*CHAIN'         TO SLAR-STEP-NAME.
           MOVE WS-FIT-N         TO SLAR-NIGHTS.
           MOVE 0 TO SLAR-ELAPSED-MIN SLAR-BASE-MIN SLAR-MAX-MIN.
           MOVE WS-CHAIN-EXPECT  TO SLAR-EXPECTED-MIN.
           MOVE 0                TO SLAR-CHANGE-PCT.
           MOVE WS-DEADLINE-TEXT TO SLAR-DEADLINE.
           MOVE 0 TO SLAR-MARGIN-MIN SLAR-GROWTH-MIN.

           COMPUTE WS-FIT-DENOM =
               WS-FIT-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X.
           IF WS-FIT-N < 3 OR WS-FIT-DENOM = 0
               MOVE 'NODATA' TO SLAR-FLAG
           ELSE
               PERFORM FIT-PROJECTION-SECTION
           END-IF.
           WRITE SLA-RPT-RECORD.

      * Fitted line, today's fitted finish and, when it is getting
      * later but not yet late, the day it reaches the deadline.
       FIT-PROJECTION-SECTION.
           COMPUTE WS-FIT-SLOPE ROUNDED =
               (WS-FIT-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
               / WS-FIT-DENOM.
           COMPUTE WS-FIT-TODAY ROUNDED =
               (WS-SUM-Y - WS-FIT-SLOPE * WS-SUM-X) / WS-FIT-N.

           COMPUTE WS-FINISH-MIN ROUNDED =
               WS-DEADLINE-TOD / 60 + WS-FIT-TODAY.
           PERFORM UNTIL WS-FINISH-MIN >= 0
               ADD 1440 TO WS-FINISH-MIN
           END-PERFORM.
           COMPUTE WS-FINISH-MIN = FUNCTION MOD(WS-FINISH-MIN, 1440).
           COMPUTE WS-HH-OUT = WS-FINISH-MIN / 60.
           COMPUTE WS-MI-OUT = WS-FINISH-MIN - WS-HH-OUT * 60.
           STRING WS-HH-OUT ':' WS-MI-OUT
               DELIMITED BY SIZE INTO SLAR-FINISH-TIME.

           COMPUTE WS-MIN-WORK ROUNDED = 0 - WS-FIT-TODAY.
           IF WS-MIN-WORK > 99999
               MOVE 99999 TO WS-MIN-WORK
           END-IF.
           IF WS-MIN-WORK < -99999
               MOVE -99999 TO WS-MIN-WORK
           END-IF.
           MOVE WS-MIN-WORK TO SLAR-MARGIN-MIN.
           IF WS-FIT-SLOPE > 999.99
               MOVE 999.99 TO SLAR-GROWTH-MIN
           ELSE
               IF WS-FIT-SLOPE < -999.99
                   MOVE -999.99 TO SLAR-GROWTH-MIN
               ELSE
                   MOVE WS-FIT-SLOPE TO SLAR-GROWTH-MIN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-FIT-TODAY >= 0
                   MOVE 'BREACHED' TO SLAR-FLAG
                   MOVE 'Y' TO WS-BREACHED
               WHEN WS-FIT-SLOPE <= 0
                   MOVE 'STABLE' TO SLAR-FLAG
               WHEN OTHER
                   COMPUTE WS-DAYS-WORK =
                       (0 - WS-FIT-TODAY) / WS-FIT-SLOPE
                       ON SIZE ERROR
                           MOVE 99999 TO WS-DAYS-WORK
                   END-COMPUTE
                   IF WS-DAYS-WORK > 9999
                       MOVE 'STABLE' TO SLAR-FLAG
                   ELSE
                       MOVE WS-DAYS-WORK TO WS-DAYS-OUT
                       IF WS-DAYS-OUT < WS-DAYS-WORK
                           ADD 1 TO WS-DAYS-OUT
                       END-IF
                       MOVE 'TRENDING' TO SLAR-FLAG
                       COMPUTE WS-DATE-INT-OUT =
                           WS-TODAY-INT + WS-DAYS-OUT
                       PERFORM INT-TO-DATE-SECTION
                       MOVE WS-DATE-OUT TO SLAR-RUN-DATE
                   END-IF
           END-EVALUATE.

      * Loads the SLA parameters. The '*CHAIN' record's fields
      * are used only where numeric and in range, keeping the
      * default otherwise.
       READ-SLA-PARM-SECTION.
           OPEN INPUT SLA-PARM-FILE.
           IF WS-SLAPARM-STATUS = "00"
               PERFORM UNTIL END-OF-SLAPARM
                   READ SLA-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SLAPARM
                       NOT AT END
                           PERFORM LOAD-SLA-PARM-SECTION
                   END-READ
               END-PERFORM
               CLOSE SLA-PARM-FILE
           ELSE
               MOVE "NO SLAPARM, 0600 DEADLINE AND DEFAULTS USED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           END-IF.
           MOVE WS-DEADLINE-HHMM(1:2) TO WS-HH-OUT.
           MOVE WS-DEADLINE-HHMM(3:2) TO WS-MI-OUT.
           COMPUTE WS-DEADLINE-TOD = WS-HH-OUT * 3600 + WS-MI-OUT * 60.
           COMPUTE WS-CUTOVER-TOD = WS-CUTOVER-HH * 3600.
           MOVE SPACES TO WS-DEADLINE-TEXT.
           STRING WS-DEADLINE-HHMM(1:2) ':' WS-DEADLINE-HHMM(3:2)
               DELIMITED BY SIZE INTO WS-DEADLINE-TEXT.

       LOAD-SLA-PARM-SECTION.
           IF SLAP-STEP-NAME = '*CHAIN'
               IF SLAP-EXPECT-MINUTES IS NUMERIC
                   MOVE SLAP-EXPECT-MINUTES TO WS-CHAIN-EXPECT
               END-IF
               IF SLAP-MUST-FINISH IS NUMERIC
                   AND SLAP-MUST-FINISH(1:2) < '24'
                   AND SLAP-MUST-FINISH(3:2) < '60'
                   MOVE SLAP-MUST-FINISH TO WS-DEADLINE-HHMM
               ELSE
                   MOVE "INVALID MUST-FINISH, 0600 KEPT"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
               END-IF
               IF SLAP-OVER-PCT IS NUMERIC AND SLAP-OVER-PCT > 0
                   MOVE SLAP-OVER-PCT TO WS-OVER-PCT
               END-IF
               IF SLAP-AVG-NIGHTS IS NUMERIC AND SLAP-AVG-NIGHTS > 1
                   MOVE SLAP-AVG-NIGHTS TO WS-AVG-NIGHTS
               END-IF
               IF SLAP-TREND-NIGHTS IS NUMERIC
                   AND SLAP-TREND-NIGHTS > 2
                   MOVE SLAP-TREND-NIGHTS TO WS-TREND-NIGHTS
               END-IF
               IF SLAP-CUTOVER-HH IS NUMERIC
                   AND SLAP-CUTOVER-HH < 24
                   MOVE SLAP-CUTOVER-HH TO WS-CUTOVER-HH
               END-IF
           ELSE
               IF WS-SEXP-COUNT >= 100
                   MOVE "SLAPARM EXCEEDS 100 STEPS" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
               ELSE
                   IF SLAP-EXPECT-MINUTES IS NUMERIC
                       ADD 1 TO WS-SEXP-COUNT
                       MOVE SLAP-STEP-NAME
                           TO WS-SEXP-STEP(WS-SEXP-COUNT)
                       MOVE SLAP-EXPECT-MINUTES
                           TO WS-SEXP-MINUTES(WS-SEXP-COUNT)
                   ELSE
                       MOVE "INVALID EXPECT-MINUTES, STEP SKIPPED"
                           TO WS-ERR-MESSAGE
                       PERFORM LOG-ERROR-SECTION
                   END-IF
               END-IF
           END-IF.

      * Converts a CURRENT-DATE style stamp to seconds, with its
      * day number and time of day; all 0 when it isn't a
      * readable date and time.
       STAMP-TO-SECS-SECTION.
           MOVE 0 TO WS-STAMP-SECS WS-STAMP-DAY-INT WS-STAMP-TOD.
           IF WS-STAMP-IN(1:14) IS NUMERIC
               MOVE WS-STAMP-IN(1:8)  TO WS-STAMP-DATE
               MOVE WS-STAMP-IN(9:2)  TO WS-STAMP-HH
               MOVE WS-STAMP-IN(11:2) TO WS-STAMP-MI
               MOVE WS-STAMP-IN(13:2) TO WS-STAMP-SS
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) = 0
                   AND WS-STAMP-HH < 24 AND WS-STAMP-MI < 60
                   AND WS-STAMP-SS < 60
                   COMPUTE WS-STAMP-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                   COMPUTE WS-STAMP-TOD = WS-STAMP-HH * 3600
                       + WS-STAMP-MI * 60 + WS-STAMP-SS
                   COMPUTE WS-STAMP-SECS =
                       WS-STAMP-DAY-INT * 86400 + WS-STAMP-TOD
               END-IF
           END-IF.

      * Converts a YYYY-MM-DD date to an integer day number. A
      * date that isn't all digits comes back 0.
       DATE-TO-INT-SECTION.
           MOVE SPACES TO WS-DATE-TEXT.
           STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
               DELIMITED BY SIZE INTO WS-DATE-TEXT.
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-DATE-NUM
               COMPUTE WS-DATE-INT-OUT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
               MOVE 0 TO WS-DATE-INT-OUT
           END-IF.

      * Day number back to YYYY-MM-DD.
       INT-TO-DATE-SECTION.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT-OUT).
           MOVE WS-DATE-NUM TO WS-DATE-TEXT.
           MOVE SPACES TO WS-DATE-OUT.
           STRING WS-DATE-TEXT(1:4) '-' WS-DATE-TEXT(5:2) '-'
               WS-DATE-TEXT(7:2)
               DELIMITED BY SIZE INTO WS-DATE-OUT.

      * Same persisted error trail the batch extract keeps - the
      * DSN column carries this program's name since no database
      * connection is involved here.
       LOG-ERROR-SECTION.
           MOVE WS-CURRENT-DATE TO ERRL-TIMESTAMP.
           MOVE WS-ERR-SOURCE   TO ERRL-DSN.
           MOVE 0               TO ERRL-SQLCODE.
           MOVE WS-ERR-MESSAGE  TO ERRL-MESSAGE.
           WRITE ERROR-LOG-RECORD.

      * Closes every file this run may have opened. Safe on the
      * early-exit paths where some were never opened.
       CLOSE-FILES-SECTION.
           CLOSE HIST-IN-FILE.
           CLOSE SLA-RPT-FILE.
           CLOSE ERROR-LOG-FILE.
