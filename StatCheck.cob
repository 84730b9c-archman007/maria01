       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatCheck.

      * Optimizer-statistics staleness check. RowVerify already
      * pays for a true SELECT COUNT(*) on every table (ROWVRPT),
      * and the storage and schema extracts carry the catalog's
      * table_rows estimate for the same tables (STORRPT, with
      * SCHEMINV as the fallback for a table STORRPT doesn't
      * have). The optimizer plans from that estimate, so a table
      * whose estimate has drifted far from the truth is a slow
      * query waiting to happen - and it also skews IdxHealth's
      * LOWCARD findings and CapFcast's row forecasts. This
      * program sets the two figures side by side, reports every
      * counted table (STATRPT), and writes the STALE ones as an
      * ANALYZE TABLE work list (ANLZLIST) ranked by how many
      * rows the estimate misses by. When STATPARM asks for it,
      * it then runs ANALYZE TABLE itself for the top N of that
      * list, stopping when the time budget is spent, and logs
      * every one it ran or had to leave (ANLZLOG).
      *
      * Tables whose count failed or never appeared in the run's
      * table list (SQLERR / NOTABLE in ROWVRPT) have no true
      * count to compare and are left out.
      *
      * RETURN-CODE: 4 when any table is STALE, an ANALYZE failed
      * or couldn't run, or a work table filled; 16 when the
      * row-count report or an output file can't be opened. A
      * stale estimate is a tuning finding, not a data fault, so
      * it never holds the chain.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROW-VERIFY-FILE ASSIGN TO "ROWVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROWVRPT-STATUS.
           SELECT STORAGE-RPT-FILE ASSIGN TO "STORRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STORRPT-STATUS.
           SELECT SCHEMA-INV-FILE ASSIGN TO "SCHEMINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMINV-STATUS.
           SELECT STAT-PARM-FILE ASSIGN TO "STATPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATPARM-STATUS.
           SELECT STAT-RPT-FILE ASSIGN TO "STATRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATRPT-STATUS.
           SELECT ANALYZE-LIST-FILE ASSIGN TO "ANLZLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ANLZLIST-STATUS.
           SELECT ANALYZE-LOG-FILE ASSIGN TO "ANLZLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ANLZLOG-STATUS.
           SELECT DB-PARM-FILE ASSIGN TO "DBPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROW-VERIFY-FILE
           RECORDING MODE IS F.
       COPY ROWVRPT.

       FD  STORAGE-RPT-FILE
           RECORDING MODE IS F.
       COPY STORRPT.

       FD  SCHEMA-INV-FILE
           RECORDING MODE IS F.
       COPY SCHEMAINV.

       FD  STAT-PARM-FILE
           RECORDING MODE IS F.
       COPY STATPARM.

       FD  STAT-RPT-FILE
           RECORDING MODE IS F.
       COPY STATRPT.

       FD  ANALYZE-LIST-FILE
           RECORDING MODE IS F.
       COPY ANLZLIST.

       FD  ANALYZE-LOG-FILE
           RECORDING MODE IS F.
       COPY ANLZLOG.

       FD  DB-PARM-FILE
           RECORDING MODE IS F.
       COPY DBPARM.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.

      * Database connection details - defaulted here only as a
      * fallback for a missing DB-PARM-FILE, same arrangement as
      * the batch extract.
       01  DB-DSN             PIC X(50) VALUE 'MariaDB-ODBC'.
       01  DB-USER            PIC X(50) VALUE 'your_username'.
       01  DB-PASSWORD        PIC X(50) VALUE 'your_password'.

       01  WS-ROWVRPT-STATUS  PIC XX.
       01  WS-STORRPT-STATUS  PIC XX.
       01  WS-SCHEMINV-STATUS PIC XX.
       01  WS-STATPARM-STATUS PIC XX.
       01  WS-STATRPT-STATUS  PIC XX.
       01  WS-ANLZLIST-STATUS PIC XX.
       01  WS-ANLZLOG-STATUS  PIC XX.
       01  WS-DBPARM-STATUS   PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-ERR-MESSAGE     PIC X(80).

      * Staleness controls, overlaid from STATPARM when supplied.
       01  WS-STALE-PCT       PIC 9(3) VALUE 20.
       01  WS-MIN-ROWS        PIC 9(9) VALUE 1000.
       01  WS-ANALYZE-TOP     PIC 9(3) VALUE 0.
       01  WS-BUDGET-MINUTES  PIC 9(3) VALUE 30.

       01  WS-EOF-ROWVRPT     PIC X VALUE 'N'.
           88  END-OF-ROWVRPT     VALUE 'Y'.
       01  WS-EOF-STORRPT     PIC X VALUE 'N'.
           88  END-OF-STORRPT     VALUE 'Y'.
       01  WS-EOF-SCHEMINV    PIC X VALUE 'N'.
           88  END-OF-SCHEMINV    VALUE 'Y'.
       01  WS-EOF-ANLZ        PIC X VALUE 'N'.
           88  END-OF-ANLZ        VALUE 'Y'.

      * Catalog row estimates, loaded once at startup from
      * STORRPT and topped up from SCHEMINV for any table STORRPT
      * didn't carry. Bounded at 5000 tables like the trend
      * ranking; overflow is logged and the tables past it report
      * NOEST.
       01  WS-EST-COUNT       PIC 9(5) VALUE 0.
       01  WS-EST-TABLE.
           05  WS-EST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EST-COUNT
                   INDEXED BY WS-EST-IDX.
               10  WS-EST-SCHEMA      PIC X(64).
               10  WS-EST-TABLE-NAME  PIC X(100).
               10  WS-EST-ROWS        PIC 9(15).
               10  WS-EST-SOURCE      PIC X(8).
       01  WS-EST-FOUND-FLAG  PIC X VALUE 'N'.
       01  WS-EST-SOURCE-HOLD PIC X(8).
       01  WS-EST-FULL-FLAG   PIC X VALUE 'N'.

      * SCHEMINV carries one line per column; the table key of the
      * last line seen is the control break that adds each table
      * once.
       01  WS-SINV-KEY.
           05  WS-SINV-SCHEMA     PIC X(64).
           05  WS-SINV-TABLE      PIC X(100).
       01  WS-PREV-SINV-KEY   PIC X(164) VALUE SPACES.

      * STALE tables, collected as the report is written and
      * ranked at end of run for the work list.
       01  WS-STALE-COUNT     PIC 9(5) VALUE 0.
       01  WS-STALE-TABLE.
           05  WS-STALE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-STALE-COUNT.
               10  WS-STL-SCHEMA      PIC X(64).
               10  WS-STL-TABLE-NAME  PIC X(100).
               10  WS-STL-ACTUAL      PIC 9(15).
               10  WS-STL-EST         PIC 9(15).
               10  WS-STL-ABS-DIFF    PIC 9(15).
               10  WS-STL-PCT         PIC S9(7)V9(2).
               10  WS-STL-USED        PIC X(1).
      * Work-list order: WS-ORDER-SUB(rank) is the stale-table
      * subscript written at that rank.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-SUB       PIC 9(5) COMP OCCURS 5000 TIMES.
       01  WS-STL-SUB         PIC 9(5) COMP.
       01  WS-BEST-SUB        PIC 9(5) COMP.
       01  WS-BEST-DIFF       PIC 9(15).
       01  WS-RANK            PIC 9(5) COMP.

       01  WS-ACTUAL-ROWS     PIC 9(15).
       01  WS-EST-ROWS-HOLD   PIC 9(15).
       01  WS-DIFFERENCE      PIC S9(16) COMP.
       01  WS-ABS-DIFF        PIC 9(15).
       01  WS-DIFF-PCT        PIC S9(7)V9(2).
       01  WS-ABS-PCT         PIC 9(7)V9(2).

       01  WS-OK-COUNT        PIC 9(9) VALUE 0.
       01  WS-NOEST-COUNT     PIC 9(9) VALUE 0.
       01  WS-DONE-COUNT      PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT    PIC 9(9) VALUE 0.
       01  WS-BUDGET-COUNT    PIC 9(9) VALUE 0.

      * ANALYZE TABLE is prepared as dynamic SQL per table and
      * answers with a result set (table, op, msg_type, msg_text);
      * the last row fetched is what gets logged.
       01  WS-ANLZ-STMT       PIC X(200).
       01  WS-ANLZ-TABLE      PIC X(200).
       01  WS-ANLZ-OP         PIC X(20).
       01  WS-ANLZ-MSG-TYPE   PIC X(10).
       01  WS-ANLZ-MSG-TEXT   PIC X(255).
       01  WS-ANLZ-RESULT     PIC X(8).

      * Wall-clock arithmetic for the time budget - a CURRENT-DATE
      * stamp broken into its date and time parts and turned into
      * seconds since day zero, so a budget that runs across
      * midnight still measures right.
       01  WS-CLOCK-STAMP.
           05  WS-CLK-DATE        PIC 9(8).
           05  WS-CLK-HH          PIC 9(2).
           05  WS-CLK-MI          PIC 9(2).
           05  WS-CLK-SS          PIC 9(2).
           05  FILLER             PIC X(7).
       01  WS-CLOCK-SECS      PIC S9(11) COMP.
       01  WS-PHASE-START-SECS PIC S9(11) COMP.
       01  WS-STEP-START-SECS PIC S9(11) COMP.
       01  WS-BUDGET-SECS     PIC S9(11) COMP.
       01  WS-ANLZ-START      PIC X(21).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE 0 TO RETURN-CODE.

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

           PERFORM READ-DB-PARM-SECTION.
           PERFORM READ-STAT-PARM-SECTION.
           PERFORM LOAD-STORRPT-EST-SECTION.
           PERFORM LOAD-SCHEMINV-EST-SECTION.

           OPEN OUTPUT STAT-RPT-FILE.
           IF WS-STATRPT-STATUS NOT = "00"
               MOVE "STAT-RPT-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT ANALYZE-LIST-FILE.
           IF WS-ANLZLIST-STATUS NOT = "00"
               MOVE "ANALYZE-LIST-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN INPUT ROW-VERIFY-FILE.
           IF WS-ROWVRPT-STATUS NOT = "00"
               MOVE "ROW-VERIFY-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           PERFORM UNTIL END-OF-ROWVRPT
               READ ROW-VERIFY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ROWVRPT
                   NOT AT END
                       IF RVFY-IS-OK OR RVFY-IS-OOB OR RVFY-IS-NOCTL
                           PERFORM CHECK-ONE-TABLE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-WORK-LIST-SECTION.

      * The ANALYZE log is rewritten every run, so a night with no
      * ANALYZE work leaves an empty log rather than last night's.
           OPEN OUTPUT ANALYZE-LOG-FILE.
           IF WS-ANLZLOG-STATUS NOT = "00"
               MOVE "ANALYZE-LOG-FILE OPEN FAILED, ANALYZE NOT RUN"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               IF WS-ANALYZE-TOP > 0 AND WS-STALE-COUNT > 0
                   PERFORM RUN-ANALYZE-SECTION
               END-IF
           END-IF.

           PERFORM CLOSE-FILES-SECTION.

           IF (WS-STALE-COUNT > 0 OR WS-FAILED-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. Stale: " WS-STALE-COUNT
               " Analyzed: " WS-DONE-COUNT.
           GOBACK.

      * Sets the true count for the ROWVRPT line in hand against
      * its catalog estimate and writes the report line. The
      * estimate's error is taken relative to the true count;
      * a zero count with a non-zero estimate is off by
      * definition. Both figures under MIN-ROWS is never STALE.
       CHECK-ONE-TABLE-SECTION.
           MOVE RVFY-ACTUAL-ROWS TO WS-ACTUAL-ROWS.
           MOVE 'N' TO WS-EST-FOUND-FLAG.
           IF WS-EST-COUNT > 0
               SET WS-EST-IDX TO 1
               SEARCH WS-EST-ENTRY
                   WHEN WS-EST-SCHEMA(WS-EST-IDX) = RVFY-SCHEMA-NAME
                       AND WS-EST-TABLE-NAME(WS-EST-IDX)
                           = RVFY-TABLE-NAME
                       MOVE 'Y' TO WS-EST-FOUND-FLAG
               END-SEARCH
           END-IF.

           MOVE RVFY-SCHEMA-NAME TO STAT-SCHEMA-NAME.
           MOVE RVFY-TABLE-NAME  TO STAT-TABLE-NAME.
           MOVE WS-ACTUAL-ROWS   TO STAT-ACTUAL-ROWS.

           IF WS-EST-FOUND-FLAG = 'N'
               ADD 1 TO WS-NOEST-COUNT
               MOVE 'NOEST'  TO STAT-STATUS
               MOVE 0        TO STAT-EST-ROWS
               MOVE SPACES   TO STAT-EST-SOURCE
               MOVE 0 TO STAT-DIFFERENCE STAT-DIFF-PCT
               WRITE STAT-RPT-RECORD
           ELSE
               MOVE WS-EST-ROWS(WS-EST-IDX) TO WS-EST-ROWS-HOLD
               COMPUTE WS-DIFFERENCE = WS-EST-ROWS-HOLD
                   - WS-ACTUAL-ROWS
               IF WS-DIFFERENCE < 0
                   COMPUTE WS-ABS-DIFF = 0 - WS-DIFFERENCE
               ELSE
                   MOVE WS-DIFFERENCE TO WS-ABS-DIFF
               END-IF
               IF WS-ACTUAL-ROWS = 0
                   IF WS-EST-ROWS-HOLD = 0
                       MOVE 0 TO WS-DIFF-PCT
                   ELSE
                       MOVE 9999999.99 TO WS-DIFF-PCT
                   END-IF
               ELSE
                   COMPUTE WS-DIFF-PCT ROUNDED = WS-DIFFERENCE * 100
                       / WS-ACTUAL-ROWS
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-DIFF-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-DIFF-PCT TO WS-ABS-PCT
               IF WS-DIFF-PCT < 0
                   COMPUTE WS-ABS-PCT = 0 - WS-DIFF-PCT
               END-IF
               IF WS-ABS-PCT > WS-STALE-PCT
                   AND (WS-ACTUAL-ROWS >= WS-MIN-ROWS
                        OR WS-EST-ROWS-HOLD >= WS-MIN-ROWS)
                   MOVE 'STALE' TO STAT-STATUS
                   PERFORM BANK-STALE-SECTION
               ELSE
                   ADD 1 TO WS-OK-COUNT
                   MOVE 'OK'    TO STAT-STATUS
               END-IF
               MOVE WS-EST-ROWS-HOLD TO STAT-EST-ROWS
               MOVE WS-EST-SOURCE(WS-EST-IDX) TO STAT-EST-SOURCE
               MOVE WS-DIFFERENCE    TO STAT-DIFFERENCE
               MOVE WS-DIFF-PCT      TO STAT-DIFF-PCT
               WRITE STAT-RPT-RECORD
           END-IF.

       BANK-STALE-SECTION.
           IF WS-STALE-COUNT < 5000
               ADD 1 TO WS-STALE-COUNT
               MOVE RVFY-SCHEMA-NAME TO WS-STL-SCHEMA(WS-STALE-COUNT)
               MOVE RVFY-TABLE-NAME
                   TO WS-STL-TABLE-NAME(WS-STALE-COUNT)
               MOVE WS-ACTUAL-ROWS   TO WS-STL-ACTUAL(WS-STALE-COUNT)
               MOVE WS-EST-ROWS-HOLD TO WS-STL-EST(WS-STALE-COUNT)
               MOVE WS-ABS-DIFF      TO WS-STL-ABS-DIFF(WS-STALE-COUNT)
               MOVE WS-DIFF-PCT      TO WS-STL-PCT(WS-STALE-COUNT)
               MOVE 'N'              TO WS-STL-USED(WS-STALE-COUNT)
           ELSE
               MOVE "STALE TABLE FULL, WORK LIST PARTIAL"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Ranks the banked STALE tables, biggest miss in rows first,
      * and writes them as the ANALYZE TABLE work list.
       WRITE-WORK-LIST-SECTION.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-STALE-COUNT
               PERFORM FIND-WORST-SECTION
               MOVE WS-BEST-SUB TO WS-ORDER-SUB(WS-RANK)
               MOVE 'Y' TO WS-STL-USED(WS-BEST-SUB)
               MOVE WS-RANK TO ALST-RANK
               MOVE WS-STL-SCHEMA(WS-BEST-SUB) TO ALST-SCHEMA-NAME
               MOVE WS-STL-TABLE-NAME(WS-BEST-SUB) TO ALST-TABLE-NAME
               MOVE WS-STL-ACTUAL(WS-BEST-SUB) TO ALST-ACTUAL-ROWS
               MOVE WS-STL-EST(WS-BEST-SUB) TO ALST-EST-ROWS
               MOVE WS-STL-ABS-DIFF(WS-BEST-SUB) TO ALST-ABS-DIFF
               MOVE WS-STL-PCT(WS-BEST-SUB) TO ALST-DIFF-PCT
               MOVE SPACES TO ALST-STATEMENT
               STRING "ANALYZE TABLE "
                   FUNCTION TRIM(WS-STL-SCHEMA(WS-BEST-SUB)) "."
                   FUNCTION TRIM(WS-STL-TABLE-NAME(WS-BEST-SUB)) ";"
                   DELIMITED BY SIZE INTO ALST-STATEMENT
               WRITE ANALYZE-LIST-RECORD
           END-PERFORM.

       FIND-WORST-SECTION.
           MOVE 0 TO WS-BEST-SUB.
           MOVE 0 TO WS-BEST-DIFF.
           PERFORM VARYING WS-STL-SUB FROM 1 BY 1
                   UNTIL WS-STL-SUB > WS-STALE-COUNT
               IF WS-STL-USED(WS-STL-SUB) = 'N'
                   AND (WS-BEST-SUB = 0
                        OR WS-STL-ABS-DIFF(WS-STL-SUB) > WS-BEST-DIFF)
                   MOVE WS-STL-SUB TO WS-BEST-SUB
                   MOVE WS-STL-ABS-DIFF(WS-STL-SUB) TO WS-BEST-DIFF
               END-IF
           END-PERFORM.

      * Re-analyzes the top of the work list, in rank order, until
      * ANALYZE-TOP tables are done or BUDGET-MINUTES have passed
      * since the first one started. A table the budget didn't
      * reach is still logged (BUDGET) so the log accounts for
      * every table that was asked for. The budget is checked
      * before each start, so one long ANALYZE can overrun it -
      * the server can't be interrupted mid-table from here.
       RUN-ANALYZE-SECTION.
           DISPLAY "Connecting to MariaDB..."
           EXEC SQL
               CONNECT TO :DB-DSN USER :DB-USER
                   USING :DB-PASSWORD
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Connection failed. SQLCODE: " SQLCODE
               MOVE "CONNECT FAILED, ANALYZE NOT RUN"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               DISPLAY "Connection successful."
               EXEC SQL
                   DECLARE ANLZ-CSR CURSOR FOR ANLZ-STMT
               END-EXEC
               COMPUTE WS-BUDGET-SECS = WS-BUDGET-MINUTES * 60
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP
               PERFORM CLOCK-TO-SECS-SECTION
               MOVE WS-CLOCK-SECS TO WS-PHASE-START-SECS
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-ANALYZE-TOP
                          OR WS-RANK > WS-STALE-COUNT
                   MOVE WS-ORDER-SUB(WS-RANK) TO WS-STL-SUB
                   MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP
                   PERFORM CLOCK-TO-SECS-SECTION
                   IF WS-CLOCK-SECS - WS-PHASE-START-SECS
                           >= WS-BUDGET-SECS
                       PERFORM LOG-BUDGET-SECTION
                   ELSE
                       PERFORM ANALYZE-ONE-TABLE-SECTION
                   END-IF
               END-PERFORM
               EXEC SQL
                   DISCONNECT
               END-EXEC
           END-IF.

      * Runs ANALYZE TABLE for the work-list entry at WS-STL-SUB
      * and logs the outcome with its elapsed time.
       ANALYZE-ONE-TABLE-SECTION.
           MOVE WS-CLOCK-STAMP TO WS-ANLZ-START.
           MOVE WS-CLOCK-SECS  TO WS-STEP-START-SECS.
           MOVE SPACES TO WS-ANLZ-MSG-TYPE WS-ANLZ-MSG-TEXT.
           MOVE SPACES TO WS-ANLZ-STMT.
           STRING "ANALYZE TABLE "
               FUNCTION TRIM(WS-STL-SCHEMA(WS-STL-SUB)) "."
               FUNCTION TRIM(WS-STL-TABLE-NAME(WS-STL-SUB))
               DELIMITED BY SIZE INTO WS-ANLZ-STMT.
           DISPLAY "Analyzing " FUNCTION TRIM(WS-ANLZ-STMT(15:)).

           EXEC SQL
               PREPARE ANLZ-STMT FROM :WS-ANLZ-STMT
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'FAILED' TO WS-ANLZ-RESULT
           ELSE
               EXEC SQL
                   OPEN ANLZ-CSR
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'FAILED' TO WS-ANLZ-RESULT
               ELSE
                   MOVE 'DONE' TO WS-ANLZ-RESULT
                   MOVE 'N' TO WS-EOF-ANLZ
                   PERFORM UNTIL END-OF-ANLZ
                       EXEC SQL
                           FETCH ANLZ-CSR
                           INTO :WS-ANLZ-TABLE, :WS-ANLZ-OP,
                                :WS-ANLZ-MSG-TYPE, :WS-ANLZ-MSG-TEXT
                       END-EXEC
                       EVALUATE SQLCODE
                           WHEN 0
                               IF FUNCTION UPPER-CASE(WS-ANLZ-MSG-TYPE)
                                       = 'ERROR'
                                   MOVE 'FAILED' TO WS-ANLZ-RESULT
                               END-IF
                           WHEN 100
                               MOVE 'Y' TO WS-EOF-ANLZ
                           WHEN OTHER
                               MOVE 'FAILED' TO WS-ANLZ-RESULT
                               MOVE 'Y' TO WS-EOF-ANLZ
                       END-EVALUATE
                   END-PERFORM
                   EXEC SQL
                       CLOSE ANLZ-CSR
                   END-EXEC
               END-IF
           END-IF.

           IF WS-ANLZ-RESULT = 'FAILED'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ANALYZE TABLE FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           ELSE
               ADD 1 TO WS-DONE-COUNT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP.
           PERFORM CLOCK-TO-SECS-SECTION.
           MOVE WS-ANLZ-RESULT  TO ALOG-RESULT.
           MOVE WS-ANLZ-START   TO ALOG-START-TIME.
           MOVE WS-CLOCK-STAMP  TO ALOG-END-TIME.
           COMPUTE ALOG-ELAPSED-SECS =
               WS-CLOCK-SECS - WS-STEP-START-SECS.
           MOVE WS-ANLZ-MSG-TYPE TO ALOG-MSG-TYPE.
           MOVE WS-ANLZ-MSG-TEXT TO ALOG-MSG-TEXT.
           PERFORM WRITE-ANLZ-LOG-SECTION.

       LOG-BUDGET-SECTION.
           ADD 1 TO WS-BUDGET-COUNT.
           MOVE 'BUDGET' TO ALOG-RESULT.
           MOVE SPACES TO ALOG-START-TIME ALOG-END-TIME.
           MOVE 0 TO ALOG-ELAPSED-SECS.
           MOVE SPACES TO ALOG-MSG-TYPE.
           MOVE "TIME BUDGET SPENT, NOT RUN" TO ALOG-MSG-TEXT.
           PERFORM WRITE-ANLZ-LOG-SECTION.

       WRITE-ANLZ-LOG-SECTION.
           MOVE WS-RANK TO ALOG-RANK.
           MOVE WS-STL-SCHEMA(WS-STL-SUB) TO ALOG-SCHEMA-NAME.
           MOVE WS-STL-TABLE-NAME(WS-STL-SUB) TO ALOG-TABLE-NAME.
           WRITE ANALYZE-LOG-RECORD.

      * Turns the CURRENT-DATE stamp in WS-CLOCK-STAMP into whole
      * seconds since day zero.
       CLOCK-TO-SECS-SECTION.
           COMPUTE WS-CLOCK-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CLK-DATE) * 86400
               + WS-CLK-HH * 3600 + WS-CLK-MI * 60 + WS-CLK-SS.

      * Loads the catalog estimates from the storage report,
      * skipping the grand-total line ListTables appends under
      * the pseudo-schema 'TOTAL'. No storage report leaves
      * SCHEMINV as the only source.
       LOAD-STORRPT-EST-SECTION.
           OPEN INPUT STORAGE-RPT-FILE.
           IF WS-STORRPT-STATUS = "00"
               PERFORM UNTIL END-OF-STORRPT
                   READ STORAGE-RPT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-STORRPT
                       NOT AT END
                           IF SRPT-SCHEMA-NAME NOT = 'TOTAL'
                               MOVE SRPT-SCHEMA-NAME TO WS-SINV-SCHEMA
                               MOVE SRPT-TABLE-NAME  TO WS-SINV-TABLE
                               MOVE SRPT-TABLE-ROWS
                                   TO WS-EST-ROWS-HOLD
                               MOVE 'STORRPT' TO WS-EST-SOURCE-HOLD
                               PERFORM ADD-EST-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORAGE-RPT-FILE
           ELSE
               MOVE "NO STORAGE REPORT, ESTIMATES FROM SCHEMINV ONLY"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           END-IF.

      * Tops the estimates up from the schema inventory - once
      * per table, and only for a table the storage report didn't
      * already supply.
       LOAD-SCHEMINV-EST-SECTION.
           OPEN INPUT SCHEMA-INV-FILE.
           IF WS-SCHEMINV-STATUS = "00"
               PERFORM UNTIL END-OF-SCHEMINV
                   READ SCHEMA-INV-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SCHEMINV
                       NOT AT END
                           MOVE SINV-SCHEMA-NAME TO WS-SINV-SCHEMA
                           MOVE SINV-TABLE-NAME  TO WS-SINV-TABLE
                           IF WS-SINV-KEY NOT = WS-PREV-SINV-KEY
                               MOVE WS-SINV-KEY TO WS-PREV-SINV-KEY
                               PERFORM TOP-UP-EST-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEMA-INV-FILE
           END-IF.

       TOP-UP-EST-SECTION.
           MOVE 'N' TO WS-EST-FOUND-FLAG.
           IF WS-EST-COUNT > 0
               SET WS-EST-IDX TO 1
               SEARCH WS-EST-ENTRY
                   WHEN WS-EST-SCHEMA(WS-EST-IDX) = WS-SINV-SCHEMA
                       AND WS-EST-TABLE-NAME(WS-EST-IDX)
                           = WS-SINV-TABLE
                       MOVE 'Y' TO WS-EST-FOUND-FLAG
               END-SEARCH
           END-IF.
           IF WS-EST-FOUND-FLAG = 'N'
               MOVE SINV-TABLE-ROWS TO WS-EST-ROWS-HOLD
               MOVE 'SCHEMINV' TO WS-EST-SOURCE-HOLD
               PERFORM ADD-EST-SECTION
           END-IF.

      * Adds one estimate (key in WS-SINV-KEY, rows in
      * WS-EST-ROWS-HOLD, source in WS-EST-SOURCE-HOLD) to the
      * table.
       ADD-EST-SECTION.
           IF WS-EST-COUNT < 5000
               ADD 1 TO WS-EST-COUNT
               MOVE WS-SINV-SCHEMA TO WS-EST-SCHEMA(WS-EST-COUNT)
               MOVE WS-SINV-TABLE  TO WS-EST-TABLE-NAME(WS-EST-COUNT)
               MOVE WS-EST-ROWS-HOLD TO WS-EST-ROWS(WS-EST-COUNT)
               MOVE WS-EST-SOURCE-HOLD
                   TO WS-EST-SOURCE(WS-EST-COUNT)
           ELSE
               IF WS-EST-FULL-FLAG = 'N'
                   MOVE 'Y' TO WS-EST-FULL-FLAG
                   MOVE "ESTIMATE TABLE FULL, LATER TABLES NOEST"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Loads the staleness controls; zero or junk keeps the
      * defaults with an error logged. ANALYZE-TOP may be zero -
      * that is the list-only setting.
       READ-STAT-PARM-SECTION.
           OPEN INPUT STAT-PARM-FILE.
           IF WS-STATPARM-STATUS = "00"
               READ STAT-PARM-FILE
                   NOT AT END
                       IF STP-STALE-PCT IS NUMERIC
                           AND STP-STALE-PCT > 0
                           MOVE STP-STALE-PCT TO WS-STALE-PCT
                       ELSE
                           MOVE "INVALID STALE-PCT, DEFAULT KEPT"
                               TO WS-ERR-MESSAGE
                           PERFORM LOG-ERROR-SECTION
                       END-IF
                       IF STP-MIN-ROWS IS NUMERIC
                           MOVE STP-MIN-ROWS TO WS-MIN-ROWS
                       ELSE
                           MOVE "INVALID MIN-ROWS, DEFAULT KEPT"
                               TO WS-ERR-MESSAGE
                           PERFORM LOG-ERROR-SECTION
                       END-IF
                       IF STP-ANALYZE-TOP IS NUMERIC
                           MOVE STP-ANALYZE-TOP TO WS-ANALYZE-TOP
                       ELSE
                           MOVE "INVALID ANALYZE-TOP, DEFAULT KEPT"
                               TO WS-ERR-MESSAGE
                           PERFORM LOG-ERROR-SECTION
                       END-IF
                       IF STP-BUDGET-MINUTES IS NUMERIC
                           AND STP-BUDGET-MINUTES > 0
                           MOVE STP-BUDGET-MINUTES
                               TO WS-BUDGET-MINUTES
                       ELSE
                           MOVE "INVALID BUDGET-MINUTES, DEFAULT KEPT"
                               TO WS-ERR-MESSAGE
                           PERFORM LOG-ERROR-SECTION
                       END-IF
               END-READ
               CLOSE STAT-PARM-FILE
           END-IF.

      * Reads DB-DSN/DB-USER/DB-PASSWORD from the same runtime
      * parameter file the batch extract uses, so both jobs point
      * at the same instance from the same control card.
       READ-DB-PARM-SECTION.
           OPEN INPUT DB-PARM-FILE.
           IF WS-DBPARM-STATUS = "00"
               READ DB-PARM-FILE
                   NOT AT END
                       MOVE DBP-DSN      TO DB-DSN
                       MOVE DBP-USER     TO DB-USER
                       MOVE DBP-PASSWORD TO DB-PASSWORD
               END-READ
               CLOSE DB-PARM-FILE
           END-IF.

      * Writes one record to the error log, stamped with the DSN
      * in use, same trail as the batch extract.
       LOG-ERROR-SECTION.
           MOVE WS-CURRENT-DATE TO ERRL-TIMESTAMP.
           MOVE DB-DSN          TO ERRL-DSN.
           MOVE SQLCODE         TO ERRL-SQLCODE.
           MOVE WS-ERR-MESSAGE  TO ERRL-MESSAGE.
           WRITE ERROR-LOG-RECORD.

      * Closes every file this run may have opened. Safe on the
      * early-exit paths where some were never opened.
       CLOSE-FILES-SECTION.
           CLOSE ROW-VERIFY-FILE.
           CLOSE STAT-RPT-FILE.
           CLOSE ANALYZE-LIST-FILE.
           CLOSE ANALYZE-LOG-FILE.
           CLOSE ERROR-LOG-FILE.
