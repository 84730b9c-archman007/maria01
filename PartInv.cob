       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartInv.

      * Partition inventory and runway check. ListTables and the
      * storage report see a partitioned table as one table, so
      * a range-partitioned fact table running out of future
      * partitions goes unnoticed until the load fails for want
      * of a partition for the new period. This program walks
      * information_schema.partitions per schema on the same
      * DBPARM/SCHLIST controls as the batch extract and writes
      * the partition inventory (PARTINV) - table, partition,
      * method, expression, upper bound, rows, data and index
      * length - then, from it, the runway report (PARTRPT):
      *   - per date-ranged table, how many future partitions
      *     remain past the one taking today's rows, flagged LOW
      *     under the table's PARTPARM runway (NONE when no
      *     partition takes today's rows at all);
      *   - the partitions wholly older than the table's PARTPARM
      *     retention, oldest first, as drop candidates;
      *   - for each table StorTrend's trend report ranks
      *     FASTEST, the partition driving the growth - the one
      *     that grew most since the prior night's inventory
      *     (PARTPRV, saved by NightRun), or the largest when
      *     there is no prior inventory.
      * Upper bounds are read as dates when the partitioning is
      * by TO_DAYS or UNIX_TIMESTAMP, by a date column (RANGE
      * COLUMNS), or by a YYYYMMDD / YYYYMM / year number; range
      * tables whose bounds are none of those (ids, say) are
      * inventoried but get no runway line.
      *
      * RETURN-CODE: 4 when any table's runway is LOW or NONE; 8
      * and up follow the batch extract's error conventions.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-INV-FILE ASSIGN TO "PARTINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTINV-STATUS.
           SELECT PART-RPT-FILE ASSIGN TO "PARTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTRPT-STATUS.
           SELECT PART-PARM-FILE ASSIGN TO "PARTPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTPARM-STATUS.
           SELECT PRIOR-PART-FILE ASSIGN TO "PARTPRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTPRV-STATUS.
           SELECT TREND-RPT-FILE ASSIGN TO "TRNDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRNDRPT-STATUS.
           SELECT DB-PARM-FILE ASSIGN TO "DBPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT SCHEMA-LIST-FILE ASSIGN TO "SCHLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHLIST-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-INV-FILE
           RECORDING MODE IS F.
       COPY PARTINV.

       FD  PART-RPT-FILE
           RECORDING MODE IS F.
       COPY PARTRPT.

       FD  PART-PARM-FILE
           RECORDING MODE IS F.
       COPY PARTPARM.

      * Last night's inventory, same layout as PARTINV.
       FD  PRIOR-PART-FILE
           RECORDING MODE IS F.
       01  PRIOR-PART-RECORD.
           05  PPRV-SCHEMA-NAME    PIC X(64).
           05  PPRV-TABLE-NAME     PIC X(100).
           05  PPRV-PARTITION-NAME PIC X(64).
           05  PPRV-ORDINAL        PIC 9(5).
           05  PPRV-METHOD         PIC X(13).
           05  PPRV-EXPRESSION     PIC X(60).
           05  PPRV-UPPER-BOUND    PIC X(40).
           05  PPRV-TABLE-ROWS     PIC 9(15).
           05  PPRV-DATA-LENGTH    PIC 9(15).
           05  PPRV-INDEX-LENGTH   PIC 9(15).

       FD  TREND-RPT-FILE
           RECORDING MODE IS F.
       COPY TRNDRPT.

       FD  DB-PARM-FILE
           RECORDING MODE IS F.
       COPY DBPARM.

       FD  SCHEMA-LIST-FILE
           RECORDING MODE IS F.
       COPY SCHLIST.

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

      * Host variables for the partition fetch. The expression is
      * NULL for some methods and the description (the upper
      * bound) is NULL for HASH and KEY partitions, so each
      * carries an indicator; a negative one means the column
      * was NULL and the host variable was left unset.
       01  TABLE-NAME         PIC X(100).
       01  WS-SCHEMA-NAME     PIC X(64).
       01  WS-PARTITION-NAME  PIC X(64).
       01  WS-ORDINAL         PIC S9(9) COMP.
       01  WS-METHOD          PIC X(18).
       01  WS-EXPRESSION      PIC X(200).
       01  WS-EXPRESSION-IND  PIC S9(4) COMP.
       01  WS-DESCRIPTION     PIC X(200).
       01  WS-DESCRIPTION-IND PIC S9(4) COMP.
       01  WS-PART-ROWS       PIC S9(15) COMP.
       01  WS-DATA-LENGTH     PIC S9(15) COMP.
       01  WS-INDEX-LENGTH    PIC S9(15) COMP.

       01  WS-PARTINV-STATUS  PIC XX.
       01  WS-PARTRPT-STATUS  PIC XX.
       01  WS-PARTPARM-STATUS PIC XX.
       01  WS-PARTPRV-STATUS  PIC XX.
       01  WS-TRNDRPT-STATUS  PIC XX.
       01  WS-DBPARM-STATUS   PIC XX.
       01  WS-SCHLIST-STATUS  PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-ERR-MESSAGE     PIC X(80).

      * List of schemas to walk, read from SCHEMA-LIST-FILE with
      * the same single-pass DATABASE() fallback as the batch
      * extract.
       01  WS-SCHEMA-COUNT       PIC 9(3) VALUE 0.
       01  WS-SCHEMA-USE-DEFAULT PIC X VALUE 'Y'.
           88  SCHEMA-USE-DEFAULT    VALUE 'Y'.
       01  WS-SCHEMA-TABLE.
           05  WS-SCHEMA-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SCHEMA-COUNT
                   INDEXED BY WS-SCH-IDX.
               10  WS-SCHEMA-ENTRY-NAME PIC X(64).
       01  WS-EOF-SCHEMA-LIST PIC X VALUE 'N'.
           88  END-OF-SCHEMA-LIST VALUE 'Y'.

       01  WS-EOF-CURSOR1     PIC X VALUE 'N'.
           88  END-OF-CURSOR1     VALUE 'Y'.
       01  WS-EOF-PARTPARM    PIC X VALUE 'N'.
           88  END-OF-PARTPARM    VALUE 'Y'.
       01  WS-EOF-PARTPRV     PIC X VALUE 'N'.
           88  END-OF-PARTPRV     VALUE 'Y'.
       01  WS-EOF-TRNDRPT     PIC X VALUE 'N'.
           88  END-OF-TRNDRPT     VALUE 'Y'.

      * Partition policy entries from PARTPARM, in file order -
      * first match wins. Bounded at 500 entries.
       01  WS-DEFAULT-RUNWAY  PIC 9(3) VALUE 3.
       01  WS-DEFAULT-RETAIN  PIC 9(5) VALUE 0.
       01  WS-PPARM-COUNT     PIC 9(5) VALUE 0.
       01  WS-PPARM-TABLE.
           05  WS-PPARM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PPARM-COUNT
                   INDEXED BY WS-PPM-IDX.
               10  WS-PPM-SCHEMA      PIC X(64).
               10  WS-PPM-PATTERN     PIC X(100).
               10  WS-PPM-RUNWAY      PIC 9(3).
               10  WS-PPM-RETAIN      PIC 9(5).
       01  WS-PPM-MATCHED     PIC X VALUE 'N'.
       01  WS-PAT-LEN         PIC S9(4) COMP.
       01  WS-PAT-LEN-1       PIC S9(4) COMP.

      * Tables the trend report ranked FASTEST tonight, and the
      * prior night's partition sizes for just those tables.
      * PRV-LOADED is 'Y' only when a prior inventory was there
      * to read; without one the growth driver is picked by size.
       01  WS-FAST-COUNT      PIC 9(3) VALUE 0.
       01  WS-FAST-TABLE.
           05  WS-FAST-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FAST-COUNT
                   INDEXED BY WS-FST-IDX.
               10  WS-FAST-SCHEMA     PIC X(64).
               10  WS-FAST-NAME       PIC X(100).
       01  WS-PRV-LOADED      PIC X VALUE 'N'.
           88  PRIOR-IS-LOADED    VALUE 'Y'.
       01  WS-PRV-COUNT       PIC 9(5) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PRV-COUNT
                   INDEXED BY WS-PRV-IDX.
               10  WS-PRV-SCHEMA      PIC X(64).
               10  WS-PRV-NAME        PIC X(100).
               10  WS-PRV-PARTITION   PIC X(64).
               10  WS-PRV-TOTAL       PIC 9(15).
       01  WS-FOUND-FLAG      PIC X VALUE 'N'.

      * The partition being accumulated - one catalog row per
      * subpartition, rolled up until the partition name changes.
       01  WS-PRT-HELD        PIC X VALUE 'N'.
           88  PARTITION-IS-HELD  VALUE 'Y'.
       01  WS-PRT-TABLE       PIC X(100).
       01  WS-PRT-NAME        PIC X(64).
       01  WS-PRT-ORDINAL     PIC 9(5).
       01  WS-PRT-METHOD      PIC X(18).
       01  WS-PRT-EXPRESSION  PIC X(200).
       01  WS-PRT-BOUND       PIC X(200).
       01  WS-PRT-ROWS        PIC S9(15) COMP.
       01  WS-PRT-DATA        PIC S9(15) COMP.
       01  WS-PRT-INDEX       PIC S9(15) COMP.
       01  WS-PRT-TOTAL       PIC S9(16) COMP.

      * The table in hand: its policy, its runway tallies, and -
      * for a FASTEST table - the growth driver found so far.
       01  WS-TBL-HELD        PIC X VALUE 'N'.
           88  TABLE-IS-HELD      VALUE 'Y'.
       01  WS-TBL-NAME        PIC X(100).
       01  WS-TBL-RUNWAY      PIC 9(3).
       01  WS-TBL-RETAIN      PIC 9(5).
       01  WS-TBL-RANGE       PIC X VALUE 'N'.
           88  TABLE-IS-RANGED    VALUE 'Y'.
       01  WS-TBL-MAXVALUE    PIC X VALUE 'N'.
           88  TABLE-HAS-MAXVALUE VALUE 'Y'.
       01  WS-TBL-FASTEST     PIC X VALUE 'N'.
           88  TABLE-IS-FASTEST   VALUE 'Y'.
       01  WS-TBL-EXPR-UPPER  PIC X(200).
       01  WS-TBL-DATED       PIC 9(5).
       01  WS-TBL-AHEAD       PIC 9(5).
       01  WS-TBL-FUTURE      PIC 9(5).
       01  WS-TBL-TOTAL       PIC S9(16) COMP.
       01  WS-TBL-LAST-PART   PIC X(64).
       01  WS-TBL-LAST-BOUND  PIC X(40).
       01  WS-TBL-LAST-INT    PIC S9(9) COMP.
       01  WS-DRV-FOUND       PIC X VALUE 'N'.
       01  WS-DRV-PART        PIC X(64).
       01  WS-DRV-BOUND       PIC X(40).
       01  WS-DRV-INT         PIC S9(9) COMP.
       01  WS-DRV-TOTAL       PIC S9(16) COMP.
       01  WS-DRV-DELTA       PIC S9(16) COMP.
       01  WS-PRT-DELTA       PIC S9(16) COMP.

      * Bound interpretation work fields. Day numbers are the
      * INTEGER-OF-DATE kind; TO_DAYS counts from year 0, so
      * TO_DAYS = day number + 584753, and 1970-01-01 (the
      * UNIX_TIMESTAMP epoch) is day number 134775.
       01  WS-TODAY-NUM       PIC 9(8).
       01  WS-TODAY-INT       PIC S9(9) COMP.
       01  WS-BOUND-INT       PIC S9(9) COMP.
       01  WS-BOUND-LEN       PIC S9(4) COMP.
       01  WS-BOUND-NUM       PIC 9(18).
       01  WS-BOUND-YMD       PIC 9(8).
       01  WS-BOUND-TEXT-DATE PIC X(10).
       01  WS-DATE-TEXT       PIC X(8).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-TO-DAYS-TALLY   PIC 9(3).
       01  WS-UNIX-TALLY      PIC 9(3).

       01  WS-PARTITION-COUNT PIC 9(9) VALUE 0.
       01  WS-LOW-COUNT       PIC 9(9) VALUE 0.
       01  WS-DROP-COUNT      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

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
           PERFORM READ-SCHEMA-LIST-SECTION.
           PERFORM READ-PART-PARM-SECTION.
           PERFORM READ-FASTEST-SECTION.
           PERFORM READ-PRIOR-PART-SECTION.

           OPEN OUTPUT PART-INV-FILE.
           IF WS-PARTINV-STATUS NOT = "00"
               MOVE "PART-INV-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT PART-RPT-FILE.
           IF WS-PARTRPT-STATUS NOT = "00"
               MOVE "PART-RPT-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           DISPLAY "Connecting to MariaDB...".

           EXEC SQL
               CONNECT TO :DB-DSN USER :DB-USER USING :DB-PASSWORD
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Connection failed. SQLCODE: " SQLCODE
               MOVE "CONNECT FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           DISPLAY "Connection successful.".

      * A non-partitioned table has one row here with a NULL
      * partition_name; only real partitions are wanted. Rows
      * come in partition order within each table so the runway
      * and retention checks can read the bounds in sequence.
           EXEC SQL
               DECLARE CURSOR1 CURSOR FOR
               SELECT table_name, partition_name,
                      partition_ordinal_position, partition_method,
                      partition_expression, partition_description,
                      table_rows, data_length, index_length
               FROM information_schema.partitions
               WHERE table_schema = :WS-SCHEMA-NAME
                 AND partition_name IS NOT NULL
               ORDER BY table_name, partition_ordinal_position,
                        subpartition_ordinal_position
           END-EXEC.

           PERFORM PROCESS-ALL-SCHEMAS-SECTION.

           EXEC SQL
               DISCONNECT
           END-EXEC.

           PERFORM CLOSE-FILES-SECTION.

           IF WS-LOW-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. Partitions: " WS-PARTITION-COUNT
               " Runway low: " WS-LOW-COUNT
               " Drop candidates: " WS-DROP-COUNT.
           GOBACK.

      * Same per-schema drive as the batch extract: one pass per
      * schema in the list, or one pass against DATABASE() when
      * no list was supplied.
       PROCESS-ALL-SCHEMAS-SECTION.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCHEMA-COUNT
               IF SCHEMA-USE-DEFAULT
                   EXEC SQL
                       SELECT DATABASE() INTO :WS-SCHEMA-NAME
                   END-EXEC
               ELSE
                   MOVE WS-SCHEMA-ENTRY-NAME(WS-SCH-IDX)
                       TO WS-SCHEMA-NAME
               END-IF
               DISPLAY "Partitions for schema: " WS-SCHEMA-NAME
               PERFORM SCHEMA-PARTITIONS-SECTION
           END-PERFORM.

      * Walks the schema's partition rows, rolling subpartition
      * rows up into their partition and closing each partition
      * and each table as the names change.
       SCHEMA-PARTITIONS-SECTION.
           MOVE 'N' TO WS-EOF-CURSOR1.
           MOVE 'N' TO WS-PRT-HELD WS-TBL-HELD.

           EXEC SQL
               OPEN CURSOR1
           END-EXEC.

           PERFORM UNTIL END-OF-CURSOR1
               EXEC SQL
                   FETCH CURSOR1 INTO :TABLE-NAME,
                       :WS-PARTITION-NAME, :WS-ORDINAL, :WS-METHOD,
                       :WS-EXPRESSION:WS-EXPRESSION-IND,
                       :WS-DESCRIPTION:WS-DESCRIPTION-IND,
                       :WS-PART-ROWS, :WS-DATA-LENGTH,
                       :WS-INDEX-LENGTH
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM POST-PARTITION-ROW-SECTION
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-CURSOR1
                   WHEN OTHER
                       DISPLAY "Fetch error. SQLCODE: " SQLCODE
                       MOVE "FETCH ERROR ON CURSOR1" TO WS-ERR-MESSAGE
                       PERFORM LOG-ERROR-SECTION
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       MOVE 'Y' TO WS-EOF-CURSOR1
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CURSOR1
           END-EXEC.

           IF PARTITION-IS-HELD
               PERFORM CLOSE-PARTITION-SECTION
           END-IF.
           IF TABLE-IS-HELD
               PERFORM CLOSE-TABLE-SECTION
           END-IF.

       POST-PARTITION-ROW-SECTION.
           IF WS-EXPRESSION-IND < 0
               MOVE SPACES TO WS-EXPRESSION
           END-IF.
           IF WS-DESCRIPTION-IND < 0
               MOVE SPACES TO WS-DESCRIPTION
           END-IF.
           IF PARTITION-IS-HELD
               AND (TABLE-NAME NOT = WS-PRT-TABLE
                    OR WS-PARTITION-NAME NOT = WS-PRT-NAME)
               PERFORM CLOSE-PARTITION-SECTION
           END-IF.
           IF TABLE-IS-HELD AND TABLE-NAME NOT = WS-TBL-NAME
               PERFORM CLOSE-TABLE-SECTION
           END-IF.
           IF NOT TABLE-IS-HELD
               PERFORM OPEN-TABLE-SECTION
           END-IF.
           IF NOT PARTITION-IS-HELD
               MOVE 'Y'               TO WS-PRT-HELD
               MOVE TABLE-NAME        TO WS-PRT-TABLE
               MOVE WS-PARTITION-NAME TO WS-PRT-NAME
               MOVE WS-ORDINAL        TO WS-PRT-ORDINAL
               MOVE WS-METHOD         TO WS-PRT-METHOD
               MOVE WS-EXPRESSION     TO WS-PRT-EXPRESSION
               MOVE WS-DESCRIPTION    TO WS-PRT-BOUND
               MOVE 0 TO WS-PRT-ROWS WS-PRT-DATA WS-PRT-INDEX
           END-IF.
           ADD WS-PART-ROWS    TO WS-PRT-ROWS.
           ADD WS-DATA-LENGTH  TO WS-PRT-DATA.
           ADD WS-INDEX-LENGTH TO WS-PRT-INDEX.

      * First row of a new table: look up its policy, note whether
      * it is range-partitioned and whether the trend report
      * ranked it FASTEST, and clear its tallies.
       OPEN-TABLE-SECTION.
           MOVE 'Y' TO WS-TBL-HELD.
           MOVE TABLE-NAME TO WS-TBL-NAME.
           PERFORM FIND-PART-PARM-SECTION.
           IF WS-METHOD(1:5) = 'RANGE'
               MOVE 'Y' TO WS-TBL-RANGE
           ELSE
               MOVE 'N' TO WS-TBL-RANGE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-EXPRESSION)
               TO WS-TBL-EXPR-UPPER.
           MOVE 0 TO WS-TO-DAYS-TALLY WS-UNIX-TALLY.
           INSPECT WS-TBL-EXPR-UPPER
               TALLYING WS-TO-DAYS-TALLY FOR ALL 'TO_DAYS'
                        WS-UNIX-TALLY FOR ALL 'UNIX_TIMESTAMP'.
           MOVE 'N' TO WS-TBL-MAXVALUE.
           MOVE 0 TO WS-TBL-DATED WS-TBL-AHEAD WS-TBL-TOTAL.
           MOVE 0 TO WS-TBL-LAST-INT.
           MOVE SPACES TO WS-TBL-LAST-PART WS-TBL-LAST-BOUND.
           MOVE 'N' TO WS-DRV-FOUND.
           MOVE 'N' TO WS-TBL-FASTEST.
           IF WS-FAST-COUNT > 0
               SET WS-FST-IDX TO 1
               SEARCH WS-FAST-ENTRY
                   WHEN WS-FAST-SCHEMA(WS-FST-IDX) = WS-SCHEMA-NAME
                       AND WS-FAST-NAME(WS-FST-IDX) = TABLE-NAME
                       MOVE 'Y' TO WS-TBL-FASTEST
               END-SEARCH
           END-IF.

      * A partition is complete: inventory it, then fold it into
      * the table's runway, retention and growth-driver checks.
       CLOSE-PARTITION-SECTION.
           MOVE 'N' TO WS-PRT-HELD.
           COMPUTE WS-PRT-TOTAL = WS-PRT-DATA + WS-PRT-INDEX.
           ADD WS-PRT-TOTAL TO WS-TBL-TOTAL.
           ADD 1 TO WS-PARTITION-COUNT.

           MOVE WS-SCHEMA-NAME    TO PINV-SCHEMA-NAME.
           MOVE WS-PRT-TABLE      TO PINV-TABLE-NAME.
           MOVE WS-PRT-NAME       TO PINV-PARTITION-NAME.
           MOVE WS-PRT-ORDINAL    TO PINV-ORDINAL.
           MOVE WS-PRT-METHOD     TO PINV-METHOD.
           MOVE WS-PRT-EXPRESSION TO PINV-EXPRESSION.
           MOVE WS-PRT-BOUND      TO PINV-UPPER-BOUND.
           MOVE WS-PRT-ROWS       TO PINV-TABLE-ROWS.
           MOVE WS-PRT-DATA       TO PINV-DATA-LENGTH.
           MOVE WS-PRT-INDEX      TO PINV-INDEX-LENGTH.
           WRITE PART-INV-RECORD.

           MOVE 0 TO WS-BOUND-INT.
           IF TABLE-IS-RANGED
               IF WS-PRT-BOUND = 'MAXVALUE'
                   MOVE 'Y' TO WS-TBL-MAXVALUE
               ELSE
                   PERFORM BOUND-TO-DATE-SECTION
               END-IF
           END-IF.

           IF WS-BOUND-INT > 0
               ADD 1 TO WS-TBL-DATED
               MOVE WS-PRT-NAME   TO WS-TBL-LAST-PART
               MOVE WS-PRT-BOUND  TO WS-TBL-LAST-BOUND
               MOVE WS-BOUND-INT  TO WS-TBL-LAST-INT
               IF WS-BOUND-INT > WS-TODAY-INT
                   ADD 1 TO WS-TBL-AHEAD
               END-IF
               IF WS-TBL-RETAIN > 0
                   AND WS-BOUND-INT <= WS-TODAY-INT - WS-TBL-RETAIN
                   PERFORM WRITE-DROP-CANDIDATE-SECTION
               END-IF
           END-IF.

           IF TABLE-IS-FASTEST
               PERFORM CHECK-GROWTH-DRIVER-SECTION
           END-IF.

      * Rows in a range partition are all below its upper bound,
      * so a partition whose bound is on or before the retention
      * cutoff holds nothing the table still has to keep.
       WRITE-DROP-CANDIDATE-SECTION.
           ADD 1 TO WS-DROP-COUNT.
           MOVE 'DROPCAND'     TO PRPT-LINE-TYPE.
           MOVE SPACES         TO PRPT-FLAG.
           MOVE WS-SCHEMA-NAME TO PRPT-SCHEMA-NAME.
           MOVE WS-PRT-TABLE   TO PRPT-TABLE-NAME.
           MOVE WS-PRT-NAME    TO PRPT-PARTITION-NAME.
           MOVE WS-PRT-BOUND   TO PRPT-UPPER-BOUND.
           PERFORM FORMAT-BOUND-DATE-SECTION.
           MOVE WS-BOUND-TEXT-DATE TO PRPT-BOUND-DATE.
           MOVE 0              TO PRPT-PARTITIONS PRPT-FUTURE.
           MOVE WS-TBL-RETAIN  TO PRPT-REQUIRED.
           MOVE WS-PRT-TOTAL   TO PRPT-TOTAL-BYTES.
           MOVE 0              TO PRPT-DELTA-BYTES.
           WRITE PART-RPT-RECORD.

      * Keeps the partition with the biggest growth since the
      * prior inventory (a partition new since then counts its
      * whole size), or simply the biggest partition when there
      * is no prior inventory.
       CHECK-GROWTH-DRIVER-SECTION.
           IF PRIOR-IS-LOADED
               MOVE WS-PRT-TOTAL TO WS-PRT-DELTA
               IF WS-PRV-COUNT > 0
                   SET WS-PRV-IDX TO 1
                   SEARCH WS-PRV-ENTRY
                       WHEN WS-PRV-SCHEMA(WS-PRV-IDX) = WS-SCHEMA-NAME
                           AND WS-PRV-NAME(WS-PRV-IDX) = WS-PRT-TABLE
                           AND WS-PRV-PARTITION(WS-PRV-IDX)
                               = WS-PRT-NAME
                           COMPUTE WS-PRT-DELTA = WS-PRT-TOTAL
                               - WS-PRV-TOTAL(WS-PRV-IDX)
                   END-SEARCH
               END-IF
           ELSE
               MOVE WS-PRT-TOTAL TO WS-PRT-DELTA
           END-IF.
           IF WS-DRV-FOUND = 'N' OR WS-PRT-DELTA > WS-DRV-DELTA
               MOVE 'Y'          TO WS-DRV-FOUND
               MOVE WS-PRT-NAME  TO WS-DRV-PART
               MOVE WS-PRT-BOUND TO WS-DRV-BOUND
               MOVE WS-BOUND-INT TO WS-DRV-INT
               MOVE WS-PRT-TOTAL TO WS-DRV-TOTAL
               MOVE WS-PRT-DELTA TO WS-DRV-DELTA
           END-IF.

      * A table is complete: write its runway line if it is date-
      * ranged, and its growth-driver line if it is FASTEST. The
      * first bound past today belongs to the partition taking
      * today's rows; every one after it is runway.
       CLOSE-TABLE-SECTION.
           MOVE 'N' TO WS-TBL-HELD.
           IF WS-TBL-DATED > 0
               IF WS-TBL-AHEAD > 0
                   COMPUTE WS-TBL-FUTURE = WS-TBL-AHEAD - 1
               ELSE
                   MOVE 0 TO WS-TBL-FUTURE
               END-IF
               MOVE 'RUNWAY'       TO PRPT-LINE-TYPE
               EVALUATE TRUE
                   WHEN WS-TBL-AHEAD = 0 AND NOT TABLE-HAS-MAXVALUE
                       MOVE 'NONE' TO PRPT-FLAG
                       ADD 1 TO WS-LOW-COUNT
                   WHEN WS-TBL-FUTURE < WS-TBL-RUNWAY
                       MOVE 'LOW'  TO PRPT-FLAG
                       ADD 1 TO WS-LOW-COUNT
                   WHEN OTHER
                       MOVE 'OK'   TO PRPT-FLAG
               END-EVALUATE
               MOVE WS-SCHEMA-NAME    TO PRPT-SCHEMA-NAME
               MOVE WS-TBL-NAME       TO PRPT-TABLE-NAME
               MOVE WS-TBL-LAST-PART  TO PRPT-PARTITION-NAME
               MOVE WS-TBL-LAST-BOUND TO PRPT-UPPER-BOUND
               MOVE WS-TBL-LAST-INT   TO WS-BOUND-INT
               PERFORM FORMAT-BOUND-DATE-SECTION
               MOVE WS-BOUND-TEXT-DATE TO PRPT-BOUND-DATE
               MOVE WS-TBL-DATED      TO PRPT-PARTITIONS
               MOVE WS-TBL-FUTURE     TO PRPT-FUTURE
               MOVE WS-TBL-RUNWAY     TO PRPT-REQUIRED
               MOVE WS-TBL-TOTAL      TO PRPT-TOTAL-BYTES
               MOVE 0                 TO PRPT-DELTA-BYTES
               WRITE PART-RPT-RECORD
           END-IF.
           IF TABLE-IS-FASTEST AND WS-DRV-FOUND = 'Y'
               MOVE 'GROWTH'       TO PRPT-LINE-TYPE
               IF PRIOR-IS-LOADED
                   MOVE 'DELTA'    TO PRPT-FLAG
               ELSE
                   MOVE 'SIZE'     TO PRPT-FLAG
               END-IF
               MOVE WS-SCHEMA-NAME TO PRPT-SCHEMA-NAME
               MOVE WS-TBL-NAME    TO PRPT-TABLE-NAME
               MOVE WS-DRV-PART    TO PRPT-PARTITION-NAME
               MOVE WS-DRV-BOUND   TO PRPT-UPPER-BOUND
               MOVE WS-DRV-INT     TO WS-BOUND-INT
               PERFORM FORMAT-BOUND-DATE-SECTION
               MOVE WS-BOUND-TEXT-DATE TO PRPT-BOUND-DATE
               MOVE 0              TO PRPT-PARTITIONS PRPT-FUTURE
               MOVE 0              TO PRPT-REQUIRED
               MOVE WS-DRV-TOTAL   TO PRPT-TOTAL-BYTES
               IF PRIOR-IS-LOADED
                   MOVE WS-DRV-DELTA TO PRPT-DELTA-BYTES
               ELSE
                   MOVE 0 TO PRPT-DELTA-BYTES
               END-IF
               WRITE PART-RPT-RECORD
           END-IF.

      * Reads the partition in hand's upper bound as a day number,
      * 0 when it can't be read as a date:
      *   'YYYY-MM-DD...'  quoted date (RANGE COLUMNS on a date)
      *   n, TO_DAYS()     day number n - 584753
      *   n, UNIX_TIMESTAMP() the day n seconds after 1970-01-01
      *   YYYYMMDD, YYYYMM, YYYY  date numbers by length
       BOUND-TO-DATE-SECTION.
           MOVE 0 TO WS-BOUND-INT.
           IF WS-PRT-BOUND(1:1) = "'"
               IF WS-PRT-BOUND(6:1) = '-' AND WS-PRT-BOUND(9:1) = '-'
                   MOVE SPACES TO WS-DATE-TEXT
                   STRING WS-PRT-BOUND(2:4) WS-PRT-BOUND(7:2)
                       WS-PRT-BOUND(10:2)
                       DELIMITED BY SIZE INTO WS-DATE-TEXT
                   PERFORM DATE-TEXT-TO-INT-SECTION
               END-IF
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PRT-BOUND))
                   TO WS-BOUND-LEN
               IF WS-BOUND-LEN <= 18
                   AND WS-PRT-BOUND(1:WS-BOUND-LEN) IS NUMERIC
                   COMPUTE WS-BOUND-NUM =
                       FUNCTION NUMVAL(WS-PRT-BOUND(1:WS-BOUND-LEN))
                   EVALUATE TRUE
                       WHEN WS-TO-DAYS-TALLY > 0
                           IF WS-BOUND-NUM > 584753
                               AND WS-BOUND-NUM < 1584753
                               COMPUTE WS-BOUND-INT =
                                   WS-BOUND-NUM - 584753
                           END-IF
                       WHEN WS-UNIX-TALLY > 0
                           COMPUTE WS-BOUND-INT =
                               WS-BOUND-NUM / 86400 + 134775
                       WHEN WS-BOUND-LEN = 8
                           MOVE WS-PRT-BOUND(1:8) TO WS-DATE-TEXT
                           PERFORM DATE-TEXT-TO-INT-SECTION
                       WHEN WS-BOUND-LEN = 6
                           MOVE SPACES TO WS-DATE-TEXT
                           STRING WS-PRT-BOUND(1:6) '01'
                               DELIMITED BY SIZE INTO WS-DATE-TEXT
                           PERFORM DATE-TEXT-TO-INT-SECTION
                       WHEN WS-BOUND-LEN = 4
                           MOVE SPACES TO WS-DATE-TEXT
                           STRING WS-PRT-BOUND(1:4) '0101'
                               DELIMITED BY SIZE INTO WS-DATE-TEXT
                           PERFORM DATE-TEXT-TO-INT-SECTION
                   END-EVALUATE
               END-IF
           END-IF.

      * YYYYMMDD text to a day number; a year outside 1900-2999 or
      * an impossible date reads as no date at all.
       DATE-TEXT-TO-INT-SECTION.
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-BOUND-YMD
               IF WS-BOUND-YMD >= 19000101
                   AND WS-BOUND-YMD <= 29991231
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-BOUND-YMD) = 0
                   COMPUTE WS-BOUND-INT =
                       FUNCTION INTEGER-OF-DATE(WS-BOUND-YMD)
               END-IF
           END-IF.

      * Day number back to YYYY-MM-DD for the report; spaces when
      * the bound wasn't a date.
       FORMAT-BOUND-DATE-SECTION.
           MOVE SPACES TO WS-BOUND-TEXT-DATE.
           IF WS-BOUND-INT > 0
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-BOUND-INT)
               MOVE WS-DATE-NUM TO WS-DATE-TEXT
               STRING WS-DATE-TEXT(1:4) '-' WS-DATE-TEXT(5:2) '-'
                   WS-DATE-TEXT(7:2)
                   DELIMITED BY SIZE INTO WS-BOUND-TEXT-DATE
           END-IF.

      * Finds the first PARTPARM entry for the table in hand,
      * with CapFcast's pattern rules; no match keeps the
      * compiled defaults.
       FIND-PART-PARM-SECTION.
           MOVE WS-DEFAULT-RUNWAY TO WS-TBL-RUNWAY.
           MOVE WS-DEFAULT-RETAIN TO WS-TBL-RETAIN.
           MOVE 'N' TO WS-PPM-MATCHED.
           SET WS-PPM-IDX TO 1.
           PERFORM UNTIL WS-PPM-MATCHED = 'Y'
                   OR WS-PPM-IDX > WS-PPARM-COUNT
               IF WS-PPM-SCHEMA(WS-PPM-IDX) = WS-SCHEMA-NAME
                   OR WS-PPM-SCHEMA(WS-PPM-IDX) = '%'
                   MOVE FUNCTION LENGTH(FUNCTION TRIM
                       (WS-PPM-PATTERN(WS-PPM-IDX)))
                       TO WS-PAT-LEN
                   EVALUATE TRUE
                       WHEN WS-PPM-PATTERN(WS-PPM-IDX) = '%'
                           MOVE 'Y' TO WS-PPM-MATCHED
                       WHEN WS-PAT-LEN > 1
                           AND WS-PPM-PATTERN(WS-PPM-IDX)
                               (WS-PAT-LEN:1) = '%'
                           COMPUTE WS-PAT-LEN-1 = WS-PAT-LEN - 1
                           IF TABLE-NAME(1:WS-PAT-LEN-1)
                               = WS-PPM-PATTERN(WS-PPM-IDX)
                                   (1:WS-PAT-LEN-1)
                               MOVE 'Y' TO WS-PPM-MATCHED
                           END-IF
                       WHEN WS-PPM-PATTERN(WS-PPM-IDX) = TABLE-NAME
                           MOVE 'Y' TO WS-PPM-MATCHED
                   END-EVALUATE
               END-IF
               IF WS-PPM-MATCHED = 'N'
                   SET WS-PPM-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-PPM-MATCHED = 'Y'
               MOVE WS-PPM-RUNWAY(WS-PPM-IDX) TO WS-TBL-RUNWAY
               MOVE WS-PPM-RETAIN(WS-PPM-IDX) TO WS-TBL-RETAIN
           END-IF.

      * Loads the partition policies. A non-numeric runway or
      * retention keeps the default for that entry, with an error
      * logged. No file at all means the defaults for every table.
       READ-PART-PARM-SECTION.
           OPEN INPUT PART-PARM-FILE.
           IF WS-PARTPARM-STATUS = "00"
               PERFORM UNTIL END-OF-PARTPARM
                   READ PART-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-PARTPARM
                       NOT AT END
                           IF WS-PPARM-COUNT >= 500
                               MOVE "PARTPARM EXCEEDS 500 ENTRIES"
                                   TO WS-ERR-MESSAGE
                               PERFORM LOG-ERROR-SECTION
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                               MOVE 'Y' TO WS-EOF-PARTPARM
                           ELSE
                               PERFORM LOAD-PART-PARM-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-PARM-FILE
           END-IF.

       LOAD-PART-PARM-SECTION.
           ADD 1 TO WS-PPARM-COUNT.
           MOVE PRTP-SCHEMA-NAME   TO WS-PPM-SCHEMA(WS-PPARM-COUNT).
           MOVE PRTP-TABLE-PATTERN TO WS-PPM-PATTERN(WS-PPARM-COUNT).
           IF PRTP-RUNWAY-PERIODS IS NUMERIC
               MOVE PRTP-RUNWAY-PERIODS
                   TO WS-PPM-RUNWAY(WS-PPARM-COUNT)
           ELSE
               MOVE "INVALID RUNWAY-PERIODS, DEFAULT KEPT"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE WS-DEFAULT-RUNWAY
                   TO WS-PPM-RUNWAY(WS-PPARM-COUNT)
           END-IF.
           IF PRTP-RETAIN-DAYS IS NUMERIC
               MOVE PRTP-RETAIN-DAYS TO WS-PPM-RETAIN(WS-PPARM-COUNT)
           ELSE
               MOVE "INVALID RETAIN-DAYS, DEFAULT KEPT"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE WS-DEFAULT-RETAIN
                   TO WS-PPM-RETAIN(WS-PPARM-COUNT)
           END-IF.

      * Picks tonight's FASTEST tables out of the trend report.
      * No trend report just means no growth-driver lines.
       READ-FASTEST-SECTION.
           OPEN INPUT TREND-RPT-FILE.
           IF WS-TRNDRPT-STATUS = "00"
               PERFORM UNTIL END-OF-TRNDRPT
                   READ TREND-RPT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-TRNDRPT
                       NOT AT END
                           IF TRND-IS-FASTEST AND WS-FAST-COUNT < 50
                               ADD 1 TO WS-FAST-COUNT
                               MOVE TRND-SCHEMA-NAME
                                   TO WS-FAST-SCHEMA(WS-FAST-COUNT)
                               MOVE TRND-TABLE-NAME
                                   TO WS-FAST-NAME(WS-FAST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TREND-RPT-FILE
           ELSE
               MOVE "NO TRNDRPT, NO GROWTH-DRIVER LINES"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           END-IF.

      * Loads last night's partition sizes for the FASTEST tables
      * only - the comparison needs nothing else from it.
       READ-PRIOR-PART-SECTION.
           IF WS-FAST-COUNT > 0
               OPEN INPUT PRIOR-PART-FILE
               IF WS-PARTPRV-STATUS = "00"
                   MOVE 'Y' TO WS-PRV-LOADED
                   PERFORM UNTIL END-OF-PARTPRV
                       READ PRIOR-PART-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-PARTPRV
                           NOT AT END
                               PERFORM LOAD-PRIOR-PART-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE PRIOR-PART-FILE
               END-IF
           END-IF.

       LOAD-PRIOR-PART-SECTION.
           MOVE 'N' TO WS-FOUND-FLAG.
           SET WS-FST-IDX TO 1.
           SEARCH WS-FAST-ENTRY
               WHEN WS-FAST-SCHEMA(WS-FST-IDX) = PPRV-SCHEMA-NAME
                   AND WS-FAST-NAME(WS-FST-IDX) = PPRV-TABLE-NAME
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-SEARCH.
           IF WS-FOUND-FLAG = 'Y'
               IF WS-PRV-COUNT >= 5000
                   MOVE "PARTPRV EXCEEDS 5000 ENTRIES"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE 'Y' TO WS-EOF-PARTPRV
               ELSE
                   ADD 1 TO WS-PRV-COUNT
                   MOVE PPRV-SCHEMA-NAME TO WS-PRV-SCHEMA(WS-PRV-COUNT)
                   MOVE PPRV-TABLE-NAME  TO WS-PRV-NAME(WS-PRV-COUNT)
                   MOVE PPRV-PARTITION-NAME
                       TO WS-PRV-PARTITION(WS-PRV-COUNT)
                   COMPUTE WS-PRV-TOTAL(WS-PRV-COUNT) =
                       PPRV-DATA-LENGTH + PPRV-INDEX-LENGTH
               END-IF
           END-IF.

      * Reads DB-DSN/DB-USER/DB-PASSWORD from the same runtime
      * parameter file the batch extract uses.
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

      * Loads the schema list with the batch extract's exact
      * fallback: no file or an empty one means one pass against
      * the connection's own schema.
       READ-SCHEMA-LIST-SECTION.
           OPEN INPUT SCHEMA-LIST-FILE.
           IF WS-SCHLIST-STATUS = "00"
               PERFORM UNTIL END-OF-SCHEMA-LIST
                   READ SCHEMA-LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SCHEMA-LIST
                       NOT AT END
                           IF WS-SCHEMA-COUNT >= 100
                               MOVE "SCHEMA-LIST-FILE EXCEEDS 100 ENTR"
                                   TO WS-ERR-MESSAGE
                               PERFORM LOG-ERROR-SECTION
                               IF RETURN-CODE < 8
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                               MOVE 'Y' TO WS-EOF-SCHEMA-LIST
                           ELSE
                               ADD 1 TO WS-SCHEMA-COUNT
                               MOVE SCHL-SCHEMA-NAME TO
                                   WS-SCHEMA-ENTRY-NAME(WS-SCHEMA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEMA-LIST-FILE
           END-IF.
           IF WS-SCHEMA-COUNT > 0
               MOVE 'N' TO WS-SCHEMA-USE-DEFAULT
           ELSE
               MOVE 'Y' TO WS-SCHEMA-USE-DEFAULT
               MOVE 1   TO WS-SCHEMA-COUNT
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
           CLOSE PART-INV-FILE.
           CLOSE PART-RPT-FILE.
           CLOSE ERROR-LOG-FILE.
