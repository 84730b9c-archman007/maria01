       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrphVerify.

      * Orphan-row verification. The referential-integrity map
      * ListTables writes (REFMAP) says which foreign keys exist,
      * but a key declared after the data was loaded, a load run
      * with foreign_key_checks off, or a MyISAM child table the
      * engine never enforced can all leave child rows pointing
      * at parents that aren't there. This program runs an actual
      * count of those rows per constraint - driven from REFMAP
      * the way RowVerify is driven from TABOUT, so the catalog
      * isn't re-queried - and writes one report line per foreign
      * key. Any constraint with orphaned rows, and any count that
      * failed outright, raises the return code so the scheduler
      * holds the downstream jobs.
      *
      * A child row with any of its key columns NULL is not an
      * orphan - the server doesn't check such rows either - so
      * only rows with every key column filled are counted.
      *
      * RETURN-CODE: 8 when any constraint has orphaned rows or a
      * count failed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-MAP-FILE ASSIGN TO "REFMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REFMAP-STATUS.
           SELECT ORPHAN-VERIFY-FILE ASSIGN TO "ORPHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORPHRPT-STATUS.
           SELECT DB-PARM-FILE ASSIGN TO "DBPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-MAP-FILE
           RECORDING MODE IS F.
       COPY REFMAP.

       FD  ORPHAN-VERIFY-FILE
           RECORDING MODE IS F.
       COPY ORPHRPT.

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

       01  WS-REFMAP-STATUS   PIC XX.
       01  WS-ORPHRPT-STATUS  PIC XX.
       01  WS-DBPARM-STATUS   PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-ERR-MESSAGE     PIC X(80).

      * The orphan count is built per constraint and prepared as
      * dynamic SQL - table and column names can't be host
      * variables in a static statement. Sized for a key of the
      * maximum column count below with full-length names.
       01  WS-ORPH-STMT       PIC X(4000).
       01  WS-STMT-PTR        PIC 9(4) COMP.
       01  WS-ORPHAN-ROWS     PIC S9(15) COMP.

       01  WS-EOF-REFMAP      PIC X VALUE 'N'.
           88  END-OF-REFMAP      VALUE 'Y'.

      * The foreign key in hand. REFMAP arrives one record per key
      * column, ordered by child table, constraint and column
      * position, so consecutive records with the same child
      * schema, table and constraint name make up one key; a
      * change of that group item is the control break that runs
      * the count for the key just collected.
       01  WS-FK-KEY.
           05  WS-FK-CHILD-SCHEMA PIC X(64).
           05  WS-FK-CHILD-TABLE  PIC X(100).
           05  WS-FK-CONSTRAINT   PIC X(100).
       01  WS-REC-KEY.
           05  WS-REC-CHILD-SCHEMA PIC X(64).
           05  WS-REC-CHILD-TABLE PIC X(100).
           05  WS-REC-CONSTRAINT  PIC X(100).
       01  WS-FK-PARENT-SCHEMA PIC X(64).
       01  WS-FK-PARENT-TABLE PIC X(100).

      * Column pairs of the key in hand. Sixteen is the server's
      * own limit on columns per index, so a longer key can only
      * mean a damaged map; it is reported SQLERR rather than
      * counted on a partial join.
       01  WS-FK-COL-COUNT    PIC 9(2) VALUE 0.
       01  WS-FK-OVERFLOW     PIC X VALUE 'N'.
           88  FK-HAS-OVERFLOWED  VALUE 'Y'.
       01  WS-FK-COLUMNS.
           05  WS-FK-COL-ENTRY OCCURS 16 TIMES
                   INDEXED BY WS-FK-IDX.
               10  WS-FK-CHILD-COL    PIC X(100).
               10  WS-FK-PARENT-COL   PIC X(100).

       01  WS-OK-COUNT        PIC 9(9) VALUE 0.
       01  WS-ORPHAN-COUNT    PIC 9(9) VALUE 0.
       01  WS-SQLERR-COUNT    PIC 9(9) VALUE 0.

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

           OPEN OUTPUT ORPHAN-VERIFY-FILE.
           IF WS-ORPHRPT-STATUS NOT = "00"
               MOVE "ORPHAN-VERIFY-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN INPUT REF-MAP-FILE.
           IF WS-REFMAP-STATUS NOT = "00"
               MOVE "REF-MAP-FILE OPEN FAILED" TO WS-ERR-MESSAGE
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

           EXEC SQL
               DECLARE ORPH-CSR CURSOR FOR ORPH-STMT
           END-EXEC.

           MOVE SPACES TO WS-FK-KEY.
           MOVE 0 TO WS-FK-COL-COUNT.
           PERFORM UNTIL END-OF-REFMAP
               READ REF-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REFMAP
                   NOT AT END
                       IF RMAP-CHILD-TABLE NOT = SPACES
                           AND RMAP-CHILD-COLUMN NOT = SPACES
                           PERFORM COLLECT-KEY-COLUMN-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FK-COL-COUNT > 0
               PERFORM COUNT-ONE-KEY-SECTION
           END-IF.

           EXEC SQL
               DISCONNECT
           END-EXEC.

           PERFORM CLOSE-FILES-SECTION.

           IF (WS-ORPHAN-COUNT > 0 OR WS-SQLERR-COUNT > 0)
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. Constraints with orphans: " WS-ORPHAN-COUNT.
           GOBACK.

      * Files the REFMAP record in hand under its foreign key. A
      * new child table or constraint name first runs the count
      * for the key collected so far, then starts a fresh one.
       COLLECT-KEY-COLUMN-SECTION.
           MOVE RMAP-CHILD-SCHEMA    TO WS-REC-CHILD-SCHEMA.
           MOVE RMAP-CHILD-TABLE     TO WS-REC-CHILD-TABLE.
           MOVE RMAP-CONSTRAINT-NAME TO WS-REC-CONSTRAINT.
           IF WS-REC-KEY NOT = WS-FK-KEY
               IF WS-FK-COL-COUNT > 0
                   PERFORM COUNT-ONE-KEY-SECTION
               END-IF
               MOVE WS-REC-KEY         TO WS-FK-KEY
               MOVE RMAP-PARENT-SCHEMA TO WS-FK-PARENT-SCHEMA
               MOVE RMAP-PARENT-TABLE  TO WS-FK-PARENT-TABLE
               MOVE 0   TO WS-FK-COL-COUNT
               MOVE 'N' TO WS-FK-OVERFLOW
           END-IF.
           IF WS-FK-COL-COUNT >= 16
               MOVE 'Y' TO WS-FK-OVERFLOW
           ELSE
               ADD 1 TO WS-FK-COL-COUNT
               MOVE RMAP-CHILD-COLUMN
                   TO WS-FK-CHILD-COL(WS-FK-COL-COUNT)
               MOVE RMAP-PARENT-COLUMN
                   TO WS-FK-PARENT-COL(WS-FK-COL-COUNT)
           END-IF.

      * Builds and runs the orphan count for the key in hand:
      *   SELECT COUNT(*) FROM child c
      *   WHERE c.col1 IS NOT NULL AND ...
      *     AND NOT EXISTS (SELECT 1 FROM parent p
      *                     WHERE p.pcol1 = c.col1 AND ...)
      * A count that fails still gets a report line (SQLERR) so
      * the report stays one line per constraint and the failure
      * can't vanish between runs.
       COUNT-ONE-KEY-SECTION.
           IF FK-HAS-OVERFLOWED
               MOVE "FOREIGN KEY EXCEEDS 16 COLUMNS IN REFMAP"
                   TO WS-ERR-MESSAGE
               PERFORM COUNT-FAILED-SECTION
           ELSE
               PERFORM BUILD-ORPH-STMT-SECTION
               PERFORM RUN-ORPH-STMT-SECTION
           END-IF.

       BUILD-ORPH-STMT-SECTION.
           MOVE SPACES TO WS-ORPH-STMT.
           MOVE 1 TO WS-STMT-PTR.
           STRING "SELECT COUNT(*) FROM "
               FUNCTION TRIM(WS-FK-CHILD-SCHEMA) "."
               FUNCTION TRIM(WS-FK-CHILD-TABLE) " c WHERE "
               DELIMITED BY SIZE INTO WS-ORPH-STMT
               WITH POINTER WS-STMT-PTR.
           PERFORM VARYING WS-FK-IDX FROM 1 BY 1
                   UNTIL WS-FK-IDX > WS-FK-COL-COUNT
               STRING "c." FUNCTION TRIM(WS-FK-CHILD-COL(WS-FK-IDX))
                   " IS NOT NULL AND "
                   DELIMITED BY SIZE INTO WS-ORPH-STMT
                   WITH POINTER WS-STMT-PTR
           END-PERFORM.
           STRING "NOT EXISTS (SELECT 1 FROM "
               FUNCTION TRIM(WS-FK-PARENT-SCHEMA) "."
               FUNCTION TRIM(WS-FK-PARENT-TABLE) " p WHERE "
               DELIMITED BY SIZE INTO WS-ORPH-STMT
               WITH POINTER WS-STMT-PTR.
           PERFORM VARYING WS-FK-IDX FROM 1 BY 1
                   UNTIL WS-FK-IDX > WS-FK-COL-COUNT
               IF WS-FK-IDX > 1
                   STRING " AND " DELIMITED BY SIZE
                       INTO WS-ORPH-STMT WITH POINTER WS-STMT-PTR
               END-IF
               STRING "p." FUNCTION TRIM(WS-FK-PARENT-COL(WS-FK-IDX))
                   " = c." FUNCTION TRIM(WS-FK-CHILD-COL(WS-FK-IDX))
                   DELIMITED BY SIZE INTO WS-ORPH-STMT
                   WITH POINTER WS-STMT-PTR
           END-PERFORM.
           STRING ")" DELIMITED BY SIZE
               INTO WS-ORPH-STMT WITH POINTER WS-STMT-PTR.

       RUN-ORPH-STMT-SECTION.
           MOVE "ORPHAN COUNT FAILED" TO WS-ERR-MESSAGE.

           EXEC SQL
               PREPARE ORPH-STMT FROM :WS-ORPH-STMT
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM COUNT-FAILED-SECTION
           ELSE
               EXEC SQL
                   OPEN ORPH-CSR
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM COUNT-FAILED-SECTION
               ELSE
                   EXEC SQL
                       FETCH ORPH-CSR INTO :WS-ORPHAN-ROWS
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM COUNT-FAILED-SECTION
                   ELSE
                       PERFORM WRITE-RESULT-SECTION
                   END-IF
                   EXEC SQL
                       CLOSE ORPH-CSR
                   END-EXEC
               END-IF
           END-IF.

      * WS-ERR-MESSAGE is set by the caller so the error log says
      * whether the map or the database was at fault.
       COUNT-FAILED-SECTION.
           DISPLAY "Orphan count failed for " WS-FK-CONSTRAINT
               " SQLCODE: " SQLCODE.
           PERFORM LOG-ERROR-SECTION.
           ADD 1 TO WS-SQLERR-COUNT.
           MOVE 'SQLERR' TO ORPH-STATUS.
           MOVE 0 TO WS-ORPHAN-ROWS.
           PERFORM WRITE-ORPH-LINE-SECTION.

       WRITE-RESULT-SECTION.
           IF WS-ORPHAN-ROWS > 0
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE 'ORPHAN' TO ORPH-STATUS
           ELSE
               ADD 1 TO WS-OK-COUNT
               MOVE 'OK'     TO ORPH-STATUS
           END-IF.
           PERFORM WRITE-ORPH-LINE-SECTION.

       WRITE-ORPH-LINE-SECTION.
           MOVE WS-FK-CHILD-SCHEMA  TO ORPH-CHILD-SCHEMA.
           MOVE WS-FK-CHILD-TABLE   TO ORPH-CHILD-TABLE.
           MOVE WS-FK-CONSTRAINT    TO ORPH-CONSTRAINT-NAME.
           MOVE WS-FK-PARENT-SCHEMA TO ORPH-PARENT-SCHEMA.
           MOVE WS-FK-PARENT-TABLE  TO ORPH-PARENT-TABLE.
           MOVE WS-FK-COL-COUNT     TO ORPH-COLUMN-COUNT.
           MOVE WS-ORPHAN-ROWS      TO ORPH-ORPHAN-ROWS.
           WRITE ORPHAN-VERIFY-RECORD.

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
           CLOSE REF-MAP-FILE.
           CLOSE ORPHAN-VERIFY-FILE.
           CLOSE ERROR-LOG-FILE.
