       IDENTIFICATION DIVISION.
       PROGRAM-ID. StdCheck.

      * Table standards compliance check. The house standard for
      * every base table is one storage engine (InnoDB), one
      * character set (utf8mb4), the schema's one approved
      * collation and, where a schema sets one, a ROW_FORMAT
      * policy. Tables that drift from it cause join collation
      * errors and crash-recovery surprises (MyISAM), so this
      * program checks each schema on the same DBPARM/SCHLIST
      * controls as the batch extract against its STDPARM entry:
      * engine, table_collation and row_format from
      * information_schema.tables, and character_set_name and
      * collation_name of every string column from
      * information_schema.columns. One STDVRPT line is written
      * per table and per column off standard, then a SUMMARY
      * line per schema - compliant and non-compliant table
      * counts and the bytes the non-compliant tables hold, the
      * size of the conversion backlog. SUMMARY lines are also
      * appended to STDHIST so the backlog can be followed month
      * to month.
      *
      * The report is a standing backlog, not a nightly alarm, so
      * violations alone do not raise the return code.
      *
      * RETURN-CODE: 4 when the summary history could not be
      * appended or a schema has more tables than the check
      * holds; 8 and up follow the batch extract's error
      * conventions.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STD-VIOL-FILE ASSIGN TO "STDVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STDVRPT-STATUS.
           SELECT STD-HIST-FILE ASSIGN TO "STDHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STDHIST-STATUS.
           SELECT STD-PARM-FILE ASSIGN TO "STDPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STDPARM-STATUS.
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
       FD  STD-VIOL-FILE
           RECORDING MODE IS F.
       COPY STDVRPT.

      * Same layout as STDVRPT; only SUMMARY lines are kept.
       FD  STD-HIST-FILE
           RECORDING MODE IS F.
       01  STD-HIST-RECORD     PIC X(382).

       FD  STD-PARM-FILE
           RECORDING MODE IS F.
       COPY STDPARM.

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

      * Host variables for the table and column fetches. engine,
      * table_collation and row_format can come back NULL for a
      * table the server cannot open, so each carries an
      * indicator; a negative one means the column was NULL and
      * the host variable was left unset.
       01  TABLE-NAME         PIC X(100).
       01  WS-SCHEMA-NAME     PIC X(64).
       01  WS-ENGINE          PIC X(64).
       01  WS-ENGINE-IND      PIC S9(4) COMP.
       01  WS-TABLE-COLLATION PIC X(64).
       01  WS-TBL-COLL-IND    PIC S9(4) COMP.
       01  WS-ROW-FORMAT      PIC X(20).
       01  WS-ROW-FORMAT-IND  PIC S9(4) COMP.
       01  WS-TABLE-BYTES     PIC S9(15) COMP.
       01  WS-COLUMN-NAME     PIC X(64).
       01  WS-CHARSET-NAME    PIC X(64).
       01  WS-COLLATION-NAME  PIC X(64).
       01  WS-COLLATION-IND   PIC S9(4) COMP.

       01  WS-STDVRPT-STATUS  PIC XX.
       01  WS-STDHIST-STATUS  PIC XX.
       01  WS-STDPARM-STATUS  PIC XX.
       01  WS-DBPARM-STATUS   PIC XX.
       01  WS-SCHLIST-STATUS  PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-RUN-DATE        PIC X(10).
       01  WS-ERR-MESSAGE     PIC X(80).

      * List of schemas to check, read from SCHEMA-LIST-FILE with
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
       01  WS-EOF-CURSOR2     PIC X VALUE 'N'.
           88  END-OF-CURSOR2     VALUE 'Y'.
       01  WS-EOF-STDPARM     PIC X VALUE 'N'.
           88  END-OF-STDPARM     VALUE 'Y'.
       01  WS-HIST-OPEN       PIC X VALUE 'N'.
           88  HIST-IS-OPEN       VALUE 'Y'.

      * Standards entries from STDPARM, bounded at 100 - one per
      * schema plus the '%' default.
       01  WS-SPARM-COUNT     PIC 9(3) VALUE 0.
       01  WS-SPARM-TABLE.
           05  WS-SPARM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SPARM-COUNT
                   INDEXED BY WS-SPM-IDX.
               10  WS-SPM-SCHEMA      PIC X(64).
               10  WS-SPM-ENGINE      PIC X(20).
               10  WS-SPM-CHARSET     PIC X(20).
               10  WS-SPM-COLLATION   PIC X(40).
               10  WS-SPM-ROW-FORMAT  PIC X(10).

      * The standard in force for the schema in hand. Engine and
      * row format are held upper case, character set and
      * collation lower case, the way the server reports them.
       01  WS-STD-ENGINE      PIC X(20).
       01  WS-STD-CHARSET     PIC X(20).
       01  WS-STD-COLLATION   PIC X(40).
       01  WS-STD-ROW-FORMAT  PIC X(10).
       01  WS-STD-FOUND       PIC X VALUE 'N'.

      * The schema's base tables with their size and whether any
      * violation has been found on them, for the SUMMARY line.
       01  WS-STBL-COUNT      PIC 9(5) VALUE 0.
       01  WS-STBL-TABLE.
           05  WS-STBL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-STBL-COUNT
                   INDEXED BY WS-STB-IDX.
               10  WS-STBL-NAME       PIC X(100).
               10  WS-STBL-BYTES      PIC 9(15).
               10  WS-STBL-FLAG       PIC X.
                   88  STBL-IS-NONCOMPLIANT VALUE 'N'.
       01  WS-STBL-FULL       PIC X VALUE 'N'.
       01  WS-FOUND-FLAG      PIC X VALUE 'N'.

      * Comparison work fields
       01  WS-CMP-ENGINE      PIC X(64).
       01  WS-CMP-ROW-FORMAT  PIC X(20).
       01  WS-CMP-CHARSET     PIC X(64).
       01  WS-CMP-COLLATION   PIC X(64).
       01  WS-ANY-FLAG        PIC X VALUE 'N'.

      * Per-schema SUMMARY tallies and run totals
       01  WS-SCH-COMPLIANT   PIC 9(7).
       01  WS-SCH-NONCOMPLY   PIC 9(7).
       01  WS-SCH-COLUMNS     PIC 9(7).
       01  WS-SCH-BYTES       PIC 9(15).
       01  WS-TABLE-VIOL-COUNT  PIC 9(9) VALUE 0.
       01  WS-COLUMN-VIOL-COUNT PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                   WS-CURRENT-DATE(7:2) INTO WS-RUN-DATE.
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
           PERFORM READ-SCHEMA-LIST-SECTION.
           PERFORM READ-STD-PARM-SECTION.

           OPEN OUTPUT STD-VIOL-FILE.
           IF WS-STDVRPT-STATUS NOT = "00"
               MOVE "STD-VIOL-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

      * The history only ever grows; a failure to open it costs
      * tonight's entry, not the report.
           OPEN EXTEND STD-HIST-FILE.
           IF WS-STDHIST-STATUS NOT = "00"
               OPEN OUTPUT STD-HIST-FILE
           END-IF.
           IF WS-STDHIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-OPEN
           ELSE
               MOVE "STD-HIST-FILE OPEN FAILED, HISTORY NOT KEPT"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
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

      * Base tables only - a view has no engine or row format of
      * its own.
           EXEC SQL
               DECLARE CURSOR1 CURSOR FOR
               SELECT table_name, engine, table_collation,
                      row_format,
                      COALESCE(data_length, 0)
                          + COALESCE(index_length, 0)
               FROM information_schema.tables
               WHERE table_schema = :WS-SCHEMA-NAME
                 AND table_type = 'BASE TABLE'
               ORDER BY table_name
           END-EXEC.

      * String columns of those base tables - character_set_name
      * is NULL for every other column type.
           EXEC SQL
               DECLARE CURSOR2 CURSOR FOR
               SELECT c.table_name, c.column_name,
                      c.character_set_name, c.collation_name
               FROM information_schema.columns c
               JOIN information_schema.tables t
                 ON t.table_schema = c.table_schema
                AND t.table_name = c.table_name
               WHERE c.table_schema = :WS-SCHEMA-NAME
                 AND t.table_type = 'BASE TABLE'
                 AND c.character_set_name IS NOT NULL
               ORDER BY c.table_name, c.ordinal_position
           END-EXEC.

           PERFORM PROCESS-ALL-SCHEMAS-SECTION.

           EXEC SQL
               DISCONNECT
           END-EXEC.

           PERFORM CLOSE-FILES-SECTION.

           DISPLAY "Done. Table violations: " WS-TABLE-VIOL-COUNT
               " Column violations: " WS-COLUMN-VIOL-COUNT.
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
               DISPLAY "Standards for schema: " WS-SCHEMA-NAME
               PERFORM FIND-STD-PARM-SECTION
               MOVE 0 TO WS-STBL-COUNT WS-SCH-COLUMNS
               MOVE 'N' TO WS-STBL-FULL
               PERFORM CHECK-TABLES-SECTION
               PERFORM CHECK-COLUMNS-SECTION
               PERFORM WRITE-SUMMARY-SECTION
           END-PERFORM.

       CHECK-TABLES-SECTION.
           MOVE 'N' TO WS-EOF-CURSOR1.

           EXEC SQL
               OPEN CURSOR1
           END-EXEC.

           PERFORM UNTIL END-OF-CURSOR1
               EXEC SQL
                   FETCH CURSOR1 INTO :TABLE-NAME,
                       :WS-ENGINE:WS-ENGINE-IND,
                       :WS-TABLE-COLLATION:WS-TBL-COLL-IND,
                       :WS-ROW-FORMAT:WS-ROW-FORMAT-IND,
                       :WS-TABLE-BYTES
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM CHECK-ONE-TABLE-SECTION
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

      * Holds the table for the summary, then checks engine,
      * character set, collation and row format. An engine or
      * row format the server could not report counts as off
      * standard; a missing collation leaves the character set
      * and collation to the column check.
       CHECK-ONE-TABLE-SECTION.
           IF WS-ENGINE-IND < 0
               MOVE SPACES TO WS-ENGINE
           END-IF.
           IF WS-TBL-COLL-IND < 0
               MOVE SPACES TO WS-TABLE-COLLATION
           END-IF.
           IF WS-ROW-FORMAT-IND < 0
               MOVE SPACES TO WS-ROW-FORMAT
           END-IF.

           IF WS-STBL-COUNT >= 5000
               IF WS-STBL-FULL = 'N'
                   MOVE 'Y' TO WS-STBL-FULL
                   MOVE "SCHEMA EXCEEDS 5000 TABLES, SUMMARY SHORT"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-STBL-COUNT
               MOVE TABLE-NAME     TO WS-STBL-NAME(WS-STBL-COUNT)
               MOVE WS-TABLE-BYTES TO WS-STBL-BYTES(WS-STBL-COUNT)
               MOVE 'C'            TO WS-STBL-FLAG(WS-STBL-COUNT)
           END-IF.

           MOVE SPACES TO STD-VIOL-RECORD.
           MOVE 'N' TO WS-ANY-FLAG.

           MOVE FUNCTION UPPER-CASE(WS-ENGINE) TO WS-CMP-ENGINE.
           IF WS-CMP-ENGINE NOT = WS-STD-ENGINE
               MOVE 'X' TO STDV-ENGINE-FLAG
               MOVE 'Y' TO WS-ANY-FLAG
           END-IF.

           MOVE SPACES TO WS-CMP-CHARSET.
           IF WS-TABLE-COLLATION NOT = SPACES
               MOVE FUNCTION LOWER-CASE(WS-TABLE-COLLATION)
                   TO WS-CMP-COLLATION
               UNSTRING WS-CMP-COLLATION DELIMITED BY '_'
                   INTO WS-CMP-CHARSET
               IF WS-CMP-CHARSET NOT = WS-STD-CHARSET
                   MOVE 'X' TO STDV-CHARSET-FLAG
                   MOVE 'Y' TO WS-ANY-FLAG
               END-IF
               IF WS-STD-COLLATION NOT = SPACES
                   AND WS-CMP-COLLATION NOT = WS-STD-COLLATION
                   MOVE 'X' TO STDV-COLLATE-FLAG
                   MOVE 'Y' TO WS-ANY-FLAG
               END-IF
           END-IF.

           IF WS-STD-ROW-FORMAT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ROW-FORMAT)
                   TO WS-CMP-ROW-FORMAT
               IF WS-CMP-ROW-FORMAT NOT = WS-STD-ROW-FORMAT
                   MOVE 'X' TO STDV-ROWFMT-FLAG
                   MOVE 'Y' TO WS-ANY-FLAG
               END-IF
           END-IF.

           IF WS-ANY-FLAG = 'Y'
               IF WS-STBL-FULL = 'N'
                   MOVE 'N' TO WS-STBL-FLAG(WS-STBL-COUNT)
               END-IF
               ADD 1 TO WS-TABLE-VIOL-COUNT
               MOVE 'TABLE'            TO STDV-LINE-TYPE
               MOVE WS-RUN-DATE        TO STDV-RUN-DATE
               MOVE WS-SCHEMA-NAME     TO STDV-SCHEMA-NAME
               MOVE TABLE-NAME         TO STDV-TABLE-NAME
               MOVE WS-ENGINE          TO STDV-ENGINE
               MOVE WS-CMP-CHARSET     TO STDV-CHARSET
               MOVE WS-TABLE-COLLATION TO STDV-COLLATION
               MOVE WS-ROW-FORMAT      TO STDV-ROW-FORMAT
               MOVE 0 TO STDV-TABLES STDV-COMPLIANT
               MOVE 0 TO STDV-NONCOMPLIANT STDV-COLUMNS
               MOVE WS-TABLE-BYTES     TO STDV-TOTAL-BYTES
               WRITE STD-VIOL-RECORD
           END-IF.

       CHECK-COLUMNS-SECTION.
           MOVE 'N' TO WS-EOF-CURSOR2.
           SET WS-STB-IDX TO 1.

           EXEC SQL
               OPEN CURSOR2
           END-EXEC.

           PERFORM UNTIL END-OF-CURSOR2
               EXEC SQL
                   FETCH CURSOR2 INTO :TABLE-NAME, :WS-COLUMN-NAME,
                       :WS-CHARSET-NAME,
                       :WS-COLLATION-NAME:WS-COLLATION-IND
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM CHECK-ONE-COLUMN-SECTION
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-CURSOR2
                   WHEN OTHER
                       DISPLAY "Fetch error. SQLCODE: " SQLCODE
                       MOVE "FETCH ERROR ON CURSOR2" TO WS-ERR-MESSAGE
                       PERFORM LOG-ERROR-SECTION
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       MOVE 'Y' TO WS-EOF-CURSOR2
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CURSOR2
           END-EXEC.

      * A column off the schema's character set or approved
      * collation makes its table non-compliant as well.
       CHECK-ONE-COLUMN-SECTION.
           IF WS-COLLATION-IND < 0
               MOVE SPACES TO WS-COLLATION-NAME
           END-IF.
           MOVE SPACES TO STD-VIOL-RECORD.
           MOVE 'N' TO WS-ANY-FLAG.

           MOVE FUNCTION LOWER-CASE(WS-CHARSET-NAME)
               TO WS-CMP-CHARSET.
           IF WS-CMP-CHARSET NOT = WS-STD-CHARSET
               MOVE 'X' TO STDV-CHARSET-FLAG
               MOVE 'Y' TO WS-ANY-FLAG
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-COLLATION-NAME)
               TO WS-CMP-COLLATION.
           IF WS-STD-COLLATION NOT = SPACES
               AND WS-CMP-COLLATION NOT = WS-STD-COLLATION
               MOVE 'X' TO STDV-COLLATE-FLAG
               MOVE 'Y' TO WS-ANY-FLAG
           END-IF.

           IF WS-ANY-FLAG = 'Y'
               PERFORM FIND-STD-TABLE-SECTION
               ADD 1 TO WS-COLUMN-VIOL-COUNT
               ADD 1 TO WS-SCH-COLUMNS
               MOVE 'COLUMN'          TO STDV-LINE-TYPE
               MOVE WS-RUN-DATE       TO STDV-RUN-DATE
               MOVE WS-SCHEMA-NAME    TO STDV-SCHEMA-NAME
               MOVE TABLE-NAME        TO STDV-TABLE-NAME
               MOVE WS-COLUMN-NAME    TO STDV-COLUMN-NAME
               MOVE WS-CHARSET-NAME   TO STDV-CHARSET
               MOVE WS-COLLATION-NAME TO STDV-COLLATION
               MOVE 0 TO STDV-TABLES STDV-COMPLIANT
               MOVE 0 TO STDV-NONCOMPLIANT STDV-COLUMNS
               MOVE 0 TO STDV-TOTAL-BYTES
               IF WS-FOUND-FLAG = 'Y'
                   MOVE 'N' TO WS-STBL-FLAG(WS-STB-IDX)
                   MOVE WS-STBL-BYTES(WS-STB-IDX) TO STDV-TOTAL-BYTES
               END-IF
               WRITE STD-VIOL-RECORD
           END-IF.

      * Columns arrive in the same table order as the tables did,
      * so the search starts where the last one left off and
      * only goes back to the top when that fails.
       FIND-STD-TABLE-SECTION.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-STBL-COUNT > 0
               SEARCH WS-STBL-ENTRY
                   WHEN WS-STBL-NAME(WS-STB-IDX) = TABLE-NAME
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
               IF WS-FOUND-FLAG = 'N'
                   SET WS-STB-IDX TO 1
                   SEARCH WS-STBL-ENTRY
                       WHEN WS-STBL-NAME(WS-STB-IDX) = TABLE-NAME
                           MOVE 'Y' TO WS-FOUND-FLAG
                   END-SEARCH
               END-IF
               IF WS-FOUND-FLAG = 'N'
                   SET WS-STB-IDX TO 1
               END-IF
           END-IF.

      * One SUMMARY line per schema, to the report and the history.
       WRITE-SUMMARY-SECTION.
           MOVE 0 TO WS-SCH-COMPLIANT WS-SCH-NONCOMPLY WS-SCH-BYTES.
           PERFORM VARYING WS-STB-IDX FROM 1 BY 1
                   UNTIL WS-STB-IDX > WS-STBL-COUNT
               IF STBL-IS-NONCOMPLIANT(WS-STB-IDX)
                   ADD 1 TO WS-SCH-NONCOMPLY
                   ADD WS-STBL-BYTES(WS-STB-IDX) TO WS-SCH-BYTES
               ELSE
                   ADD 1 TO WS-SCH-COMPLIANT
               END-IF
           END-PERFORM.

           MOVE SPACES TO STD-VIOL-RECORD.
           MOVE 'SUMMARY'         TO STDV-LINE-TYPE.
           MOVE WS-RUN-DATE       TO STDV-RUN-DATE.
           MOVE WS-SCHEMA-NAME    TO STDV-SCHEMA-NAME.
           MOVE WS-STD-ENGINE     TO STDV-ENGINE.
           MOVE WS-STD-CHARSET    TO STDV-CHARSET.
           MOVE WS-STD-COLLATION  TO STDV-COLLATION.
           MOVE WS-STD-ROW-FORMAT TO STDV-ROW-FORMAT.
           MOVE WS-STBL-COUNT     TO STDV-TABLES.
           MOVE WS-SCH-COMPLIANT  TO STDV-COMPLIANT.
           MOVE WS-SCH-NONCOMPLY  TO STDV-NONCOMPLIANT.
           MOVE WS-SCH-COLUMNS    TO STDV-COLUMNS.
           MOVE WS-SCH-BYTES      TO STDV-TOTAL-BYTES.
           WRITE STD-VIOL-RECORD.
           IF HIST-IS-OPEN
               WRITE STD-HIST-RECORD FROM STD-VIOL-RECORD
           END-IF.

      * Picks the schema's own STDPARM entry, else the '%'
      * entry, else the house minimum of InnoDB and utf8mb4.
       FIND-STD-PARM-SECTION.
           MOVE 'INNODB'  TO WS-STD-ENGINE.
           MOVE 'utf8mb4' TO WS-STD-CHARSET.
           MOVE SPACES    TO WS-STD-COLLATION WS-STD-ROW-FORMAT.
           MOVE 'N' TO WS-STD-FOUND.
           IF WS-SPARM-COUNT > 0
               SET WS-SPM-IDX TO 1
               SEARCH WS-SPARM-ENTRY
                   WHEN WS-SPM-SCHEMA(WS-SPM-IDX) = WS-SCHEMA-NAME
                       MOVE 'Y' TO WS-STD-FOUND
               END-SEARCH
               IF WS-STD-FOUND = 'N'
                   SET WS-SPM-IDX TO 1
                   SEARCH WS-SPARM-ENTRY
                       WHEN WS-SPM-SCHEMA(WS-SPM-IDX) = '%'
                           MOVE 'Y' TO WS-STD-FOUND
                   END-SEARCH
               END-IF
           END-IF.
           IF WS-STD-FOUND = 'Y'
               MOVE WS-SPM-ENGINE(WS-SPM-IDX)     TO WS-STD-ENGINE
               MOVE WS-SPM-CHARSET(WS-SPM-IDX)    TO WS-STD-CHARSET
               MOVE WS-SPM-COLLATION(WS-SPM-IDX)  TO WS-STD-COLLATION
               MOVE WS-SPM-ROW-FORMAT(WS-SPM-IDX)
                   TO WS-STD-ROW-FORMAT
           END-IF.

      * Loads the standards entries, folding each to the case the
      * server reports. A missing engine or character set keeps
      * the house default for that entry.
       READ-STD-PARM-SECTION.
           OPEN INPUT STD-PARM-FILE.
           IF WS-STDPARM-STATUS = "00"
               PERFORM UNTIL END-OF-STDPARM
                   READ STD-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-STDPARM
                       NOT AT END
                           IF WS-SPARM-COUNT >= 100
                               MOVE "STDPARM EXCEEDS 100 ENTRIES"
                                   TO WS-ERR-MESSAGE
                               PERFORM LOG-ERROR-SECTION
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                               MOVE 'Y' TO WS-EOF-STDPARM
                           ELSE
                               PERFORM LOAD-STD-PARM-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STD-PARM-FILE
           ELSE
               MOVE "NO STDPARM, HOUSE DEFAULTS USED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           END-IF.

       LOAD-STD-PARM-SECTION.
           ADD 1 TO WS-SPARM-COUNT.
           MOVE STDP-SCHEMA-NAME TO WS-SPM-SCHEMA(WS-SPARM-COUNT).
           IF STDP-ENGINE = SPACES
               MOVE 'INNODB' TO WS-SPM-ENGINE(WS-SPARM-COUNT)
           ELSE
               MOVE FUNCTION UPPER-CASE(STDP-ENGINE)
                   TO WS-SPM-ENGINE(WS-SPARM-COUNT)
           END-IF.
           IF STDP-CHARSET = SPACES
               MOVE 'utf8mb4' TO WS-SPM-CHARSET(WS-SPARM-COUNT)
           ELSE
               MOVE FUNCTION LOWER-CASE(STDP-CHARSET)
                   TO WS-SPM-CHARSET(WS-SPARM-COUNT)
           END-IF.
           MOVE FUNCTION LOWER-CASE(STDP-COLLATION)
               TO WS-SPM-COLLATION(WS-SPARM-COUNT).
           MOVE FUNCTION UPPER-CASE(STDP-ROW-FORMAT)
               TO WS-SPM-ROW-FORMAT(WS-SPARM-COUNT).

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
           CLOSE STD-VIOL-FILE.
           CLOSE STD-HIST-FILE.
           CLOSE ERROR-LOG-FILE.
