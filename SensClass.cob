       IDENTIFICATION DIVISION.
       PROGRAM-ID. SensClass.

      * Sensitive-data classification and access exposure. Audit
      * keeps asking which tables hold personal data and who can
      * read them; the answers sit in two files nobody joins.
      * This step tags every column of today's schema inventory
      * (SCHEMINV) against the classification file (SENSPAT) -
      * a schema.table.column override first, then the first
      * matching column-name pattern - and writes each tagged
      * column to the sensitive-data inventory (SENSINV). It
      * then crosses the tagged tables with today's grant
      * inventory (GRNTINV): every table- or schema-level grant
      * of SELECT, or ALL PRIVILEGES, that reaches a table with
      * classified columns goes to the exposure report
      * (SENSEXPO). Finally every column SchemaCmp reported
      * ADDED (COLDRIFT) is run through the same classification;
      * a sensitive one raises an exception (SENSEXCP) so new
      * personal data is looked at the morning it appears, not
      * at the next audit.
      *
      * RETURN-CODE: 4 when any exception was written, a work
      * table filled, or the classification or grant file is
      * missing; 16 when SCHEMINV or an output can't be opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENS-PATTERN-FILE ASSIGN TO "SENSPAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENSPAT-STATUS.
           SELECT SCHEMA-INV-FILE ASSIGN TO "SCHEMINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMINV-STATUS.
           SELECT GRANT-INV-FILE ASSIGN TO "GRNTINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRNTINV-STATUS.
           SELECT COL-DRIFT-FILE ASSIGN TO "COLDRIFT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COLDRIFT-STATUS.
           SELECT SENS-INV-FILE ASSIGN TO "SENSINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENSINV-STATUS.
           SELECT SENS-EXPO-FILE ASSIGN TO "SENSEXPO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENSEXPO-STATUS.
           SELECT SENS-EXCP-FILE ASSIGN TO "SENSEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENSEXCP-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENS-PATTERN-FILE
           RECORDING MODE IS F.
       COPY SENSPAT.

       FD  SCHEMA-INV-FILE
           RECORDING MODE IS F.
       COPY SCHEMAINV.

       FD  GRANT-INV-FILE
           RECORDING MODE IS F.
       COPY GRNTINV.

       FD  COL-DRIFT-FILE
           RECORDING MODE IS F.
       COPY COLDRIFT.

       FD  SENS-INV-FILE
           RECORDING MODE IS F.
       COPY SENSINV.

       FD  SENS-EXPO-FILE
           RECORDING MODE IS F.
       COPY SENSEXPO.

       FD  SENS-EXCP-FILE
           RECORDING MODE IS F.
       COPY SENSEXCP.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.

       01  WS-SENSPAT-STATUS  PIC XX.
       01  WS-SCHEMINV-STATUS PIC XX.
       01  WS-GRNTINV-STATUS  PIC XX.
       01  WS-COLDRIFT-STATUS PIC XX.
       01  WS-SENSINV-STATUS  PIC XX.
       01  WS-SENSEXPO-STATUS PIC XX.
       01  WS-SENSEXCP-STATUS PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-RUN-DATE        PIC X(10).
       01  WS-ERR-MESSAGE     PIC X(80).

      * DSN column of the shared error-log record; this program
      * never connects anywhere, so it stamps its own name there.
       01  WS-ERR-SOURCE      PIC X(50) VALUE 'SensClass'.

       01  WS-EOF-SENSPAT     PIC X VALUE 'N'.
           88  END-OF-SENSPAT     VALUE 'Y'.
       01  WS-EOF-SCHEMINV    PIC X VALUE 'N'.
           88  END-OF-SCHEMINV    VALUE 'Y'.
       01  WS-EOF-GRNTINV     PIC X VALUE 'N'.
           88  END-OF-GRNTINV     VALUE 'Y'.
       01  WS-EOF-COLDRIFT    PIC X VALUE 'N'.
           88  END-OF-COLDRIFT    VALUE 'Y'.

      * Column-name patterns in file order, upper-cased, each
      * reduced at load to its shape and the literal part the
      * shape compares: A every column, E exact, P prefix,
      * S suffix, C contains. Bounded at 500.
       01  WS-PAT-COUNT       PIC 9(3) VALUE 0.
       01  WS-PAT-TABLE.
           05  WS-PAT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PAT-COUNT
                   INDEXED BY WS-PAT-IDX.
               10  WS-PAT-TEXT        PIC X(100).
               10  WS-PAT-KIND        PIC X(1).
               10  WS-PAT-CORE        PIC X(100).
               10  WS-PAT-CORE-LEN    PIC S9(4) COMP.
               10  WS-PAT-CLASS       PIC X(10).

      * schema.table.column overrides, column upper-cased.
      * Bounded at 2000.
       01  WS-OVR-COUNT       PIC 9(5) VALUE 0.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OVR-COUNT
                   INDEXED BY WS-OVR-IDX.
               10  WS-OVR-SCHEMA      PIC X(64).
               10  WS-OVR-TABLE-NAME  PIC X(100).
               10  WS-OVR-COLUMN      PIC X(100).
               10  WS-OVR-CLASS       PIC X(10).

      * Pattern load work.
       01  WS-LOAD-TEXT       PIC X(100).
       01  WS-PCT-COUNT       PIC 9(3).
       01  WS-PAT-LEN         PIC S9(4) COMP.

      * The column being classified, and the verdict.
       01  WS-CLS-SCHEMA      PIC X(64).
       01  WS-CLS-TABLE       PIC X(100).
       01  WS-CLS-COLUMN      PIC X(100).
       01  WS-MATCH-NAME      PIC X(100).
       01  WS-NAME-LEN        PIC S9(4) COMP.
       01  WS-SUFFIX-POS      PIC S9(4) COMP.
       01  WS-HIT-COUNT       PIC 9(3).
       01  WS-CLS-FOUND       PIC X VALUE 'N'.
       01  WS-CLS-CLASS       PIC X(10).
       01  WS-CLS-SOURCE      PIC X(8).
       01  WS-CLS-PATTERN     PIC X(100).

      * The table in hand on the SCHEMINV pass. SCHEMINV is in
      * schema, table, ordinal order, so a key change closes one
      * table.
       01  WS-TBL-KEY.
           05  WS-TBL-SCHEMA      PIC X(64).
           05  WS-TBL-TABLE       PIC X(100).
       01  WS-REC-KEY.
           05  WS-REC-SCHEMA      PIC X(64).
           05  WS-REC-TABLE       PIC X(100).
       01  WS-TBL-SENS-COLS   PIC 9(5).
       01  WS-TBL-CLASSES     PIC X(40).
       01  WS-CLASS-LIST-PAD  PIC X(42).
       01  WS-CLASS-PROBE     PIC X(12).
       01  WS-CLASS-WORK      PIC X(40).

      * Tables holding at least one classified column, for the
      * grant cross. Bounded at 5000.
       01  WS-SENS-COUNT      PIC 9(5) VALUE 0.
       01  WS-SENS-TABLE.
           05  WS-SENS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SENS-COUNT
                   INDEXED BY WS-SENS-IDX.
               10  WS-SENS-SCHEMA     PIC X(64).
               10  WS-SENS-TABLE-NAME PIC X(100).
               10  WS-SENS-COLS       PIC 9(5).
               10  WS-SENS-CLASSES    PIC X(40).
       01  WS-SENS-SUB        PIC 9(5) COMP.
       01  WS-PRIV-UPPER      PIC X(30).

       01  WS-COLUMN-COUNT    PIC 9(9) VALUE 0.
       01  WS-TAGGED-COUNT    PIC 9(9) VALUE 0.
       01  WS-EXPO-COUNT      PIC 9(9) VALUE 0.
       01  WS-EXCP-COUNT      PIC 9(9) VALUE 0.

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

           PERFORM LOAD-SENS-PATTERN-SECTION.

           OPEN OUTPUT SENS-INV-FILE.
           IF WS-SENSINV-STATUS NOT = "00"
               MOVE "SENS-INV-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT SENS-EXPO-FILE.
           IF WS-SENSEXPO-STATUS NOT = "00"
               MOVE "SENS-EXPO-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT SENS-EXCP-FILE.
           IF WS-SENSEXCP-STATUS NOT = "00"
               MOVE "SENS-EXCP-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN INPUT SCHEMA-INV-FILE.
           IF WS-SCHEMINV-STATUS NOT = "00"
               MOVE "SCHEMA-INV-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

      * Pass 1 - tag every inventoried column.
           MOVE SPACES TO WS-TBL-KEY.
           MOVE 0 TO WS-TBL-SENS-COLS.
           MOVE SPACES TO WS-TBL-CLASSES.
           PERFORM UNTIL END-OF-SCHEMINV
               READ SCHEMA-INV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SCHEMINV
                   NOT AT END
                       PERFORM TAG-COLUMN-SECTION
               END-READ
           END-PERFORM.
           PERFORM CLOSE-TABLE-SECTION.
           CLOSE SCHEMA-INV-FILE.

      * Pass 2 - who can read the tagged tables.
           OPEN INPUT GRANT-INV-FILE.
           IF WS-GRNTINV-STATUS = "00"
               PERFORM UNTIL END-OF-GRNTINV
                   READ GRANT-INV-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-GRNTINV
                       NOT AT END
                           PERFORM CROSS-GRANT-SECTION
                   END-READ
               END-PERFORM
               CLOSE GRANT-INV-FILE
           ELSE
               MOVE "NO GRNTINV FILE, EXPOSURE REPORT EMPTY"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Pass 3 - newly added columns that arrive sensitive. No
      * COLDRIFT (first night, or SchemaCmp had nothing to
      * compare) simply means nothing was added.
           OPEN INPUT COL-DRIFT-FILE.
           IF WS-COLDRIFT-STATUS = "00"
               PERFORM UNTIL END-OF-COLDRIFT
                   READ COL-DRIFT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COLDRIFT
                       NOT AT END
                           IF CDFT-IS-ADDED
                               PERFORM CHECK-ADDED-COLUMN-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COL-DRIFT-FILE
           END-IF.

           PERFORM CLOSE-FILES-SECTION.

           IF WS-EXCP-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. Columns: " WS-COLUMN-COUNT
               " tagged: " WS-TAGGED-COUNT
               " exposures: " WS-EXPO-COUNT
               " new sensitive: " WS-EXCP-COUNT.
           GOBACK.

      * Classifies one SCHEMINV column, closing the previous
      * table first on a key change.
       TAG-COLUMN-SECTION.
           ADD 1 TO WS-COLUMN-COUNT.
           MOVE SINV-SCHEMA-NAME TO WS-REC-SCHEMA.
           MOVE SINV-TABLE-NAME  TO WS-REC-TABLE.
           IF WS-REC-KEY NOT = WS-TBL-KEY
               PERFORM CLOSE-TABLE-SECTION
               MOVE WS-REC-KEY TO WS-TBL-KEY
               MOVE 0 TO WS-TBL-SENS-COLS
               MOVE SPACES TO WS-TBL-CLASSES
           END-IF.
           MOVE SINV-SCHEMA-NAME TO WS-CLS-SCHEMA.
           MOVE SINV-TABLE-NAME  TO WS-CLS-TABLE.
           MOVE SINV-COLUMN-NAME TO WS-CLS-COLUMN.
           PERFORM CLASSIFY-COLUMN-SECTION.
           IF WS-CLS-FOUND = 'Y'
               ADD 1 TO WS-TAGGED-COUNT
               ADD 1 TO WS-TBL-SENS-COLS
               PERFORM ADD-TABLE-CLASS-SECTION
               MOVE SPACES TO SENS-INV-RECORD
               MOVE SINV-SCHEMA-NAME TO SNSI-SCHEMA-NAME
               MOVE SINV-TABLE-NAME  TO SNSI-TABLE-NAME
               MOVE SINV-COLUMN-NAME TO SNSI-COLUMN-NAME
               MOVE SINV-DATA-TYPE   TO SNSI-DATA-TYPE
               MOVE WS-CLS-CLASS     TO SNSI-CLASS
               MOVE WS-CLS-SOURCE    TO SNSI-SOURCE
               MOVE WS-CLS-PATTERN   TO SNSI-PATTERN
               WRITE SENS-INV-RECORD
           END-IF.

      * Banks the table in hand for the grant cross when any of
      * its columns was tagged.
       CLOSE-TABLE-SECTION.
           IF WS-TBL-SENS-COLS > 0
               IF WS-SENS-COUNT < 5000
                   ADD 1 TO WS-SENS-COUNT
                   MOVE WS-TBL-SCHEMA TO WS-SENS-SCHEMA(WS-SENS-COUNT)
                   MOVE WS-TBL-TABLE
                       TO WS-SENS-TABLE-NAME(WS-SENS-COUNT)
                   MOVE WS-TBL-SENS-COLS
                       TO WS-SENS-COLS(WS-SENS-COUNT)
                   MOVE WS-TBL-CLASSES
                       TO WS-SENS-CLASSES(WS-SENS-COUNT)
               ELSE
                   MOVE "SENSITIVE TABLE LIST FULL, EXPOSURE PARTIAL"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Adds the column's class to the table's class list unless
      * it is already there. Classes are compared as whole
      * space-delimited words.
       ADD-TABLE-CLASS-SECTION.
           MOVE SPACES TO WS-CLASS-LIST-PAD WS-CLASS-PROBE.
           STRING ' ' WS-TBL-CLASSES DELIMITED BY SIZE
               INTO WS-CLASS-LIST-PAD.
           STRING ' ' FUNCTION TRIM(WS-CLS-CLASS) ' '
               DELIMITED BY SIZE INTO WS-CLASS-PROBE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CLS-CLASS))
               TO WS-PAT-LEN.
           ADD 2 TO WS-PAT-LEN.
           MOVE 0 TO WS-HIT-COUNT.
           INSPECT WS-CLASS-LIST-PAD TALLYING WS-HIT-COUNT
               FOR ALL WS-CLASS-PROBE(1:WS-PAT-LEN).
           IF WS-HIT-COUNT = 0
               IF WS-TBL-CLASSES = SPACES
                   MOVE WS-CLS-CLASS TO WS-TBL-CLASSES
               ELSE
                   MOVE SPACES TO WS-CLASS-WORK
                   STRING FUNCTION TRIM(WS-TBL-CLASSES) ' '
                       FUNCTION TRIM(WS-CLS-CLASS)
                       DELIMITED BY SIZE INTO WS-CLASS-WORK
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
                   MOVE WS-CLASS-WORK TO WS-TBL-CLASSES
               END-IF
           END-IF.

      * Decides the class of WS-CLS-SCHEMA.TABLE.COLUMN: an
      * override wins outright (NONE meaning not sensitive),
      * otherwise the first matching column-name pattern.
       CLASSIFY-COLUMN-SECTION.
           MOVE 'N' TO WS-CLS-FOUND.
           MOVE SPACES TO WS-CLS-CLASS WS-CLS-SOURCE WS-CLS-PATTERN.
           MOVE FUNCTION UPPER-CASE(WS-CLS-COLUMN) TO WS-MATCH-NAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MATCH-NAME))
               TO WS-NAME-LEN.

           IF WS-OVR-COUNT > 0
               SET WS-OVR-IDX TO 1
               SEARCH WS-OVR-ENTRY
                   WHEN WS-OVR-SCHEMA(WS-OVR-IDX) = WS-CLS-SCHEMA
                       AND WS-OVR-TABLE-NAME(WS-OVR-IDX)
                           = WS-CLS-TABLE
                       AND WS-OVR-COLUMN(WS-OVR-IDX) = WS-MATCH-NAME
                       MOVE 'OVERRIDE' TO WS-CLS-SOURCE
                       IF WS-OVR-CLASS(WS-OVR-IDX) NOT = 'NONE'
                           MOVE 'Y' TO WS-CLS-FOUND
                           MOVE WS-OVR-CLASS(WS-OVR-IDX)
                               TO WS-CLS-CLASS
                       END-IF
               END-SEARCH
           END-IF.

           IF WS-CLS-SOURCE = SPACES
               SET WS-PAT-IDX TO 1
               PERFORM UNTIL WS-CLS-FOUND = 'Y'
                       OR WS-PAT-IDX > WS-PAT-COUNT
                   PERFORM MATCH-PATTERN-SECTION
                   IF WS-CLS-FOUND = 'N'
                       SET WS-PAT-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-CLS-FOUND = 'Y'
                   MOVE 'PATTERN' TO WS-CLS-SOURCE
                   MOVE WS-PAT-CLASS(WS-PAT-IDX) TO WS-CLS-CLASS
                   MOVE WS-PAT-TEXT(WS-PAT-IDX)  TO WS-CLS-PATTERN
               END-IF
           END-IF.

      * Tests WS-MATCH-NAME against the pattern at WS-PAT-IDX.
      * A pattern whose class is NONE stops the search without
      * tagging - a way to exempt a name ahead of a broad
      * fragment that would otherwise catch it.
       MATCH-PATTERN-SECTION.
           EVALUATE WS-PAT-KIND(WS-PAT-IDX)
               WHEN 'A'
                   MOVE 'Y' TO WS-CLS-FOUND
               WHEN 'E'
                   IF WS-MATCH-NAME = WS-PAT-CORE(WS-PAT-IDX)
                       MOVE 'Y' TO WS-CLS-FOUND
                   END-IF
               WHEN 'P'
                   IF WS-MATCH-NAME(1:WS-PAT-CORE-LEN(WS-PAT-IDX))
                       = WS-PAT-CORE(WS-PAT-IDX)
                           (1:WS-PAT-CORE-LEN(WS-PAT-IDX))
                       MOVE 'Y' TO WS-CLS-FOUND
                   END-IF
               WHEN 'S'
                   IF WS-NAME-LEN >= WS-PAT-CORE-LEN(WS-PAT-IDX)
                       COMPUTE WS-SUFFIX-POS = WS-NAME-LEN
                           - WS-PAT-CORE-LEN(WS-PAT-IDX) + 1
                       IF WS-MATCH-NAME(WS-SUFFIX-POS:
                               WS-PAT-CORE-LEN(WS-PAT-IDX))
                           = WS-PAT-CORE(WS-PAT-IDX)
                               (1:WS-PAT-CORE-LEN(WS-PAT-IDX))
                           MOVE 'Y' TO WS-CLS-FOUND
                       END-IF
                   END-IF
               WHEN 'C'
                   MOVE 0 TO WS-HIT-COUNT
                   INSPECT WS-MATCH-NAME(1:WS-NAME-LEN)
                       TALLYING WS-HIT-COUNT
                       FOR ALL WS-PAT-CORE(WS-PAT-IDX)
                           (1:WS-PAT-CORE-LEN(WS-PAT-IDX))
                   IF WS-HIT-COUNT > 0
                       MOVE 'Y' TO WS-CLS-FOUND
                   END-IF
           END-EVALUATE.
           IF WS-CLS-FOUND = 'Y'
               AND WS-PAT-CLASS(WS-PAT-IDX) = 'NONE'
               MOVE 'N' TO WS-CLS-FOUND
               MOVE 'PATTERN' TO WS-CLS-SOURCE
               SET WS-PAT-IDX TO WS-PAT-COUNT
               SET WS-PAT-IDX UP BY 1
           END-IF.

      * One grant row. Only read access counts as exposure:
      * SELECT, or ALL PRIVILEGES where a server reports it
      * unexpanded. A table grant is looked up directly; a
      * schema grant reaches every tagged table in the schema.
       CROSS-GRANT-SECTION.
           MOVE FUNCTION UPPER-CASE(GINV-PRIVILEGE) TO WS-PRIV-UPPER.
           IF WS-PRIV-UPPER = 'SELECT'
               OR WS-PRIV-UPPER = 'ALL PRIVILEGES'
               OR WS-PRIV-UPPER = 'ALL'
               IF GINV-IS-TABLE
                   IF WS-SENS-COUNT > 0
                       SET WS-SENS-IDX TO 1
                       SEARCH WS-SENS-ENTRY
                           WHEN WS-SENS-SCHEMA(WS-SENS-IDX)
                                   = GINV-SCHEMA-NAME
                               AND WS-SENS-TABLE-NAME(WS-SENS-IDX)
                                   = GINV-TABLE-NAME
                               SET WS-SENS-SUB TO WS-SENS-IDX
                               PERFORM WRITE-EXPOSURE-SECTION
                       END-SEARCH
                   END-IF
               ELSE
                   PERFORM VARYING WS-SENS-SUB FROM 1 BY 1
                           UNTIL WS-SENS-SUB > WS-SENS-COUNT
                       IF WS-SENS-SCHEMA(WS-SENS-SUB)
                           = GINV-SCHEMA-NAME
                           PERFORM WRITE-EXPOSURE-SECTION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       WRITE-EXPOSURE-SECTION.
           MOVE SPACES TO SENS-EXPO-RECORD.
           MOVE GINV-LEVEL       TO SNSX-GRANT-LEVEL.
           MOVE WS-SENS-SCHEMA(WS-SENS-SUB) TO SNSX-SCHEMA-NAME.
           MOVE WS-SENS-TABLE-NAME(WS-SENS-SUB) TO SNSX-TABLE-NAME.
           MOVE GINV-GRANTEE     TO SNSX-GRANTEE.
           MOVE GINV-PRIVILEGE   TO SNSX-PRIVILEGE.
           MOVE WS-SENS-COLS(WS-SENS-SUB)    TO SNSX-SENS-COLUMNS.
           MOVE WS-SENS-CLASSES(WS-SENS-SUB) TO SNSX-CLASSES.
           WRITE SENS-EXPO-RECORD.
           ADD 1 TO WS-EXPO-COUNT.

      * One ADDED column from last night's column drift, run
      * through the same classification as the inventory.
       CHECK-ADDED-COLUMN-SECTION.
           MOVE CDFT-SCHEMA-NAME TO WS-CLS-SCHEMA.
           MOVE CDFT-TABLE-NAME  TO WS-CLS-TABLE.
           MOVE CDFT-COLUMN-NAME TO WS-CLS-COLUMN.
           PERFORM CLASSIFY-COLUMN-SECTION.
           IF WS-CLS-FOUND = 'Y'
               MOVE SPACES TO SENS-EXCP-RECORD
               MOVE 'NEWSENS'        TO SNSE-EXCEPTION-TYPE
               MOVE CDFT-SCHEMA-NAME TO SNSE-SCHEMA-NAME
               MOVE CDFT-TABLE-NAME  TO SNSE-TABLE-NAME
               MOVE CDFT-COLUMN-NAME TO SNSE-COLUMN-NAME
               MOVE CDFT-NEW-VALUE   TO SNSE-DATA-TYPE
               MOVE WS-CLS-CLASS     TO SNSE-CLASS
               MOVE WS-CLS-SOURCE    TO SNSE-SOURCE
               WRITE SENS-EXCP-RECORD
               ADD 1 TO WS-EXCP-COUNT
           END-IF.

      * Loads the classification file. A pattern outside the
      * supported shapes is logged and skipped rather than left
      * to match nothing silently. No file at all is logged - an
      * empty inventory would otherwise read as "nothing here is
      * sensitive".
       LOAD-SENS-PATTERN-SECTION.
           OPEN INPUT SENS-PATTERN-FILE.
           IF WS-SENSPAT-STATUS = "00"
               PERFORM UNTIL END-OF-SENSPAT
                   READ SENS-PATTERN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SENSPAT
                       NOT AT END
                           EVALUATE TRUE
                               WHEN SPAT-IS-PATTERN
                                   PERFORM LOAD-PATTERN-SECTION
                               WHEN SPAT-IS-OVERRIDE
                                   PERFORM LOAD-OVERRIDE-SECTION
                               WHEN OTHER
                                   MOVE "INVALID SENSPAT RECORD TYPE"
                                       TO WS-ERR-MESSAGE
                                   PERFORM LOG-ERROR-SECTION
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SENS-PATTERN-FILE
           ELSE
               MOVE "NO SENSPAT FILE, NO COLUMNS CLASSIFIED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-PATTERN-SECTION.
           IF WS-PAT-COUNT >= 500
               MOVE "SENSPAT EXCEEDS 500 PATTERNS" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(SPAT-COLUMN-PATTERN)
                   TO WS-LOAD-TEXT
               MOVE 0 TO WS-PCT-COUNT
               INSPECT WS-LOAD-TEXT TALLYING WS-PCT-COUNT
                   FOR ALL '%'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LOAD-TEXT))
                   TO WS-PAT-LEN
               ADD 1 TO WS-PAT-COUNT
               SET WS-PAT-IDX TO WS-PAT-COUNT
               MOVE SPACES TO WS-PAT-CORE(WS-PAT-IDX)
               EVALUATE TRUE
                   WHEN WS-LOAD-TEXT = SPACES
                       MOVE 'X' TO WS-PAT-KIND(WS-PAT-IDX)
                   WHEN WS-LOAD-TEXT = '%'
                       MOVE 'A' TO WS-PAT-KIND(WS-PAT-IDX)
                   WHEN WS-PCT-COUNT = 0
                       MOVE 'E' TO WS-PAT-KIND(WS-PAT-IDX)
                       MOVE WS-LOAD-TEXT TO WS-PAT-CORE(WS-PAT-IDX)
                       MOVE WS-PAT-LEN
                           TO WS-PAT-CORE-LEN(WS-PAT-IDX)
                   WHEN WS-PCT-COUNT = 1
                       AND WS-LOAD-TEXT(WS-PAT-LEN:1) = '%'
                       MOVE 'P' TO WS-PAT-KIND(WS-PAT-IDX)
                       MOVE WS-LOAD-TEXT(1:WS-PAT-LEN - 1)
                           TO WS-PAT-CORE(WS-PAT-IDX)
                       COMPUTE WS-PAT-CORE-LEN(WS-PAT-IDX)
                           = WS-PAT-LEN - 1
                   WHEN WS-PCT-COUNT = 1
                       AND WS-LOAD-TEXT(1:1) = '%'
                       MOVE 'S' TO WS-PAT-KIND(WS-PAT-IDX)
                       MOVE WS-LOAD-TEXT(2:WS-PAT-LEN - 1)
                           TO WS-PAT-CORE(WS-PAT-IDX)
                       COMPUTE WS-PAT-CORE-LEN(WS-PAT-IDX)
                           = WS-PAT-LEN - 1
                   WHEN WS-PCT-COUNT = 2 AND WS-PAT-LEN > 2
                       AND WS-LOAD-TEXT(1:1) = '%'
                       AND WS-LOAD-TEXT(WS-PAT-LEN:1) = '%'
                       MOVE 'C' TO WS-PAT-KIND(WS-PAT-IDX)
                       MOVE WS-LOAD-TEXT(2:WS-PAT-LEN - 2)
                           TO WS-PAT-CORE(WS-PAT-IDX)
                       COMPUTE WS-PAT-CORE-LEN(WS-PAT-IDX)
                           = WS-PAT-LEN - 2
                   WHEN OTHER
                       MOVE 'X' TO WS-PAT-KIND(WS-PAT-IDX)
               END-EVALUATE
               IF WS-PAT-KIND(WS-PAT-IDX) = 'X'
                   OR SPAT-CLASS = SPACES
                   SUBTRACT 1 FROM WS-PAT-COUNT
                   MOVE "INVALID SENSPAT PATTERN, ENTRY SKIPPED"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
               ELSE
                   MOVE WS-LOAD-TEXT TO WS-PAT-TEXT(WS-PAT-IDX)
                   MOVE SPAT-CLASS   TO WS-PAT-CLASS(WS-PAT-IDX)
               END-IF
           END-IF.

       LOAD-OVERRIDE-SECTION.
           IF SPAT-SCHEMA-NAME = SPACES OR SPAT-TABLE-NAME = SPACES
               OR SPAT-COLUMN-PATTERN = SPACES OR SPAT-CLASS = SPACES
               MOVE "INVALID SENSPAT OVERRIDE, ENTRY SKIPPED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           ELSE
               IF WS-OVR-COUNT >= 2000
                   MOVE "SENSPAT EXCEEDS 2000 OVERRIDES"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-OVR-COUNT
                   MOVE SPAT-SCHEMA-NAME TO WS-OVR-SCHEMA(WS-OVR-COUNT)
                   MOVE SPAT-TABLE-NAME
                       TO WS-OVR-TABLE-NAME(WS-OVR-COUNT)
                   MOVE FUNCTION UPPER-CASE(SPAT-COLUMN-PATTERN)
                       TO WS-OVR-COLUMN(WS-OVR-COUNT)
                   MOVE SPAT-CLASS TO WS-OVR-CLASS(WS-OVR-COUNT)
               END-IF
           END-IF.

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
           CLOSE SENS-INV-FILE.
           CLOSE SENS-EXPO-FILE.
           CLOSE SENS-EXCP-FILE.
           CLOSE ERROR-LOG-FILE.
