       IDENTIFICATION DIVISION.
       PROGRAM-ID. DdlHist.

      * DDL history listing. Reads the DDL library DdlSnap keeps
      * (DDLLIB) and lists every version of each selected table,
      * oldest first, each with its line-level before/after
      * against the version it replaced: BEFORE for the prior
      * version's lines that are gone, AFTER for the new
      * version's lines that weren't there - so "what changed in
      * this table and when" reads straight off the listing. The
      * table's first version lists whole, as AFTER lines.
      *
      * The optional DDLHPARM narrows the listing to one schema
      * and a table pattern in the CAPLIMIT shapes; without it
      * every table in the library is listed. Run on demand - it
      * is not a step of the nightly chain.
      *
      * Lines are matched on their text, not their position, so a
      * column added in the middle of a table lists as the one
      * line added (plus the line whose trailing comma it
      * changed), not as every line after it.
      *
      * RETURN-CODE: 16 when the library or the listing can't be
      * opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDL-LIB-FILE ASSIGN TO "DDLLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLLIB-STATUS.
           SELECT DDL-HIST-PARM-FILE ASSIGN TO "DDLHPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLHPARM-STATUS.
           SELECT DDL-HIST-RPT-FILE ASSIGN TO "DDLHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLHRPT-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DDL-LIB-FILE
           RECORDING MODE IS F.
       COPY DDLLIB.

       FD  DDL-HIST-PARM-FILE
           RECORDING MODE IS F.
       COPY DDLHPARM.

       FD  DDL-HIST-RPT-FILE
           RECORDING MODE IS F.
       COPY DDLHRPT.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.

       01  WS-DDLLIB-STATUS   PIC XX.
       01  WS-DDLHPARM-STATUS PIC XX.
       01  WS-DDLHRPT-STATUS  PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-ERR-MESSAGE     PIC X(80).

      * DSN column of the shared error-log record; this program
      * never connects anywhere, so it stamps its own name there.
       01  WS-ERR-SOURCE      PIC X(50) VALUE 'DdlHist'.

       01  WS-EOF-LIB         PIC X VALUE 'N'.
           88  END-OF-LIB         VALUE 'Y'.

      * Selection from DDLHPARM, defaulted to every table.
       01  WS-SEL-SCHEMA      PIC X(64) VALUE '%'.
       01  WS-SEL-PATTERN     PIC X(100) VALUE '%'.
       01  WS-PAT-LEN         PIC S9(4) COMP.
       01  WS-PAT-LEN-1       PIC S9(4) COMP.
       01  WS-SELECTED        PIC X VALUE 'N'.
           88  TABLE-IS-SELECTED  VALUE 'Y'.

      * Control-break keys: the table in hand and the version of
      * it being banked.
       01  WS-GRP-KEY.
           05  WS-GRP-SCHEMA      PIC X(64).
           05  WS-GRP-TABLE       PIC X(100).
       01  WS-LIB-KEY.
           05  WS-LIB-SCHEMA      PIC X(64).
           05  WS-LIB-TABLE       PIC X(100).

      * The version being banked and the one before it, each with
      * a per-line matched flag for the comparison. Bounded at
      * 2000 lines, the most DdlSnap keeps for one version.
       01  WS-CUR-DATE        PIC X(10).
       01  WS-CUR-TYPE        PIC X(5).
       01  WS-CUR-LINE-COUNT  PIC 9(5) VALUE 0.
       01  WS-CUR-LINE-TABLE.
           05  WS-CUR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CUR-LINE-COUNT.
               10  WS-CUR-LINE.
                   15  WS-CUR-CONT        PIC X(1).
                   15  WS-CUR-TEXT        PIC X(200).
               10  WS-CUR-MATCH       PIC X(1).

       01  WS-PREV-DATE       PIC X(10).
       01  WS-PREV-LINE-COUNT PIC 9(5) VALUE 0.
       01  WS-PREV-LINE-TABLE.
           05  WS-PREV-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PREV-LINE-COUNT.
               10  WS-PREV-LINE.
                   15  WS-PREV-CONT       PIC X(1).
                   15  WS-PREV-TEXT       PIC X(200).
               10  WS-PREV-MATCH      PIC X(1).

       01  WS-CUR-SUB         PIC 9(5) COMP.
       01  WS-PREV-SUB        PIC 9(5) COMP.
       01  WS-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-REMOVED-COUNT   PIC 9(5).
       01  WS-ADDED-COUNT     PIC 9(5).
       01  WS-REMOVED-EDIT    PIC Z(4)9.
       01  WS-ADDED-EDIT      PIC Z(4)9.

       01  WS-VERSION-COUNT   PIC 9(9) VALUE 0.

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

           PERFORM READ-HIST-PARM-SECTION.

           OPEN INPUT DDL-LIB-FILE.
           IF WS-DDLLIB-STATUS NOT = "00"
               MOVE "DDL-LIB-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT DDL-HIST-RPT-FILE.
           IF WS-DDLHRPT-STATUS NOT = "00"
               MOVE "DDL-HIST-RPT-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           MOVE SPACES TO WS-GRP-KEY WS-CUR-DATE.
           PERFORM UNTIL END-OF-LIB
               READ DDL-LIB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-LIB
                   NOT AT END
                       PERFORM POST-LIB-LINE-SECTION
               END-READ
           END-PERFORM.
           PERFORM CLOSE-VERSION-SECTION.

           PERFORM CLOSE-FILES-SECTION.

           DISPLAY "Done. Versions listed: " WS-VERSION-COUNT.
           GOBACK.

      * Control break on table, then on version date, banking the
      * selected tables' lines into the current version.
       POST-LIB-LINE-SECTION.
           MOVE DDLB-SCHEMA-NAME TO WS-LIB-SCHEMA.
           MOVE DDLB-TABLE-NAME  TO WS-LIB-TABLE.
           IF WS-LIB-KEY NOT = WS-GRP-KEY
               PERFORM CLOSE-VERSION-SECTION
               MOVE WS-LIB-KEY TO WS-GRP-KEY
               MOVE 0 TO WS-PREV-LINE-COUNT
               MOVE SPACES TO WS-PREV-DATE
               PERFORM SELECT-TABLE-SECTION
           ELSE
               IF DDLB-VERSION-DATE NOT = WS-CUR-DATE
                   PERFORM CLOSE-VERSION-SECTION
               END-IF
           END-IF.
           IF TABLE-IS-SELECTED
               MOVE DDLB-VERSION-DATE TO WS-CUR-DATE
               MOVE DDLB-OBJECT-TYPE  TO WS-CUR-TYPE
               IF WS-CUR-LINE-COUNT < 2000
                   ADD 1 TO WS-CUR-LINE-COUNT
                   MOVE DDLB-CONT-FLAG
                       TO WS-CUR-CONT(WS-CUR-LINE-COUNT)
                   MOVE DDLB-LINE-TEXT
                       TO WS-CUR-TEXT(WS-CUR-LINE-COUNT)
                   MOVE 'N' TO WS-CUR-MATCH(WS-CUR-LINE-COUNT)
               END-IF
           END-IF.

      * Schema must equal the selection or the selection be '%';
      * the table must match the pattern the way CapFcast matches
      * CAPLIMIT - '%' alone, a 'prefix%', or the exact name.
       SELECT-TABLE-SECTION.
           MOVE 'N' TO WS-SELECTED.
           IF WS-SEL-SCHEMA = '%' OR WS-SEL-SCHEMA = WS-GRP-SCHEMA
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEL-PATTERN))
                   TO WS-PAT-LEN
               EVALUATE TRUE
                   WHEN WS-SEL-PATTERN = '%'
                       MOVE 'Y' TO WS-SELECTED
                   WHEN WS-PAT-LEN > 1
                       AND WS-SEL-PATTERN(WS-PAT-LEN:1) = '%'
                       COMPUTE WS-PAT-LEN-1 = WS-PAT-LEN - 1
                       IF WS-GRP-TABLE(1:WS-PAT-LEN-1)
                           = WS-SEL-PATTERN(1:WS-PAT-LEN-1)
                           MOVE 'Y' TO WS-SELECTED
                       END-IF
                   WHEN WS-SEL-PATTERN = WS-GRP-TABLE
                       MOVE 'Y' TO WS-SELECTED
               END-EVALUATE
           END-IF.

      * A version is complete: list it against the one before it,
      * then it becomes the "before" for the next version of the
      * same table.
       CLOSE-VERSION-SECTION.
           IF WS-CUR-LINE-COUNT > 0
               PERFORM MATCH-LINES-SECTION
               PERFORM WRITE-VERSION-SECTION
               ADD 1 TO WS-VERSION-COUNT
               MOVE WS-CUR-LINE-COUNT TO WS-PREV-LINE-COUNT
               PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SUB > WS-CUR-LINE-COUNT
                   MOVE WS-CUR-LINE(WS-CUR-SUB)
                       TO WS-PREV-LINE(WS-CUR-SUB)
               END-PERFORM
               MOVE WS-CUR-DATE TO WS-PREV-DATE
           END-IF.
           MOVE 0 TO WS-CUR-LINE-COUNT.
           MOVE SPACES TO WS-CUR-DATE.

      * Pairs each line of the new version with the first
      * still-unpaired identical line of the prior version.
      * Whatever stays unpaired on either side is the difference.
       MATCH-LINES-SECTION.
           PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
                   UNTIL WS-PREV-SUB > WS-PREV-LINE-COUNT
               MOVE 'N' TO WS-PREV-MATCH(WS-PREV-SUB)
           END-PERFORM.
           MOVE 0 TO WS-ADDED-COUNT.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-LINE-COUNT
               MOVE 'N' TO WS-CUR-MATCH(WS-CUR-SUB)
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
                       UNTIL WS-PREV-SUB > WS-PREV-LINE-COUNT
                          OR WS-FOUND-FLAG = 'Y'
                   IF WS-PREV-MATCH(WS-PREV-SUB) = 'N'
                       AND WS-PREV-LINE(WS-PREV-SUB)
                           = WS-CUR-LINE(WS-CUR-SUB)
                       MOVE 'Y' TO WS-PREV-MATCH(WS-PREV-SUB)
                       MOVE 'Y' TO WS-CUR-MATCH(WS-CUR-SUB)
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = 'N'
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-REMOVED-COUNT.
           PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
                   UNTIL WS-PREV-SUB > WS-PREV-LINE-COUNT
               IF WS-PREV-MATCH(WS-PREV-SUB) = 'N'
                   ADD 1 TO WS-REMOVED-COUNT
               END-IF
           END-PERFORM.

      * VERSION line, then the prior version's unpaired lines as
      * BEFORE, then the new version's unpaired lines as AFTER.
       WRITE-VERSION-SECTION.
           MOVE WS-REMOVED-COUNT TO WS-REMOVED-EDIT.
           MOVE WS-ADDED-COUNT   TO WS-ADDED-EDIT.
           MOVE 'VERSION'         TO DDLH-LINE-TYPE.
           MOVE WS-GRP-SCHEMA     TO DDLH-SCHEMA-NAME.
           MOVE WS-GRP-TABLE      TO DDLH-TABLE-NAME.
           MOVE WS-CUR-DATE       TO DDLH-VERSION-DATE.
           MOVE WS-PREV-DATE      TO DDLH-PRIOR-DATE.
           MOVE WS-CUR-LINE-COUNT TO DDLH-LINE-NO.
           MOVE SPACE             TO DDLH-CONT-FLAG.
           MOVE SPACES            TO DDLH-LINE-TEXT.
           STRING FUNCTION TRIM(WS-CUR-TYPE) " - "
               FUNCTION TRIM(WS-REMOVED-EDIT) " LINES REMOVED, "
               FUNCTION TRIM(WS-ADDED-EDIT) " ADDED"
               DELIMITED BY SIZE INTO DDLH-LINE-TEXT.
           WRITE DDL-HIST-RPT-RECORD.

           MOVE 'BEFORE' TO DDLH-LINE-TYPE.
           PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
                   UNTIL WS-PREV-SUB > WS-PREV-LINE-COUNT
               IF WS-PREV-MATCH(WS-PREV-SUB) = 'N'
                   MOVE WS-PREV-SUB TO DDLH-LINE-NO
                   MOVE WS-PREV-CONT(WS-PREV-SUB) TO DDLH-CONT-FLAG
                   MOVE WS-PREV-TEXT(WS-PREV-SUB) TO DDLH-LINE-TEXT
                   WRITE DDL-HIST-RPT-RECORD
               END-IF
           END-PERFORM.

           MOVE 'AFTER' TO DDLH-LINE-TYPE.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-LINE-COUNT
               IF WS-CUR-MATCH(WS-CUR-SUB) = 'N'
                   MOVE WS-CUR-SUB TO DDLH-LINE-NO
                   MOVE WS-CUR-CONT(WS-CUR-SUB) TO DDLH-CONT-FLAG
                   MOVE WS-CUR-TEXT(WS-CUR-SUB) TO DDLH-LINE-TEXT
                   WRITE DDL-HIST-RPT-RECORD
               END-IF
           END-PERFORM.

      * Loads the selection; spaces in either field keep the
      * every-table default for it.
       READ-HIST-PARM-SECTION.
           OPEN INPUT DDL-HIST-PARM-FILE.
           IF WS-DDLHPARM-STATUS = "00"
               READ DDL-HIST-PARM-FILE
                   NOT AT END
                       IF DDLP-SCHEMA-NAME NOT = SPACES
                           MOVE DDLP-SCHEMA-NAME TO WS-SEL-SCHEMA
                       END-IF
                       IF DDLP-TABLE-PATTERN NOT = SPACES
                           MOVE DDLP-TABLE-PATTERN TO WS-SEL-PATTERN
                       END-IF
               END-READ
               CLOSE DDL-HIST-PARM-FILE
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
           CLOSE DDL-LIB-FILE.
           CLOSE DDL-HIST-RPT-FILE.
           CLOSE ERROR-LOG-FILE.
