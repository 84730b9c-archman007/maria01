       IDENTIFICATION DIVISION.
       PROGRAM-ID. DdlSnap.

      * Versioned DDL snapshot library. Captures SHOW CREATE TABLE
      * (SHOW CREATE VIEW for a view) for every table in the
      * night's table list (TABOUT, written by ListTables) and
      * keeps the text in the DDL library master, one record per
      * line, so "what did this table look like before the
      * release" is a lookup instead of a restore. A table only
      * gets a new version when its captured text differs from
      * the latest version already held; the version carries the
      * run date it was first seen on. DdlHist lists a table's
      * versions with the line-level before/after of each.
      *
      * SHOW CREATE TABLE carries the table option
      * AUTO_INCREMENT=<next value>, which moves with every insert.
      * It is cut out of the captured text before anything else
      * looks at it, so it is neither compared nor banked - an
      * active table doesn't become a new version every night.
      *
      * Classic old-master/new-master update, same arrangement as
      * StorTrend's history master: the table list is sorted on
      * schema/table, then balance-line merged with the old
      * library (DDLLIB, already in key order because this program
      * wrote it) into the new library (DDLNEW). NightRun catalogs
      * DDLNEW as the next run's DDLLIB once this step ends clean.
      * Tables no longer in the list keep their history. A rerun
      * on the same date replaces that date's version rather than
      * stacking a second one; a rerun whose capture then fails
      * falls back to the version before it until the next night.
      * Every table in the list gets a line in the snapshot report
      * (DDLSRPT).
      *
      * RETURN-CODE: 4 when any table's DDL could not be captured
      * or was too long to keep whole; 16 when a file or the
      * connection could not be opened - NightRun then leaves the
      * library as it was.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE-OUT-FILE ASSIGN TO "TABOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TABOUT-STATUS.
           SELECT SORTED-TAB-FILE ASSIGN TO "TABSRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TABSRT-STATUS.
           SELECT DDL-LIB-FILE ASSIGN TO "DDLLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLLIB-STATUS.
           SELECT DDL-NEW-FILE ASSIGN TO "DDLNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLNEW-STATUS.
           SELECT DDL-SNAP-FILE ASSIGN TO "DDLSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLSRPT-STATUS.
           SELECT DB-PARM-FILE ASSIGN TO "DBPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-OUT-FILE
           RECORDING MODE IS F.
       COPY TABOUT.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRTW-RUN-DATE       PIC X(10).
           05  SRTW-SCHEMA-NAME    PIC X(64).
           05  SRTW-TABLE-NAME     PIC X(100).

       FD  SORTED-TAB-FILE
           RECORDING MODE IS F.
       01  SORTED-TAB-RECORD.
           05  STAB-RUN-DATE       PIC X(10).
           05  STAB-SCHEMA-NAME    PIC X(64).
           05  STAB-TABLE-NAME     PIC X(100).

       FD  DDL-LIB-FILE
           RECORDING MODE IS F.
       COPY DDLLIB.

       FD  DDL-NEW-FILE
           RECORDING MODE IS F.
       01  DDL-NEW-RECORD.
           05  DDLN-SCHEMA-NAME    PIC X(64).
           05  DDLN-TABLE-NAME     PIC X(100).
           05  DDLN-VERSION-DATE   PIC X(10).
           05  DDLN-OBJECT-TYPE    PIC X(5).
           05  DDLN-LINE-NO        PIC 9(5).
           05  DDLN-CONT-FLAG      PIC X(1).
           05  DDLN-LINE-TEXT      PIC X(200).

       FD  DDL-SNAP-FILE
           RECORDING MODE IS F.
       COPY DDLSRPT.

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

      * Host variables for the table-type lookup and the SHOW
      * CREATE fetch. SHOW CREATE VIEW returns two columns more
      * than SHOW CREATE TABLE (the view's client character set
      * and collation); they are fetched and not kept.
       01  WS-SCHEMA-NAME     PIC X(64).
       01  WS-TABLE-NAME      PIC X(100).
       01  WS-TABLE-TYPE      PIC X(64).
       01  WS-DDL-NAME        PIC X(100).
       01  WS-DDL-TEXT        PIC X(65000).
       01  WS-VIEW-CHARSET    PIC X(64).
       01  WS-VIEW-COLLATION  PIC X(64).

      * The SHOW CREATE statement is built per table and prepared
      * as dynamic SQL - the table name can't be a host variable
      * in a static statement.
       01  WS-DDL-STMT        PIC X(300).

       01  WS-TABOUT-STATUS   PIC XX.
       01  WS-TABSRT-STATUS   PIC XX.
       01  WS-DDLLIB-STATUS   PIC XX.
       01  WS-DDLNEW-STATUS   PIC XX.
       01  WS-DDLSRPT-STATUS  PIC XX.
       01  WS-DBPARM-STATUS   PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-RUN-DATE        PIC X(10).
       01  WS-ERR-MESSAGE     PIC X(80).

       01  WS-EOF-SORTED      PIC X VALUE 'N'.
           88  END-OF-SORTED      VALUE 'Y'.
       01  WS-EOF-LIB         PIC X VALUE 'N'.
           88  END-OF-LIB         VALUE 'Y'.
       01  WS-SORTED-GOT      PIC X VALUE 'N'.
           88  SORTED-RECORD-GOT  VALUE 'Y'.

      * Balance-line merge keys - the listed table in hand vs the
      * library record in hand, both schema plus table, the order
      * the SORT and the library itself are in.
       01  WS-CUR-KEY.
           05  WS-CUR-SCHEMA      PIC X(64).
           05  WS-CUR-TABLE       PIC X(100).
       01  WS-LIB-KEY.
           05  WS-LIB-SCHEMA      PIC X(64).
           05  WS-LIB-TABLE       PIC X(100).

      * The latest version already in the library for the table in
      * hand, banked as its library records stream past, and the
      * text captured tonight, split the same way. Both bounded at
      * 2000 lines; a capture longer than that keeps its first
      * 2000 lines with an error logged.
       01  WS-OLD-DATE        PIC X(10).
       01  WS-OLD-TYPE        PIC X(5).
       01  WS-OLD-LINE-COUNT  PIC 9(5) VALUE 0.
       01  WS-OLD-LINE-TABLE.
           05  WS-OLD-LINE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OLD-LINE-COUNT.
               10  WS-OLD-CONT        PIC X(1).
               10  WS-OLD-TEXT        PIC X(200).

       01  WS-CUR-TYPE        PIC X(5).
       01  WS-NEW-LINE-COUNT  PIC 9(5) VALUE 0.
       01  WS-NEW-LINE-TABLE.
           05  WS-NEW-LINE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-NEW-LINE-COUNT.
               10  WS-NEW-CONT        PIC X(1).
               10  WS-NEW-TEXT        PIC X(200).
       01  WS-LIN-SUB         PIC 9(5) COMP.

      * Splitting work fields - the captured text is cut at each
      * line feed, and each line into 200-byte pieces.
       01  WS-DDL-LEN         PIC 9(5) COMP.
       01  WS-DDL-PTR         PIC 9(5) COMP.
       01  WS-DDL-LINE        PIC X(65000).
       01  WS-LINE-LEN        PIC 9(5) COMP.
       01  WS-SEG-START       PIC 9(5) COMP.
       01  WS-SEG-LEN         PIC 9(5) COMP.
       01  WS-SEG-FLAG        PIC X(1).
       01  WS-AUTO-INC-POS    PIC 9(5) COMP.
       01  WS-AUTO-INC-END    PIC 9(5) COMP.
       01  WS-AUTO-INC-DONE   PIC X VALUE 'N'.
       01  WS-LINES-FULL      PIC X VALUE 'N'.
           88  LINES-ARE-FULL     VALUE 'Y'.

       01  WS-CAPTURE-OK      PIC X VALUE 'N'.
           88  CAPTURE-IS-OK      VALUE 'Y'.
       01  WS-SAME-FLAG       PIC X VALUE 'N'.
           88  VERSION-IS-SAME    VALUE 'Y'.

       01  WS-NEW-COUNT       PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT   PIC 9(9) VALUE 0.
       01  WS-SQLERR-COUNT    PIC 9(9) VALUE 0.

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

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRTW-SCHEMA-NAME
                                SRTW-TABLE-NAME
               USING TABLE-OUT-FILE
               GIVING SORTED-TAB-FILE.

           OPEN INPUT SORTED-TAB-FILE.
           IF WS-TABSRT-STATUS NOT = "00"
               MOVE "SORTED-TAB-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT DDL-NEW-FILE.
           IF WS-DDLNEW-STATUS NOT = "00"
               MOVE "DDL-NEW-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT DDL-SNAP-FILE.
           IF WS-DDLSRPT-STATUS NOT = "00"
               MOVE "DDL-SNAP-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

      * No library yet (first run) is a normal condition: the
      * merge sees end-of-file on the old-master side and every
      * listed table gets its first version. Any other open
      * failure means a library that exists but can't be read,
      * and merging without it would discard every version held,
      * so that aborts instead.
           OPEN INPUT DDL-LIB-FILE.
           IF WS-DDLLIB-STATUS = "35"
               MOVE 'Y' TO WS-EOF-LIB
           ELSE
               IF WS-DDLLIB-STATUS NOT = "00"
                   MOVE "DDL-LIB-FILE OPEN FAILED" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-SECTION
                   GOBACK
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

           EXEC SQL
               DECLARE DDL-CSR CURSOR FOR DDL-STMT
           END-EXEC.

           MOVE SPACES TO WS-CUR-KEY.
           PERFORM READ-SORTED-SECTION.
           IF NOT END-OF-LIB
               PERFORM READ-LIB-SECTION
           END-IF.

           PERFORM UNTIL END-OF-SORTED AND END-OF-LIB
               EVALUATE TRUE
                   WHEN END-OF-SORTED
                       PERFORM COPY-LIB-SECTION
                   WHEN END-OF-LIB
                       PERFORM NEW-TABLE-SECTION
                   WHEN WS-LIB-KEY < WS-CUR-KEY
                       PERFORM COPY-LIB-SECTION
                   WHEN WS-LIB-KEY > WS-CUR-KEY
                       PERFORM NEW-TABLE-SECTION
                   WHEN OTHER
                       PERFORM MATCH-TABLE-SECTION
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               DISCONNECT
           END-EXEC.

           PERFORM CLOSE-FILES-SECTION.

           IF WS-SQLERR-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. New: " WS-NEW-COUNT
               " Changed: " WS-CHANGED-COUNT
               " Failed: " WS-SQLERR-COUNT.
           GOBACK.

      * Reads the next listed table into the merge key, skipping
      * blank names and a table listed twice (the sort brings the
      * repeats together, so comparing with the last key is
      * enough).
       READ-SORTED-SECTION.
           MOVE 'N' TO WS-SORTED-GOT.
           PERFORM UNTIL END-OF-SORTED OR SORTED-RECORD-GOT
               READ SORTED-TAB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SORTED
                   NOT AT END
                       IF STAB-SCHEMA-NAME NOT = SPACES
                           AND STAB-TABLE-NAME NOT = SPACES
                           AND (STAB-SCHEMA-NAME NOT = WS-CUR-SCHEMA
                                OR STAB-TABLE-NAME NOT = WS-CUR-TABLE)
                           MOVE STAB-SCHEMA-NAME TO WS-CUR-SCHEMA
                           MOVE STAB-TABLE-NAME  TO WS-CUR-TABLE
                           MOVE 'Y' TO WS-SORTED-GOT
                       END-IF
               END-READ
           END-PERFORM.

      * Reads the next old-library record and refreshes the merge
      * key for the library side.
       READ-LIB-SECTION.
           READ DDL-LIB-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-LIB
               NOT AT END
                   MOVE DDLB-SCHEMA-NAME TO WS-LIB-SCHEMA
                   MOVE DDLB-TABLE-NAME  TO WS-LIB-TABLE
           END-READ.

      * Carries the library record in hand forward unchanged - the
      * table isn't in tonight's list (dropped, or its schema
      * wasn't covered) and its versions are kept either way.
       COPY-LIB-SECTION.
           PERFORM WRITE-LIB-OUT-SECTION.
           PERFORM READ-LIB-SECTION.

       WRITE-LIB-OUT-SECTION.
           MOVE DDLB-SCHEMA-NAME  TO DDLN-SCHEMA-NAME.
           MOVE DDLB-TABLE-NAME   TO DDLN-TABLE-NAME.
           MOVE DDLB-VERSION-DATE TO DDLN-VERSION-DATE.
           MOVE DDLB-OBJECT-TYPE  TO DDLN-OBJECT-TYPE.
           MOVE DDLB-LINE-NO      TO DDLN-LINE-NO.
           MOVE DDLB-CONT-FLAG    TO DDLN-CONT-FLAG.
           MOVE DDLB-LINE-TEXT    TO DDLN-LINE-TEXT.
           WRITE DDL-NEW-RECORD.

      * Tonight's table has no versions in the library at all -
      * its capture, if it succeeds, is its first version.
       NEW-TABLE-SECTION.
           MOVE 0 TO WS-OLD-LINE-COUNT.
           MOVE SPACES TO WS-OLD-DATE WS-OLD-TYPE.
           PERFORM CAPTURE-DDL-SECTION.
           PERFORM POST-CAPTURE-SECTION.
           PERFORM READ-SORTED-SECTION.

      * Tonight's table has versions: copy them forward (except a
      * version already carrying today's date - a same-day rerun
      * replaces it), banking the latest one's lines as they
      * stream past, then capture tonight's text and add it as a
      * new version only if it differs from that latest one.
       MATCH-TABLE-SECTION.
           MOVE 0 TO WS-OLD-LINE-COUNT.
           MOVE SPACES TO WS-OLD-DATE WS-OLD-TYPE.
           PERFORM UNTIL END-OF-LIB
                   OR WS-LIB-KEY NOT = WS-CUR-KEY
               IF DDLB-VERSION-DATE NOT = WS-RUN-DATE
                   PERFORM WRITE-LIB-OUT-SECTION
                   PERFORM BANK-OLD-LINE-SECTION
               END-IF
               PERFORM READ-LIB-SECTION
           END-PERFORM.
           PERFORM CAPTURE-DDL-SECTION.
           PERFORM POST-CAPTURE-SECTION.
           PERFORM READ-SORTED-SECTION.

      * Versions arrive oldest first, so a change of version date
      * restarts the bank and whatever is banked when the group
      * ends is the latest version.
       BANK-OLD-LINE-SECTION.
           IF DDLB-VERSION-DATE NOT = WS-OLD-DATE
               MOVE 0 TO WS-OLD-LINE-COUNT
               MOVE DDLB-VERSION-DATE TO WS-OLD-DATE
               MOVE DDLB-OBJECT-TYPE  TO WS-OLD-TYPE
           END-IF.
           IF WS-OLD-LINE-COUNT < 2000
               ADD 1 TO WS-OLD-LINE-COUNT
               MOVE DDLB-CONT-FLAG TO WS-OLD-CONT(WS-OLD-LINE-COUNT)
               MOVE DDLB-LINE-TEXT TO WS-OLD-TEXT(WS-OLD-LINE-COUNT)
           END-IF.

      * Judges tonight's capture against the latest version held
      * and writes the table's snapshot report line. A failed
      * capture leaves the history exactly as it was copied.
       POST-CAPTURE-SECTION.
           MOVE WS-CUR-SCHEMA TO DDLS-SCHEMA-NAME.
           MOVE WS-CUR-TABLE  TO DDLS-TABLE-NAME.
           MOVE SPACES        TO DDLS-PRIOR-DATE.
           EVALUATE TRUE
               WHEN NOT CAPTURE-IS-OK
                   MOVE 'SQLERR'          TO DDLS-STATUS
                   MOVE WS-OLD-TYPE       TO DDLS-OBJECT-TYPE
                   MOVE WS-OLD-DATE       TO DDLS-VERSION-DATE
                   MOVE WS-OLD-LINE-COUNT TO DDLS-LINE-COUNT
               WHEN WS-OLD-LINE-COUNT = 0
                   PERFORM WRITE-VERSION-SECTION
                   ADD 1 TO WS-NEW-COUNT
                   MOVE 'NEW'             TO DDLS-STATUS
                   MOVE WS-CUR-TYPE       TO DDLS-OBJECT-TYPE
                   MOVE WS-RUN-DATE       TO DDLS-VERSION-DATE
                   MOVE WS-NEW-LINE-COUNT TO DDLS-LINE-COUNT
               WHEN OTHER
                   PERFORM COMPARE-VERSION-SECTION
                   IF VERSION-IS-SAME
                       MOVE 'UNCHANGED'       TO DDLS-STATUS
                       MOVE WS-OLD-DATE       TO DDLS-VERSION-DATE
                   ELSE
                       PERFORM WRITE-VERSION-SECTION
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE 'CHANGED'         TO DDLS-STATUS
                       MOVE WS-RUN-DATE       TO DDLS-VERSION-DATE
                       MOVE WS-OLD-DATE       TO DDLS-PRIOR-DATE
                   END-IF
                   MOVE WS-CUR-TYPE       TO DDLS-OBJECT-TYPE
                   MOVE WS-NEW-LINE-COUNT TO DDLS-LINE-COUNT
           END-EVALUATE.
           WRITE DDL-SNAP-RECORD.

      * Line-for-line comparison of tonight's capture with the
      * latest version held. A table turned view (or back) is a
      * change even if the text somehow matched.
       COMPARE-VERSION-SECTION.
           MOVE 'Y' TO WS-SAME-FLAG.
           IF WS-OLD-LINE-COUNT NOT = WS-NEW-LINE-COUNT
               OR WS-OLD-TYPE NOT = WS-CUR-TYPE
               MOVE 'N' TO WS-SAME-FLAG
           ELSE
               PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
                       UNTIL WS-LIN-SUB > WS-NEW-LINE-COUNT
                          OR NOT VERSION-IS-SAME
                   IF WS-OLD-LINE(WS-LIN-SUB)
                           NOT = WS-NEW-LINE(WS-LIN-SUB)
                       MOVE 'N' TO WS-SAME-FLAG
                   END-IF
               END-PERFORM
           END-IF.

      * Posts tonight's capture to the new library as a version
      * dated today. It sorts after every version already copied
      * for the table, so the library stays in key order.
       WRITE-VERSION-SECTION.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
                   UNTIL WS-LIN-SUB > WS-NEW-LINE-COUNT
               MOVE WS-CUR-SCHEMA TO DDLN-SCHEMA-NAME
               MOVE WS-CUR-TABLE  TO DDLN-TABLE-NAME
               MOVE WS-RUN-DATE   TO DDLN-VERSION-DATE
               MOVE WS-CUR-TYPE   TO DDLN-OBJECT-TYPE
               MOVE WS-LIN-SUB    TO DDLN-LINE-NO
               MOVE WS-NEW-CONT(WS-LIN-SUB) TO DDLN-CONT-FLAG
               MOVE WS-NEW-TEXT(WS-LIN-SUB) TO DDLN-LINE-TEXT
               WRITE DDL-NEW-RECORD
           END-PERFORM.

      * Captures the CREATE text for the table in hand. The
      * catalog's table_type decides between SHOW CREATE TABLE
      * and SHOW CREATE VIEW; a table that has gone since the
      * list was written fails the lookup and reports SQLERR.
       CAPTURE-DDL-SECTION.
           MOVE 'N' TO WS-CAPTURE-OK.
           MOVE 0 TO WS-NEW-LINE-COUNT.
           MOVE WS-CUR-SCHEMA TO WS-SCHEMA-NAME.
           MOVE WS-CUR-TABLE  TO WS-TABLE-NAME.

           EXEC SQL
               SELECT table_type INTO :WS-TABLE-TYPE
               FROM information_schema.tables
               WHERE table_schema = :WS-SCHEMA-NAME
                 AND table_name = :WS-TABLE-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "TABLE TYPE LOOKUP FAILED" TO WS-ERR-MESSAGE
               PERFORM CAPTURE-FAILED-SECTION
           ELSE
               MOVE SPACES TO WS-DDL-STMT
               IF WS-TABLE-TYPE = 'VIEW'
                   MOVE 'VIEW' TO WS-CUR-TYPE
                   STRING "SHOW CREATE VIEW `"
                       FUNCTION TRIM(WS-SCHEMA-NAME) "`.`"
                       FUNCTION TRIM(WS-TABLE-NAME) "`"
                       DELIMITED BY SIZE INTO WS-DDL-STMT
               ELSE
                   MOVE 'TABLE' TO WS-CUR-TYPE
                   STRING "SHOW CREATE TABLE `"
                       FUNCTION TRIM(WS-SCHEMA-NAME) "`.`"
                       FUNCTION TRIM(WS-TABLE-NAME) "`"
                       DELIMITED BY SIZE INTO WS-DDL-STMT
               END-IF
               PERFORM FETCH-DDL-SECTION
           END-IF.

       FETCH-DDL-SECTION.
           EXEC SQL
               PREPARE DDL-STMT FROM :WS-DDL-STMT
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "SHOW CREATE PREPARE FAILED" TO WS-ERR-MESSAGE
               PERFORM CAPTURE-FAILED-SECTION
           ELSE
               EXEC SQL
                   OPEN DDL-CSR
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "SHOW CREATE OPEN FAILED" TO WS-ERR-MESSAGE
                   PERFORM CAPTURE-FAILED-SECTION
               ELSE
                   MOVE SPACES TO WS-DDL-TEXT
                   IF WS-CUR-TYPE = 'VIEW'
                       EXEC SQL
                           FETCH DDL-CSR INTO :WS-DDL-NAME,
                               :WS-DDL-TEXT, :WS-VIEW-CHARSET,
                               :WS-VIEW-COLLATION
                       END-EXEC
                   ELSE
                       EXEC SQL
                           FETCH DDL-CSR INTO :WS-DDL-NAME,
                               :WS-DDL-TEXT
                       END-EXEC
                   END-IF
                   IF SQLCODE NOT = 0
                       MOVE "SHOW CREATE FETCH FAILED"
                           TO WS-ERR-MESSAGE
                       PERFORM CAPTURE-FAILED-SECTION
                   ELSE
                       IF WS-DDL-TEXT = SPACES
                           MOVE "SHOW CREATE RETURNED NO TEXT"
                               TO WS-ERR-MESSAGE
                           PERFORM CAPTURE-FAILED-SECTION
                       ELSE
                           PERFORM SPLIT-DDL-SECTION
                           MOVE 'Y' TO WS-CAPTURE-OK
                       END-IF
                   END-IF
                   EXEC SQL
                       CLOSE DDL-CSR
                   END-EXEC
               END-IF
           END-IF.

       CAPTURE-FAILED-SECTION.
           DISPLAY "DDL capture failed for " WS-TABLE-NAME
               " SQLCODE: " SQLCODE.
           PERFORM LOG-ERROR-SECTION.
           ADD 1 TO WS-SQLERR-COUNT.

      * Cuts the captured text into the line table: one entry per
      * line-feed-delimited line, a line longer than 200 bytes
      * continuing on further entries flagged 'C'. Text that fills
      * the whole fetch area was probably cut short by it, and is
      * kept as fetched with an error logged.
       SPLIT-DDL-SECTION.
           MOVE 'N' TO WS-LINES-FULL.
           IF WS-DDL-TEXT(65000:1) NOT = SPACE
               MOVE "DDL TEXT FILLS FETCH AREA, MAY BE CUT SHORT"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CUR-TYPE NOT = 'VIEW'
               PERFORM STRIP-AUTO-INC-SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DDL-TEXT TRAILING))
               TO WS-DDL-LEN.
           MOVE 1 TO WS-DDL-PTR.
           PERFORM UNTIL WS-DDL-PTR > WS-DDL-LEN OR LINES-ARE-FULL
               MOVE SPACES TO WS-DDL-LINE
               MOVE 0 TO WS-LINE-LEN
               UNSTRING WS-DDL-TEXT(1:WS-DDL-LEN)
                   DELIMITED BY X"0A"
                   INTO WS-DDL-LINE COUNT IN WS-LINE-LEN
                   WITH POINTER WS-DDL-PTR
               END-UNSTRING
               IF WS-LINE-LEN = 0
                   MOVE SPACE  TO WS-SEG-FLAG
                   MOVE 1      TO WS-SEG-START
                   MOVE 1      TO WS-SEG-LEN
                   PERFORM BANK-NEW-LINE-SECTION
               ELSE
                   MOVE SPACE TO WS-SEG-FLAG
                   PERFORM VARYING WS-SEG-START FROM 1 BY 200
                           UNTIL WS-SEG-START > WS-LINE-LEN
                              OR LINES-ARE-FULL
                       COMPUTE WS-SEG-LEN =
                           WS-LINE-LEN - WS-SEG-START + 1
                       IF WS-SEG-LEN > 200
                           MOVE 200 TO WS-SEG-LEN
                       END-IF
                       PERFORM BANK-NEW-LINE-SECTION
                       MOVE 'C' TO WS-SEG-FLAG
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Cuts the " AUTO_INCREMENT=nnn" table option out of the
      * captured text, closing the gap. The column attribute of
      * the same name has no "=" and is left alone.
       STRIP-AUTO-INC-SECTION.
           MOVE 0 TO WS-AUTO-INC-POS.
           INSPECT WS-DDL-TEXT TALLYING WS-AUTO-INC-POS
               FOR CHARACTERS BEFORE INITIAL " AUTO_INCREMENT=".
           IF WS-AUTO-INC-POS < 65000
               ADD 1 TO WS-AUTO-INC-POS
               COMPUTE WS-AUTO-INC-END = WS-AUTO-INC-POS + 16
               MOVE 'N' TO WS-AUTO-INC-DONE
               PERFORM UNTIL WS-AUTO-INC-END > 65000
                          OR WS-AUTO-INC-DONE = 'Y'
                   IF WS-DDL-TEXT(WS-AUTO-INC-END:1) IS NUMERIC
                       ADD 1 TO WS-AUTO-INC-END
                   ELSE
                       MOVE 'Y' TO WS-AUTO-INC-DONE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-DDL-LINE
               IF WS-AUTO-INC-END <= 65000
                   MOVE WS-DDL-TEXT(WS-AUTO-INC-END:) TO WS-DDL-LINE
               END-IF
               MOVE WS-DDL-LINE TO WS-DDL-TEXT(WS-AUTO-INC-POS:)
           END-IF.

       BANK-NEW-LINE-SECTION.
           IF WS-NEW-LINE-COUNT >= 2000
               MOVE "DDL EXCEEDS 2000 LINES, VERSION CUT SHORT"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LINES-FULL
           ELSE
               ADD 1 TO WS-NEW-LINE-COUNT
               MOVE WS-SEG-FLAG TO WS-NEW-CONT(WS-NEW-LINE-COUNT)
               MOVE WS-DDL-LINE(WS-SEG-START:WS-SEG-LEN)
                   TO WS-NEW-TEXT(WS-NEW-LINE-COUNT)
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
           CLOSE SORTED-TAB-FILE.
           CLOSE DDL-LIB-FILE.
           CLOSE DDL-NEW-FILE.
           CLOSE DDL-SNAP-FILE.
           CLOSE ERROR-LOG-FILE.
