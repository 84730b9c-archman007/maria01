       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvtFeed.

      * Outbound event feed to the enterprise monitoring and
      * ticketing system. Everything the night chain finds used
      * to sit in flat files until the 6 AM turnover read
      * MornRpt; this step turns the exception files - ALERTRPT,
      * FCSTRPT, ROWVRPT, AMTVRPT, GRNTEXCP - and the failed
      * steps in RUNSTAT into fixed-format events (EVTFEED) the
      * monitoring agent picks up, so a BREACHED capacity
      * forecast or an out-of-balance amount pages the on-call
      * DBA the night it happens.
      *
      * Each condition has a stable event key (source file, kind
      * of exception, schema, table, and the column / grantee /
      * step that tells two conditions on one table apart), and
      * the open-event master (EVTOPEN) remembers every key
      * already sent. Old-master/new-master in the StorTrend
      * manner: tonight's conditions are sorted on the key and
      * balance-line merged with EVTOPEN into EVTONEW, which
      * NightRun catalogs as the next run's EVTOPEN once this step
      * ends below 8.
      *   - a condition not in the master opens a ticket (OPEN);
      *   - a condition still there updates its ticket (UPDATE);
      *   - a master entry not raised tonight has cleared and is
      *     closed (CLOSE) - but only when its source can be
      *     trusted to have reported everything tonight. A source
      *     whose step was SKIPPED left last night's file behind,
      *     and one whose step ended on an error may have stopped
      *     part way; their open events are carried forward
      *     untouched rather than closed on missing evidence.
      *     RowVerify and AmtVerify end on 8 to report an out-of-
      *     balance table, so their reports count as complete
      *     below 16; the other steps' below 8. A source whose
      *     step isn't in tonight's RUNSTAT (CapFcast runs on its
      *     own) is trusted whenever its file is there.
      * Built-in severities - CRITICAL pages, the rest ticket:
      *   FCSTRPT  BREACHED CRITICAL   PLAN MINOR
      *   AMTVRPT  OOB CRITICAL   SQLERR MAJOR
      *            NOCTL / NOTABLE MINOR
      *   ROWVRPT  OOB / SQLERR MAJOR   NOCTL / NOTABLE MINOR
      *   ALERTRPT BYTES / ROWS MAJOR   GROWTH MINOR
      *   GRNTEXCP NEW / MISSING MAJOR
      *   RUNSTAT  STEPFAIL (a FAILED step) MAJOR
      * EVTPARM (optional) overrides any of them per source and
      * condition, or silences one with NONE.
      *
      * RETURN-CODE: 4 when a source file exists but can't be
      * read (its conditions are treated as not reported); 16
      * when the event, work or master files can't be opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-RPT-FILE ASSIGN TO "ALERTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTRPT-STATUS.
           SELECT FCST-RPT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FCSTRPT-STATUS.
           SELECT ROW-VERIFY-FILE ASSIGN TO "ROWVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROWVRPT-STATUS.
           SELECT AMT-VERIFY-FILE ASSIGN TO "AMTVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AMTVRPT-STATUS.
           SELECT GRANT-EXCP-FILE ASSIGN TO "GRNTEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRNTEXCP-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT EVENT-PARM-FILE ASSIGN TO "EVTPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVTPARM-STATUS.
           SELECT COND-FILE ASSIGN TO "EVTCOND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVTCOND-STATUS.
           SELECT SORTED-COND-FILE ASSIGN TO "EVTCSRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVTCSRT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT OPEN-IN-FILE ASSIGN TO "EVTOPEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPENIN-STATUS.
           SELECT OPEN-OUT-FILE ASSIGN TO "EVTONEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPENOUT-STATUS.
           SELECT EVENT-FEED-FILE ASSIGN TO "EVTFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVTFEED-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-RPT-FILE
           RECORDING MODE IS F.
       COPY ALERTRPT.

       FD  FCST-RPT-FILE
           RECORDING MODE IS F.
       COPY FCSTRPT.

       FD  ROW-VERIFY-FILE
           RECORDING MODE IS F.
       COPY ROWVRPT.

       FD  AMT-VERIFY-FILE
           RECORDING MODE IS F.
       COPY AMTVRPT.

       FD  GRANT-EXCP-FILE
           RECORDING MODE IS F.
       COPY GRNTEXCP.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  EVENT-PARM-FILE
           RECORDING MODE IS F.
       COPY EVTPARM.

      * Tonight's conditions as raised, before sorting.
       FD  COND-FILE
           RECORDING MODE IS F.
       01  COND-RECORD.
           05  ECND-EVENT-KEY.
               10  ECND-SOURCE         PIC X(8).
               10  ECND-CONDITION      PIC X(8).
               10  ECND-SCHEMA-NAME    PIC X(64).
               10  ECND-TABLE-NAME     PIC X(100).
               10  ECND-DETAIL         PIC X(130).
           05  ECND-SEVERITY       PIC X(8).
           05  ECND-NOTIFY         PIC X(6).
           05  ECND-MESSAGE        PIC X(120).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRTW-EVENT-KEY      PIC X(310).
           05  SRTW-SEVERITY       PIC X(8).
           05  SRTW-NOTIFY         PIC X(6).
           05  SRTW-MESSAGE        PIC X(120).

       FD  SORTED-COND-FILE
           RECORDING MODE IS F.
       01  SORTED-COND-RECORD.
           05  ECSR-EVENT-KEY.
               10  ECSR-SOURCE         PIC X(8).
               10  ECSR-CONDITION      PIC X(8).
               10  ECSR-SCHEMA-NAME    PIC X(64).
               10  ECSR-TABLE-NAME     PIC X(100).
               10  ECSR-DETAIL         PIC X(130).
           05  ECSR-SEVERITY       PIC X(8).
           05  ECSR-NOTIFY         PIC X(6).
           05  ECSR-MESSAGE        PIC X(120).

       FD  OPEN-IN-FILE
           RECORDING MODE IS F.
       COPY EVTOPEN.

       FD  OPEN-OUT-FILE
           RECORDING MODE IS F.
       01  OPEN-OUT-RECORD.
           05  EVNW-EVENT-KEY      PIC X(310).
           05  EVNW-SEVERITY       PIC X(8).
           05  EVNW-NOTIFY         PIC X(6).
           05  EVNW-FIRST-DATE     PIC X(10).
           05  EVNW-LAST-DATE      PIC X(10).
           05  EVNW-NIGHTS         PIC 9(5).
           05  EVNW-MESSAGE        PIC X(120).

       FD  EVENT-FEED-FILE
           RECORDING MODE IS F.
       COPY EVTFEED.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.

       01  WS-ALERTRPT-STATUS PIC XX.
       01  WS-FCSTRPT-STATUS  PIC XX.
       01  WS-ROWVRPT-STATUS  PIC XX.
       01  WS-AMTVRPT-STATUS  PIC XX.
       01  WS-GRNTEXCP-STATUS PIC XX.
       01  WS-RUNSTAT-STATUS  PIC XX.
       01  WS-EVTPARM-STATUS  PIC XX.
       01  WS-EVTCOND-STATUS  PIC XX.
       01  WS-EVTCSRT-STATUS  PIC XX.
       01  WS-OPENIN-STATUS   PIC XX.
       01  WS-OPENOUT-STATUS  PIC XX.
       01  WS-EVTFEED-STATUS  PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-RUN-DATE        PIC X(10).
       01  WS-ERR-MESSAGE     PIC X(80).

      * DSN column of the shared error-log record; this program
      * never connects anywhere, so it stamps its own name there.
       01  WS-ERR-SOURCE      PIC X(50) VALUE 'EvtFeed'.

       01  WS-EOF-SOURCE      PIC X VALUE 'N'.
           88  END-OF-SOURCE      VALUE 'Y'.
       01  WS-EOF-SORTED      PIC X VALUE 'N'.
           88  END-OF-SORTED      VALUE 'Y'.
       01  WS-EOF-OPEN        PIC X VALUE 'N'.
           88  END-OF-OPEN        VALUE 'Y'.
       01  WS-EOF-EVTPARM     PIC X VALUE 'N'.
           88  END-OF-EVTPARM     VALUE 'Y'.

      * Tonight's run-status records: step, status, return code.
       01  WS-RST-COUNT       PIC 9(3) VALUE 0.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RST-COUNT
                   INDEXED BY WS-RST-IDX.
               10  WS-RST-STEP        PIC X(12).
               10  WS-RST-STATUS      PIC X(8).
               10  WS-RST-RC          PIC 9(2).
       01  WS-LOOK-STEP       PIC X(12).
       01  WS-LOOK-STATUS     PIC X(8).
       01  WS-LOOK-RC         PIC 9(2).

      * Whether each source reported tonight (AVAIL - raise its
      * conditions) and whether it can be trusted to have
      * reported all of them (CLOSABLE - close what it left out).
       01  WS-SOURCE-STATUS   PIC XX.
       01  WS-SOURCE-NAME     PIC X(8).
       01  WS-RC-LIMIT        PIC 9(2).
       01  WS-SRC-AVAIL       PIC X.
       01  WS-SRC-CLOSABLE    PIC X.
       01  WS-ALRT-AVAIL      PIC X VALUE 'N'.
       01  WS-ALRT-CLOSABLE   PIC X VALUE 'N'.
       01  WS-FCST-AVAIL      PIC X VALUE 'N'.
       01  WS-FCST-CLOSABLE   PIC X VALUE 'N'.
       01  WS-RVFY-AVAIL      PIC X VALUE 'N'.
       01  WS-RVFY-CLOSABLE   PIC X VALUE 'N'.
       01  WS-AVFY-AVAIL      PIC X VALUE 'N'.
       01  WS-AVFY-CLOSABLE   PIC X VALUE 'N'.
       01  WS-GEXC-AVAIL      PIC X VALUE 'N'.
       01  WS-GEXC-CLOSABLE   PIC X VALUE 'N'.

      * Severity overrides from EVTPARM.
       01  WS-EPM-COUNT       PIC 9(3) VALUE 0.
       01  WS-EPM-TABLE.
           05  WS-EPM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EPM-COUNT
                   INDEXED BY WS-EPM-IDX.
               10  WS-EPM-SOURCE      PIC X(8).
               10  WS-EPM-CONDITION   PIC X(8).
               10  WS-EPM-SEVERITY    PIC X(8).
               10  WS-EPM-NOTIFY      PIC X(6).

      * The condition being raised, filled in by each source.
       01  WS-EVT-COND.
           05  WS-EVT-KEY.
               10  WS-EVT-SOURCE      PIC X(8).
               10  WS-EVT-CONDITION   PIC X(8).
               10  WS-EVT-SCHEMA      PIC X(64).
               10  WS-EVT-TABLE       PIC X(100).
               10  WS-EVT-DETAIL      PIC X(130).
           05  WS-EVT-SEVERITY    PIC X(8).
           05  WS-EVT-NOTIFY      PIC X(6).
           05  WS-EVT-MESSAGE     PIC X(120).

      * Balance-line merge keys - tonight's condition vs the
      * open-event master record in hand.
       01  WS-CUR-KEY         PIC X(310) VALUE LOW-VALUES.
       01  WS-OPEN-KEY        PIC X(310).
       01  WS-DUP-FLAG        PIC X.

      * Edited numbers for the message text
       01  WS-ZED-15          PIC Z(14)9.
       01  WS-ZED-15-B        PIC Z(14)9.
       01  WS-ZED-AMT         PIC -(14)9.99.
       01  WS-ZED-AMT-B       PIC -(14)9.99.
       01  WS-ZED-PCT         PIC -(7)9.99.
       01  WS-ZED-DAYS        PIC Z(4)9.

       01  WS-RAISED-COUNT    PIC 9(7) VALUE 0.
       01  WS-OPENED-COUNT    PIC 9(7) VALUE 0.
       01  WS-UPDATED-COUNT   PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT    PIC 9(7) VALUE 0.
       01  WS-CARRIED-COUNT   PIC 9(7) VALUE 0.

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

           PERFORM READ-EVENT-PARM-SECTION.
           PERFORM LOAD-RUN-STATUS-SECTION.

           OPEN OUTPUT COND-FILE.
           IF WS-EVTCOND-STATUS NOT = "00"
               MOVE "COND-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               CLOSE ERROR-LOG-FILE
               GOBACK
           END-IF.

           PERFORM ALERT-SOURCE-SECTION.
           PERFORM FCST-SOURCE-SECTION.
           PERFORM ROWV-SOURCE-SECTION.
           PERFORM AMTV-SOURCE-SECTION.
           PERFORM GRANT-SOURCE-SECTION.
           PERFORM STEP-SOURCE-SECTION.
           CLOSE COND-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRTW-EVENT-KEY
               USING COND-FILE
               GIVING SORTED-COND-FILE.

           OPEN INPUT SORTED-COND-FILE.
           IF WS-EVTCSRT-STATUS NOT = "00"
               MOVE "SORTED-COND-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT OPEN-OUT-FILE.
           IF WS-OPENOUT-STATUS NOT = "00"
               MOVE "OPEN-OUT-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT EVENT-FEED-FILE.
           IF WS-EVTFEED-STATUS NOT = "00"
               MOVE "EVENT-FEED-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

      * No open-event master yet is the first night, not an
      * error; any other open failure means a master that exists
      * but can't be read, and merging without it would reopen
      * every ticket and never close the old ones, so that
      * aborts instead.
           OPEN INPUT OPEN-IN-FILE.
           IF WS-OPENIN-STATUS = "35"
               MOVE 'Y' TO WS-EOF-OPEN
           ELSE
               IF WS-OPENIN-STATUS NOT = "00"
                   MOVE "OPEN-IN-FILE OPEN FAILED" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-SECTION
                   GOBACK
               END-IF
           END-IF.

           PERFORM READ-SORTED-SECTION.
           IF NOT END-OF-OPEN
               PERFORM READ-OPEN-SECTION
           END-IF.

           PERFORM UNTIL END-OF-SORTED AND END-OF-OPEN
               EVALUATE TRUE
                   WHEN END-OF-SORTED
                       PERFORM CLEARED-EVENT-SECTION
                   WHEN END-OF-OPEN
                       PERFORM NEW-EVENT-SECTION
                   WHEN WS-OPEN-KEY < WS-CUR-KEY
                       PERFORM CLEARED-EVENT-SECTION
                   WHEN WS-OPEN-KEY > WS-CUR-KEY
                       PERFORM NEW-EVENT-SECTION
                   WHEN OTHER
                       PERFORM CONTINUED-EVENT-SECTION
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES-SECTION.

           DISPLAY "Done. Opened: " WS-OPENED-COUNT
               " Updated: " WS-UPDATED-COUNT
               " Closed: " WS-CLOSED-COUNT
               " Carried: " WS-CARRIED-COUNT.
           GOBACK.

      *----------------------------------------------------------
      * Source readers. Each decides whether its file reported
      * tonight, then raises one condition per exception line.
      *----------------------------------------------------------
       ALERT-SOURCE-SECTION.
           MOVE 'N' TO WS-EOF-SOURCE.
           OPEN INPUT ALERT-RPT-FILE.
           MOVE WS-ALERTRPT-STATUS TO WS-SOURCE-STATUS.
           MOVE 'ALERTRPT'   TO WS-SOURCE-NAME.
           MOVE 'ListTables' TO WS-LOOK-STEP.
           MOVE 8            TO WS-RC-LIMIT.
           PERFORM SOURCE-STATE-SECTION.
           MOVE WS-SRC-AVAIL    TO WS-ALRT-AVAIL.
           MOVE WS-SRC-CLOSABLE TO WS-ALRT-CLOSABLE.
           IF WS-SRC-AVAIL = 'Y'
               PERFORM UNTIL END-OF-SOURCE
                   READ ALERT-RPT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SOURCE
                       NOT AT END
                           PERFORM ALERT-CONDITION-SECTION
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SOURCE-STATUS = "00"
               CLOSE ALERT-RPT-FILE
           END-IF.

       ALERT-CONDITION-SECTION.
           MOVE SPACES           TO WS-EVT-COND.
           MOVE 'ALERTRPT'       TO WS-EVT-SOURCE.
           MOVE ALRT-REASON      TO WS-EVT-CONDITION.
           MOVE ALRT-SCHEMA-NAME TO WS-EVT-SCHEMA.
           MOVE ALRT-TABLE-NAME  TO WS-EVT-TABLE.
           IF ALRT-IS-GROWTH
               MOVE 'MINOR' TO WS-EVT-SEVERITY
           ELSE
               MOVE 'MAJOR' TO WS-EVT-SEVERITY
           END-IF.
           MOVE ALRT-LIMIT-VALUE  TO WS-ZED-15.
           MOVE ALRT-ACTUAL-VALUE TO WS-ZED-15-B.
           STRING "CAPACITY ALERT " FUNCTION TRIM(ALRT-REASON)
               " LIMIT=" FUNCTION TRIM(WS-ZED-15)
               " ACTUAL=" FUNCTION TRIM(WS-ZED-15-B)
               DELIMITED BY SIZE INTO WS-EVT-MESSAGE
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           PERFORM RAISE-CONDITION-SECTION.

      * One condition per table whatever its flag, so a PLAN
      * that turns BREACHED escalates the same ticket. WATCH is
      * not an exception.
       FCST-SOURCE-SECTION.
           MOVE 'N' TO WS-EOF-SOURCE.
           OPEN INPUT FCST-RPT-FILE.
           MOVE WS-FCSTRPT-STATUS TO WS-SOURCE-STATUS.
           MOVE 'FCSTRPT'    TO WS-SOURCE-NAME.
           MOVE 'CapFcast'   TO WS-LOOK-STEP.
           MOVE 8            TO WS-RC-LIMIT.
           PERFORM SOURCE-STATE-SECTION.
           MOVE WS-SRC-AVAIL    TO WS-FCST-AVAIL.
           MOVE WS-SRC-CLOSABLE TO WS-FCST-CLOSABLE.
           IF WS-SRC-AVAIL = 'Y'
               PERFORM UNTIL END-OF-SOURCE
                   READ FCST-RPT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SOURCE
                       NOT AT END
                           IF FCST-IS-BREACHED OR FCST-IS-PLAN
                               PERFORM FCST-CONDITION-SECTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SOURCE-STATUS = "00"
               CLOSE FCST-RPT-FILE
           END-IF.

       FCST-CONDITION-SECTION.
           MOVE SPACES           TO WS-EVT-COND.
           MOVE 'FCSTRPT'        TO WS-EVT-SOURCE.
           MOVE 'CAPACITY'       TO WS-EVT-CONDITION.
           MOVE FCST-SCHEMA-NAME TO WS-EVT-SCHEMA.
           MOVE FCST-TABLE-NAME  TO WS-EVT-TABLE.
           IF FCST-DAYS-TO-BYTES <= FCST-DAYS-TO-ROWS
               MOVE FCST-CUR-BYTES     TO WS-ZED-15
               MOVE FCST-MAX-BYTES     TO WS-ZED-15-B
               MOVE FCST-DAYS-TO-BYTES TO WS-ZED-DAYS
           ELSE
               MOVE FCST-CUR-ROWS      TO WS-ZED-15
               MOVE FCST-MAX-ROWS      TO WS-ZED-15-B
               MOVE FCST-DAYS-TO-ROWS  TO WS-ZED-DAYS
           END-IF.
           IF FCST-IS-BREACHED
               MOVE 'CRITICAL' TO WS-EVT-SEVERITY
               IF FCST-DAYS-TO-BYTES <= FCST-DAYS-TO-ROWS
                   STRING "CAPACITY LIMIT BREACHED BYTES="
                       FUNCTION TRIM(WS-ZED-15)
                       " LIMIT=" FUNCTION TRIM(WS-ZED-15-B)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               ELSE
                   STRING "CAPACITY LIMIT BREACHED ROWS="
                       FUNCTION TRIM(WS-ZED-15)
                       " LIMIT=" FUNCTION TRIM(WS-ZED-15-B)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           ELSE
               MOVE 'MINOR' TO WS-EVT-SEVERITY
               IF FCST-DAYS-TO-BYTES <= FCST-DAYS-TO-ROWS
                   STRING "CAPACITY LIMIT IN "
                       FUNCTION TRIM(WS-ZED-DAYS)
                       " DAYS BYTES=" FUNCTION TRIM(WS-ZED-15)
                       " LIMIT=" FUNCTION TRIM(WS-ZED-15-B)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               ELSE
                   STRING "CAPACITY LIMIT IN "
                       FUNCTION TRIM(WS-ZED-DAYS)
                       " DAYS ROWS=" FUNCTION TRIM(WS-ZED-15)
                       " LIMIT=" FUNCTION TRIM(WS-ZED-15-B)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-IF.
           PERFORM RAISE-CONDITION-SECTION.

      * RowVerify ends on 8 to report an out-of-balance count,
      * so its report is complete below 16.
       ROWV-SOURCE-SECTION.
           MOVE 'N' TO WS-EOF-SOURCE.
           OPEN INPUT ROW-VERIFY-FILE.
           MOVE WS-ROWVRPT-STATUS TO WS-SOURCE-STATUS.
           MOVE 'ROWVRPT'    TO WS-SOURCE-NAME.
           MOVE 'RowVerify'  TO WS-LOOK-STEP.
           MOVE 16           TO WS-RC-LIMIT.
           PERFORM SOURCE-STATE-SECTION.
           MOVE WS-SRC-AVAIL    TO WS-RVFY-AVAIL.
           MOVE WS-SRC-CLOSABLE TO WS-RVFY-CLOSABLE.
           IF WS-SRC-AVAIL = 'Y'
               PERFORM UNTIL END-OF-SOURCE
                   READ ROW-VERIFY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SOURCE
                       NOT AT END
                           IF NOT RVFY-IS-OK
                               PERFORM ROWV-CONDITION-SECTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SOURCE-STATUS = "00"
               CLOSE ROW-VERIFY-FILE
           END-IF.

       ROWV-CONDITION-SECTION.
           MOVE SPACES           TO WS-EVT-COND.
           MOVE 'ROWVRPT'        TO WS-EVT-SOURCE.
           MOVE RVFY-STATUS      TO WS-EVT-CONDITION.
           MOVE RVFY-SCHEMA-NAME TO WS-EVT-SCHEMA.
           MOVE RVFY-TABLE-NAME  TO WS-EVT-TABLE.
           MOVE RVFY-EXPECTED-ROWS TO WS-ZED-15.
           MOVE RVFY-ACTUAL-ROWS   TO WS-ZED-15-B.
           MOVE RVFY-DIFF-PCT      TO WS-ZED-PCT.
           EVALUATE TRUE
               WHEN RVFY-IS-OOB
                   MOVE 'MAJOR' TO WS-EVT-SEVERITY
                   STRING "ROW COUNT OUT OF BALANCE EXPECTED="
                       FUNCTION TRIM(WS-ZED-15)
                       " ACTUAL=" FUNCTION TRIM(WS-ZED-15-B)
                       " PCT=" FUNCTION TRIM(WS-ZED-PCT)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               WHEN RVFY-IS-SQLERR
                   MOVE 'MAJOR' TO WS-EVT-SEVERITY
                   MOVE "ROW COUNT QUERY FAILED" TO WS-EVT-MESSAGE
               WHEN RVFY-IS-NOCTL
                   MOVE 'MINOR' TO WS-EVT-SEVERITY
                   MOVE "TABLE COUNTED BUT HAS NO ROW-COUNT CONTROL"
                       TO WS-EVT-MESSAGE
               WHEN OTHER
                   MOVE 'MINOR' TO WS-EVT-SEVERITY
                   MOVE "ROW-COUNT CONTROL FOR A TABLE NOT IN THE RUN"
                       TO WS-EVT-MESSAGE
           END-EVALUATE.
           PERFORM RAISE-CONDITION-SECTION.

      * AmtVerify, like RowVerify, ends on 8 to report an out-of-
      * balance amount. One condition per table and column.
       AMTV-SOURCE-SECTION.
           MOVE 'N' TO WS-EOF-SOURCE.
           OPEN INPUT AMT-VERIFY-FILE.
           MOVE WS-AMTVRPT-STATUS TO WS-SOURCE-STATUS.
           MOVE 'AMTVRPT'    TO WS-SOURCE-NAME.
           MOVE 'AmtVerify'  TO WS-LOOK-STEP.
           MOVE 16           TO WS-RC-LIMIT.
           PERFORM SOURCE-STATE-SECTION.
           MOVE WS-SRC-AVAIL    TO WS-AVFY-AVAIL.
           MOVE WS-SRC-CLOSABLE TO WS-AVFY-CLOSABLE.
           IF WS-SRC-AVAIL = 'Y'
               PERFORM UNTIL END-OF-SOURCE
                   READ AMT-VERIFY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SOURCE
                       NOT AT END
                           IF NOT AVFY-IS-OK
                               PERFORM AMTV-CONDITION-SECTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SOURCE-STATUS = "00"
               CLOSE AMT-VERIFY-FILE
           END-IF.

       AMTV-CONDITION-SECTION.
           MOVE SPACES           TO WS-EVT-COND.
           MOVE 'AMTVRPT'        TO WS-EVT-SOURCE.
           MOVE AVFY-STATUS      TO WS-EVT-CONDITION.
           MOVE AVFY-SCHEMA-NAME TO WS-EVT-SCHEMA.
           MOVE AVFY-TABLE-NAME  TO WS-EVT-TABLE.
           MOVE AVFY-COLUMN-NAME TO WS-EVT-DETAIL.
           MOVE AVFY-EXPECTED-AMT TO WS-ZED-AMT.
           MOVE AVFY-ACTUAL-AMT   TO WS-ZED-AMT-B.
           MOVE AVFY-DIFF-PCT     TO WS-ZED-PCT.
           EVALUATE TRUE
               WHEN AVFY-IS-OOB
                   MOVE 'CRITICAL' TO WS-EVT-SEVERITY
                   STRING "AMOUNT OUT OF BALANCE "
                       FUNCTION TRIM(AVFY-COLUMN-NAME)
                       " EXPECTED=" FUNCTION TRIM(WS-ZED-AMT)
                       " ACTUAL=" FUNCTION TRIM(WS-ZED-AMT-B)
                       " PCT=" FUNCTION TRIM(WS-ZED-PCT)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               WHEN AVFY-IS-SQLERR
                   MOVE 'MAJOR' TO WS-EVT-SEVERITY
                   STRING "AMOUNT SUM QUERY FAILED "
                       FUNCTION TRIM(AVFY-COLUMN-NAME)
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               WHEN AVFY-IS-NOCTL
                   MOVE 'MINOR' TO WS-EVT-SEVERITY
                   MOVE "AMOUNT CONTROL HAS NO USABLE COLUMN NAME"
                       TO WS-EVT-MESSAGE
               WHEN OTHER
                   MOVE 'MINOR' TO WS-EVT-SEVERITY
                   MOVE "AMOUNT CONTROL FOR A TABLE NOT IN THE RUN"
                       TO WS-EVT-MESSAGE
           END-EVALUATE.
           PERFORM RAISE-CONDITION-SECTION.

      * One condition per table, grantee and privilege.
       GRANT-SOURCE-SECTION.
           MOVE 'N' TO WS-EOF-SOURCE.
           OPEN INPUT GRANT-EXCP-FILE.
           MOVE WS-GRNTEXCP-STATUS TO WS-SOURCE-STATUS.
           MOVE 'GRNTEXCP'   TO WS-SOURCE-NAME.
           MOVE 'GrantAudit' TO WS-LOOK-STEP.
           MOVE 8            TO WS-RC-LIMIT.
           PERFORM SOURCE-STATE-SECTION.
           MOVE WS-SRC-AVAIL    TO WS-GEXC-AVAIL.
           MOVE WS-SRC-CLOSABLE TO WS-GEXC-CLOSABLE.
           IF WS-SRC-AVAIL = 'Y'
               PERFORM UNTIL END-OF-SOURCE
                   READ GRANT-EXCP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SOURCE
                       NOT AT END
                           PERFORM GRANT-CONDITION-SECTION
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SOURCE-STATUS = "00"
               CLOSE GRANT-EXCP-FILE
           END-IF.

       GRANT-CONDITION-SECTION.
           MOVE SPACES              TO WS-EVT-COND.
           MOVE 'GRNTEXCP'          TO WS-EVT-SOURCE.
           MOVE GEXC-EXCEPTION-TYPE TO WS-EVT-CONDITION.
           MOVE GEXC-SCHEMA-NAME    TO WS-EVT-SCHEMA.
           MOVE GEXC-TABLE-NAME     TO WS-EVT-TABLE.
           MOVE GEXC-GRANTEE        TO WS-EVT-DETAIL(1:100).
           MOVE GEXC-PRIVILEGE      TO WS-EVT-DETAIL(101:30).
           MOVE 'MAJOR'             TO WS-EVT-SEVERITY.
           STRING FUNCTION TRIM(GEXC-GRANTEE) " HOLDS "
               FUNCTION TRIM(GEXC-PRIVILEGE)
               " ON A TABLE FLAGGED "
               FUNCTION TRIM(GEXC-EXCEPTION-TYPE)
               DELIMITED BY SIZE INTO WS-EVT-MESSAGE
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           PERFORM RAISE-CONDITION-SECTION.

      * One condition per FAILED step in tonight's RUNSTAT.
       STEP-SOURCE-SECTION.
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               IF WS-RST-STATUS(WS-RST-IDX) = 'FAILED'
                   MOVE SPACES     TO WS-EVT-COND
                   MOVE 'RUNSTAT'  TO WS-EVT-SOURCE
                   MOVE 'STEPFAIL' TO WS-EVT-CONDITION
                   MOVE WS-RST-STEP(WS-RST-IDX) TO WS-EVT-DETAIL
                   MOVE 'MAJOR'    TO WS-EVT-SEVERITY
                   STRING "STEP "
                       FUNCTION TRIM(WS-RST-STEP(WS-RST-IDX))
                       " FAILED RC " WS-RST-RC(WS-RST-IDX)
                       " - NIGHT CHAIN HELD"
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
                   PERFORM RAISE-CONDITION-SECTION
               END-IF
           END-PERFORM.

      * Decides whether the source file just opened reported
      * tonight (WS-SRC-AVAIL) and whether it reported in full
      * (WS-SRC-CLOSABLE), from its open status and its step's
      * run-status record. A file that is simply not there
      * means the step never ran; any other open failure is
      * logged with return code 4.
       SOURCE-STATE-SECTION.
           MOVE 'N' TO WS-SRC-AVAIL.
           MOVE 'N' TO WS-SRC-CLOSABLE.
           IF WS-SOURCE-STATUS = "00"
               PERFORM LOOKUP-STEP-SECTION
               EVALUATE TRUE
                   WHEN WS-LOOK-STATUS = SPACES
                       MOVE 'Y' TO WS-SRC-AVAIL
                       MOVE 'Y' TO WS-SRC-CLOSABLE
                   WHEN WS-LOOK-STATUS = 'SKIPPED'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-SRC-AVAIL
                       IF WS-LOOK-RC < WS-RC-LIMIT
                           MOVE 'Y' TO WS-SRC-CLOSABLE
                       END-IF
               END-EVALUATE
           ELSE
               IF WS-SOURCE-STATUS NOT = "35"
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "EVENT SOURCE " WS-SOURCE-NAME
                       " OPEN FAILED, STATUS " WS-SOURCE-STATUS
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Tonight's status and return code for WS-LOOK-STEP;
      * status spaces when the step isn't in RUNSTAT.
       LOOKUP-STEP-SECTION.
           MOVE SPACES TO WS-LOOK-STATUS.
           MOVE 0 TO WS-LOOK-RC.
           IF WS-RST-COUNT > 0
               SET WS-RST-IDX TO 1
               SEARCH WS-RST-ENTRY
                   WHEN WS-RST-STEP(WS-RST-IDX) = WS-LOOK-STEP
                       MOVE WS-RST-STATUS(WS-RST-IDX)
                           TO WS-LOOK-STATUS
                       MOVE WS-RST-RC(WS-RST-IDX) TO WS-LOOK-RC
               END-SEARCH
           END-IF.

      * Applies any EVTPARM override to the condition in hand and
      * writes it to the work file, unless silenced with NONE.
       RAISE-CONDITION-SECTION.
           IF WS-EPM-COUNT > 0
               SET WS-EPM-IDX TO 1
               SEARCH WS-EPM-ENTRY
                   WHEN WS-EPM-SOURCE(WS-EPM-IDX) = WS-EVT-SOURCE
                       AND WS-EPM-CONDITION(WS-EPM-IDX)
                           = WS-EVT-CONDITION
                       MOVE WS-EPM-SEVERITY(WS-EPM-IDX)
                           TO WS-EVT-SEVERITY
                       MOVE WS-EPM-NOTIFY(WS-EPM-IDX)
                           TO WS-EVT-NOTIFY
               END-SEARCH
           END-IF.
           IF WS-EVT-NOTIFY = SPACES
               IF WS-EVT-SEVERITY = 'CRITICAL'
                   MOVE 'PAGE' TO WS-EVT-NOTIFY
               ELSE
                   MOVE 'TICKET' TO WS-EVT-NOTIFY
               END-IF
           END-IF.
           IF WS-EVT-SEVERITY NOT = 'NONE'
               MOVE WS-EVT-KEY      TO ECND-EVENT-KEY
               MOVE WS-EVT-SEVERITY TO ECND-SEVERITY
               MOVE WS-EVT-NOTIFY   TO ECND-NOTIFY
               MOVE WS-EVT-MESSAGE  TO ECND-MESSAGE
               WRITE COND-RECORD
               ADD 1 TO WS-RAISED-COUNT
           END-IF.

      *----------------------------------------------------------
      * Balance-line merge of tonight's conditions with the
      * open-event master.
      *----------------------------------------------------------

      * Reads the next sorted condition, skipping any repeat of
      * the key just read - one ticket per condition.
       READ-SORTED-SECTION.
           MOVE 'Y' TO WS-DUP-FLAG.
           PERFORM UNTIL WS-DUP-FLAG = 'N'
               READ SORTED-COND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SORTED
                       MOVE 'N' TO WS-DUP-FLAG
                   NOT AT END
                       IF ECSR-EVENT-KEY NOT = WS-CUR-KEY
                           MOVE ECSR-EVENT-KEY TO WS-CUR-KEY
                           MOVE 'N' TO WS-DUP-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       READ-OPEN-SECTION.
           READ OPEN-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-OPEN
               NOT AT END
                   MOVE EVOP-EVENT-KEY TO WS-OPEN-KEY
           END-READ.

      * A condition with no open event: opens a ticket.
       NEW-EVENT-SECTION.
           MOVE SPACES          TO EVENT-FEED-RECORD.
           MOVE 'OPEN'          TO EVTF-EVENT-TYPE.
           MOVE ECSR-SEVERITY   TO EVTF-SEVERITY.
           MOVE ECSR-NOTIFY     TO EVTF-NOTIFY.
           MOVE ECSR-EVENT-KEY  TO EVTF-EVENT-KEY.
           MOVE WS-RUN-DATE     TO EVTF-FIRST-DATE.
           MOVE 1               TO EVTF-NIGHTS.
           MOVE ECSR-MESSAGE    TO EVTF-MESSAGE.
           PERFORM WRITE-EVENT-SECTION.
           ADD 1 TO WS-OPENED-COUNT.

           MOVE ECSR-EVENT-KEY  TO EVNW-EVENT-KEY.
           MOVE ECSR-SEVERITY   TO EVNW-SEVERITY.
           MOVE ECSR-NOTIFY     TO EVNW-NOTIFY.
           MOVE WS-RUN-DATE     TO EVNW-FIRST-DATE.
           MOVE WS-RUN-DATE     TO EVNW-LAST-DATE.
           MOVE 1               TO EVNW-NIGHTS.
           MOVE ECSR-MESSAGE    TO EVNW-MESSAGE.
           WRITE OPEN-OUT-RECORD.
           PERFORM READ-SORTED-SECTION.

      * A condition already open: updates its ticket with
      * tonight's severity and message. A rerun on the same run
      * date doesn't count as another night.
       CONTINUED-EVENT-SECTION.
           MOVE EVOP-NIGHTS TO EVNW-NIGHTS.
           IF EVOP-LAST-DATE NOT = WS-RUN-DATE
               AND EVNW-NIGHTS < 99999
               ADD 1 TO EVNW-NIGHTS
           END-IF.
           MOVE ECSR-EVENT-KEY  TO EVNW-EVENT-KEY.
           MOVE ECSR-SEVERITY   TO EVNW-SEVERITY.
           MOVE ECSR-NOTIFY     TO EVNW-NOTIFY.
           MOVE EVOP-FIRST-DATE TO EVNW-FIRST-DATE.
           MOVE WS-RUN-DATE     TO EVNW-LAST-DATE.
           MOVE ECSR-MESSAGE    TO EVNW-MESSAGE.

           MOVE SPACES          TO EVENT-FEED-RECORD.
           MOVE 'UPDATE'        TO EVTF-EVENT-TYPE.
           MOVE ECSR-SEVERITY   TO EVTF-SEVERITY.
           MOVE ECSR-NOTIFY     TO EVTF-NOTIFY.
           MOVE ECSR-EVENT-KEY  TO EVTF-EVENT-KEY.
           MOVE EVOP-FIRST-DATE TO EVTF-FIRST-DATE.
           MOVE EVNW-NIGHTS     TO EVTF-NIGHTS.
           MOVE ECSR-MESSAGE    TO EVTF-MESSAGE.
           PERFORM WRITE-EVENT-SECTION.
           ADD 1 TO WS-UPDATED-COUNT.

           WRITE OPEN-OUT-RECORD.
           PERFORM READ-SORTED-SECTION.
           PERFORM READ-OPEN-SECTION.

      * An open event not raised tonight: closed when its source
      * reported in full, otherwise carried forward unchanged.
       CLEARED-EVENT-SECTION.
           MOVE 'N' TO WS-SRC-CLOSABLE.
           EVALUATE EVOP-SOURCE
               WHEN 'ALERTRPT'
                   MOVE WS-ALRT-CLOSABLE TO WS-SRC-CLOSABLE
               WHEN 'FCSTRPT'
                   MOVE WS-FCST-CLOSABLE TO WS-SRC-CLOSABLE
               WHEN 'ROWVRPT'
                   MOVE WS-RVFY-CLOSABLE TO WS-SRC-CLOSABLE
               WHEN 'AMTVRPT'
                   MOVE WS-AVFY-CLOSABLE TO WS-SRC-CLOSABLE
               WHEN 'GRNTEXCP'
                   MOVE WS-GEXC-CLOSABLE TO WS-SRC-CLOSABLE
               WHEN 'RUNSTAT'
                   MOVE EVOP-DETAIL(1:12) TO WS-LOOK-STEP
                   PERFORM LOOKUP-STEP-SECTION
                   IF WS-LOOK-STATUS = 'CLEAN'
                       OR WS-LOOK-STATUS = 'WARNING'
                       MOVE 'Y' TO WS-SRC-CLOSABLE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-SRC-CLOSABLE
           END-EVALUATE.

           IF WS-SRC-CLOSABLE = 'Y'
               MOVE SPACES          TO EVENT-FEED-RECORD
               MOVE 'CLOSE'         TO EVTF-EVENT-TYPE
               MOVE 'CLEAR'         TO EVTF-SEVERITY
               MOVE EVOP-NOTIFY     TO EVTF-NOTIFY
               MOVE EVOP-EVENT-KEY  TO EVTF-EVENT-KEY
               MOVE EVOP-FIRST-DATE TO EVTF-FIRST-DATE
               MOVE EVOP-NIGHTS     TO EVTF-NIGHTS
               STRING "CLEARED: " EVOP-MESSAGE
                   DELIMITED BY SIZE INTO EVTF-MESSAGE
                   ON OVERFLOW
                       CONTINUE
               END-STRING
               PERFORM WRITE-EVENT-SECTION
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE OPEN-EVENT-RECORD TO OPEN-OUT-RECORD
               WRITE OPEN-OUT-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
           PERFORM READ-OPEN-SECTION.

      * Stamps the event and names its object - schema.table, or
      * the step for a failed-step event - then writes it.
       WRITE-EVENT-SECTION.
           MOVE WS-CURRENT-DATE TO EVTF-EVENT-STAMP.
           IF EVTF-TABLE-NAME NOT = SPACES
               STRING FUNCTION TRIM(EVTF-SCHEMA-NAME) "."
                   FUNCTION TRIM(EVTF-TABLE-NAME)
                   DELIMITED BY SIZE INTO EVTF-OBJECT-NAME
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           ELSE
               MOVE EVTF-DETAIL TO EVTF-OBJECT-NAME
           END-IF.
           WRITE EVENT-FEED-RECORD.

      * Loads tonight's run-status records. No RUNSTAT (run on
      * its own outside the chain) just means no step events and
      * every source file present is trusted.
       LOAD-RUN-STATUS-SECTION.
           OPEN INPUT RUN-STATUS-FILE.
           IF WS-RUNSTAT-STATUS = "00"
               MOVE 'N' TO WS-EOF-SOURCE
               PERFORM UNTIL END-OF-SOURCE
                   READ RUN-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SOURCE
                       NOT AT END
                           IF WS-RST-COUNT < 100
                               ADD 1 TO WS-RST-COUNT
                               MOVE RSTA-STEP-NAME
                                   TO WS-RST-STEP(WS-RST-COUNT)
                               MOVE RSTA-STATUS
                                   TO WS-RST-STATUS(WS-RST-COUNT)
                               MOVE RSTA-RETURN-CODE
                                   TO WS-RST-RC(WS-RST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STATUS-FILE
           ELSE
               IF WS-RUNSTAT-STATUS NOT = "35"
                   MOVE "RUN-STATUS-FILE OPEN FAILED"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Loads the severity overrides; no EVTPARM means the
      * built-in severities throughout.
       READ-EVENT-PARM-SECTION.
           OPEN INPUT EVENT-PARM-FILE.
           IF WS-EVTPARM-STATUS = "00"
               PERFORM UNTIL END-OF-EVTPARM
                   READ EVENT-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-EVTPARM
                       NOT AT END
                           PERFORM LOAD-EVENT-PARM-SECTION
                   END-READ
               END-PERFORM
               CLOSE EVENT-PARM-FILE
           END-IF.

       LOAD-EVENT-PARM-SECTION.
           IF EVPM-SEVERITY NOT = 'CRITICAL'
               AND EVPM-SEVERITY NOT = 'MAJOR'
               AND EVPM-SEVERITY NOT = 'MINOR'
               AND EVPM-SEVERITY NOT = 'NONE'
               MOVE "INVALID EVTPARM SEVERITY, ENTRY SKIPPED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           ELSE
               IF WS-EPM-COUNT >= 100
                   MOVE "EVTPARM EXCEEDS 100 ENTRIES" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
               ELSE
                   ADD 1 TO WS-EPM-COUNT
                   MOVE EVPM-SOURCE    TO WS-EPM-SOURCE(WS-EPM-COUNT)
                   MOVE EVPM-CONDITION
                       TO WS-EPM-CONDITION(WS-EPM-COUNT)
                   MOVE EVPM-SEVERITY
                       TO WS-EPM-SEVERITY(WS-EPM-COUNT)
                   MOVE EVPM-NOTIFY    TO WS-EPM-NOTIFY(WS-EPM-COUNT)
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
           CLOSE SORTED-COND-FILE.
           CLOSE OPEN-IN-FILE.
           CLOSE OPEN-OUT-FILE.
           CLOSE EVENT-FEED-FILE.
           CLOSE ERROR-LOG-FILE.
