       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgRecon.

      * Unauthorized change detection. The drift report
      * (DRIFTRPT), column drift (COLDRIFT) and grant exceptions
      * (GRNTEXCP) say what changed overnight but not whether
      * anyone was allowed to change it; TabMaint's drift
      * acceptance only happens after the fact. This step
      * reconciles every one of the night's exceptions against
      * the approved-change calendar (CHGCAL) - ticket, schema,
      * table pattern, window, change type - and writes one
      * reconciliation line (CHGRECN) per exception:
      * AUTHORIZED with the covering ticket, OUTSIDE-WINDOW when
      * a ticket covers the table and type but no covering
      * window overlaps the span the change could have been
      * made in (the CHGRPARM look-back before this run), or
      * UNAUTHORIZED when no ticket covers it at all. Approved
      * changes whose window has closed without the change ever
      * surfacing are listed too, as NOSHOW - once, recorded in
      * the ticket disposition log (CHGSEEN) along with every
      * ticket a change was seen for, so a multi-night window
      * isn't reported missing after its change went in.
      *
      * Drift, column drift and grant exceptions stay in their
      * files night after night until TabMaint accepts them, but
      * a change is judged against the calendar only on the
      * night it first surfaces. Its verdict, ticket and window
      * go into CHGSEEN keyed by exception file, schema, table
      * and detail, and every later night repeats that verdict
      * rather than re-judging it against a look-back span the
      * change was never made in. Once the exception is gone
      * from a file that was read, the key is logged CLEARED, so
      * the same change made again later is judged afresh.
      *
      * RETURN-CODE: 4 when any change is OUTSIDE-WINDOW or
      * UNAUTHORIZED, a work table filled, or an exception file
      * or the disposition log is unavailable; 16 when the
      * report can't be opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-CAL-FILE ASSIGN TO "CHGCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGCAL-STATUS.
           SELECT CHGR-PARM-FILE ASSIGN TO "CHGRPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRPARM-STATUS.
           SELECT CHANGE-SEEN-FILE ASSIGN TO "CHGSEEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGSEEN-STATUS.
           SELECT DRIFT-RPT-FILE ASSIGN TO "DRIFTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DRIFTRPT-STATUS.
           SELECT COL-DRIFT-FILE ASSIGN TO "COLDRIFT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COLDRIFT-STATUS.
           SELECT GRANT-EXCP-FILE ASSIGN TO "GRNTEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRNTEXCP-STATUS.
           SELECT CHANGE-RECON-FILE ASSIGN TO "CHGRECN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRECN-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-CAL-FILE
           RECORDING MODE IS F.
       COPY CHGCAL.

       FD  CHGR-PARM-FILE
           RECORDING MODE IS F.
       COPY CHGRPARM.

       FD  CHANGE-SEEN-FILE
           RECORDING MODE IS F.
       COPY CHGSEEN.

       FD  DRIFT-RPT-FILE
           RECORDING MODE IS F.
       COPY DRIFTRPT.

       FD  COL-DRIFT-FILE
           RECORDING MODE IS F.
       COPY COLDRIFT.

       FD  GRANT-EXCP-FILE
           RECORDING MODE IS F.
       COPY GRNTEXCP.

       FD  CHANGE-RECON-FILE
           RECORDING MODE IS F.
       COPY CHGRECN.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.

       01  WS-CHGCAL-STATUS   PIC XX.
       01  WS-CHGRPARM-STATUS PIC XX.
       01  WS-CHGSEEN-STATUS  PIC XX.
       01  WS-DRIFTRPT-STATUS PIC XX.
       01  WS-COLDRIFT-STATUS PIC XX.
       01  WS-GRNTEXCP-STATUS PIC XX.
       01  WS-CHGRECN-STATUS  PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-RUN-DATE        PIC X(10).
       01  WS-ERR-MESSAGE     PIC X(80).

      * DSN column of the shared error-log record; this program
      * never connects anywhere, so it stamps its own name there.
       01  WS-ERR-SOURCE      PIC X(50) VALUE 'ChgRecon'.

       01  WS-LOOKBACK-HOURS  PIC 9(3) VALUE 24.

       01  WS-EOF-LOAD        PIC X VALUE 'N'.
           88  END-OF-LOAD        VALUE 'Y'.
       01  WS-EOF-EXCP        PIC X VALUE 'N'.
           88  END-OF-EXCP        VALUE 'Y'.
       01  WS-SEEN-OPEN       PIC X VALUE 'N'.

      * The approved-change calendar, windows converted to
      * minute numbers at load. Bounded at 2000 entries.
       01  WS-CAL-COUNT       PIC 9(5) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CAL-COUNT.
               10  WS-CAL-TICKET      PIC X(12).
               10  WS-CAL-SCHEMA      PIC X(64).
               10  WS-CAL-PATTERN     PIC X(100).
               10  WS-CAL-START-TEXT  PIC X(16).
               10  WS-CAL-END-TEXT    PIC X(16).
               10  WS-CAL-START-MIN   PIC S9(11) COMP.
               10  WS-CAL-END-MIN     PIC S9(11) COMP.
               10  WS-CAL-TYPE        PIC X(6).
       01  WS-CAL-SUB         PIC 9(5) COMP.

      * Tickets already dispositioned - from the log, plus
      * tonight's additions. Only tickets in tonight's calendar
      * are kept (no other can be matched or reported), so the
      * table never holds more than the calendar's 2000.
       01  WS-SEEN-COUNT      PIC 9(5) VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SEEN-COUNT
                   INDEXED BY WS-SEEN-IDX.
               10  WS-SEEN-TICKET     PIC X(12).
       01  WS-SEEN-FOUND      PIC X VALUE 'N'.
       01  WS-TICKET-IN-CAL   PIC X VALUE 'N'.
       01  WS-TICKET          PIC X(12).
       01  WS-DISPOSITION     PIC X(8).

      * Changes already judged on an earlier night and still
      * open - from the log, plus tonight's first sightings.
      * PRESENT marks the ones tonight's exception files still
      * carry. Bounded at 5000.
       01  WS-JDG-COUNT       PIC 9(5) VALUE 0.
       01  WS-JDG-TABLE.
           05  WS-JDG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-JDG-COUNT
                   INDEXED BY WS-JDG-IDX.
               10  WS-JDG-SOURCE      PIC X(8).
               10  WS-JDG-SCHEMA      PIC X(64).
               10  WS-JDG-TABLE-NAME  PIC X(100).
               10  WS-JDG-DETAIL      PIC X(100).
               10  WS-JDG-STATUS      PIC X(14).
               10  WS-JDG-TICKET      PIC X(12).
               10  WS-JDG-WIN-START   PIC X(16).
               10  WS-JDG-WIN-END     PIC X(16).
               10  WS-JDG-PRESENT     PIC X(1).
       01  WS-JDG-SUB         PIC 9(5) COMP.
       01  WS-JDG-FOUND       PIC X VALUE 'N'.
       01  WS-JDG-FULL        PIC X VALUE 'N'.

      * Set when that exception file was read tonight; only
      * then can a judged change missing from it be cleared.
       01  WS-DRIFT-READ      PIC X VALUE 'N'.
       01  WS-COLDRIFT-READ   PIC X VALUE 'N'.
       01  WS-GRNTEXCP-READ   PIC X VALUE 'N'.

      * Minute numbers: run time, and the start of the span a
      * change surfacing tonight could have been made in.
       01  WS-TS-IN           PIC X(16).
       01  WS-TS-MIN          PIC S9(11) COMP.
       01  WS-NOW-MIN         PIC S9(11) COMP.
       01  WS-SPAN-START-MIN  PIC S9(11) COMP.
       01  WS-DATE-TEXT       PIC X(8).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-DAY-INT         PIC S9(9) COMP.
       01  WS-HH-MI.
           05  WS-HH              PIC 9(2).
           05  WS-MI              PIC 9(2).

      * The change being judged.
       01  WS-CHG-SOURCE      PIC X(8).
       01  WS-CHG-TYPE        PIC X(6).
       01  WS-CHG-SCHEMA      PIC X(64).
       01  WS-CHG-TABLE       PIC X(100).
       01  WS-CHG-DETAIL      PIC X(100).
       01  WS-COVER-SUB       PIC 9(5) COMP.
       01  WS-WINDOW-SUB      PIC 9(5) COMP.
       01  WS-CAL-MATCHED     PIC X VALUE 'N'.
       01  WS-PAT-LEN         PIC S9(4) COMP.
       01  WS-PAT-LEN-1       PIC S9(4) COMP.
       01  WS-MATCH-NAME      PIC X(100).

       01  WS-CHANGE-COUNT    PIC 9(9) VALUE 0.
       01  WS-AUTH-COUNT      PIC 9(9) VALUE 0.
       01  WS-OUTSIDE-COUNT   PIC 9(9) VALUE 0.
       01  WS-UNAUTH-COUNT    PIC 9(9) VALUE 0.
       01  WS-NOSHOW-COUNT    PIC 9(9) VALUE 0.

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

           PERFORM READ-CHGR-PARM-SECTION.

           MOVE SPACES TO WS-TS-IN.
           STRING WS-RUN-DATE ' ' WS-CURRENT-DATE(9:2) ':'
               WS-CURRENT-DATE(11:2)
               DELIMITED BY SIZE INTO WS-TS-IN.
           PERFORM TS-TO-MIN-SECTION.
           MOVE WS-TS-MIN TO WS-NOW-MIN.
           COMPUTE WS-SPAN-START-MIN =
               WS-NOW-MIN - WS-LOOKBACK-HOURS * 60.

           PERFORM LOAD-CALENDAR-SECTION.
           PERFORM LOAD-SEEN-SECTION.

           OPEN OUTPUT CHANGE-RECON-FILE.
           IF WS-CHGRECN-STATUS NOT = "00"
               MOVE "CHANGE-RECON-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

      * Tonight's dispositions are appended as they are made.
           OPEN EXTEND CHANGE-SEEN-FILE.
           IF WS-CHGSEEN-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-SEEN-FILE
           END-IF.
           IF WS-CHGSEEN-STATUS = "00"
               MOVE 'Y' TO WS-SEEN-OPEN
           ELSE
               MOVE "CHANGE-SEEN-FILE OPEN FAILED, VERDICTS NOT KEPT"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM RECONCILE-DRIFT-SECTION.
           PERFORM RECONCILE-COLDRIFT-SECTION.
           PERFORM RECONCILE-GRNTEXCP-SECTION.
           PERFORM CLEAR-GONE-SECTION.
           PERFORM LIST-NOSHOW-SECTION.

           PERFORM CLOSE-FILES-SECTION.

           IF (WS-OUTSIDE-COUNT > 0 OR WS-UNAUTH-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. Changes: " WS-CHANGE-COUNT
               " authorized: " WS-AUTH-COUNT
               " outside window: " WS-OUTSIDE-COUNT
               " unauthorized: " WS-UNAUTH-COUNT
               " no-show: " WS-NOSHOW-COUNT.
           GOBACK.

      * Table-level drift: NEW is a CREATE, MISSING a DROP.
       RECONCILE-DRIFT-SECTION.
           MOVE 'N' TO WS-EOF-EXCP.
           OPEN INPUT DRIFT-RPT-FILE.
           IF WS-DRIFTRPT-STATUS = "00"
               MOVE 'Y' TO WS-DRIFT-READ
               PERFORM UNTIL END-OF-EXCP
                   READ DRIFT-RPT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-EXCP
                       NOT AT END
                           MOVE 'DRIFT' TO WS-CHG-SOURCE
                           IF DRFT-IS-NEW
                               MOVE 'CREATE' TO WS-CHG-TYPE
                           ELSE
                               MOVE 'DROP' TO WS-CHG-TYPE
                           END-IF
                           MOVE DRFT-SCHEMA-NAME TO WS-CHG-SCHEMA
                           MOVE DRFT-TABLE-NAME  TO WS-CHG-TABLE
                           MOVE SPACES TO WS-CHG-DETAIL
                           STRING "TABLE " DRFT-EXCEPTION-TYPE
                               DELIMITED BY SIZE INTO WS-CHG-DETAIL
                           PERFORM JUDGE-CHANGE-SECTION
                   END-READ
               END-PERFORM
               CLOSE DRIFT-RPT-FILE
           ELSE
               MOVE "NO DRIFTRPT FILE, TABLE DRIFT NOT RECONCILED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Column drift, any kind, is an ALTER. No COLDRIFT means
      * SchemaCmp had no prior copy to compare - nothing to do.
       RECONCILE-COLDRIFT-SECTION.
           MOVE 'N' TO WS-EOF-EXCP.
           OPEN INPUT COL-DRIFT-FILE.
           IF WS-COLDRIFT-STATUS = "00"
               MOVE 'Y' TO WS-COLDRIFT-READ
               PERFORM UNTIL END-OF-EXCP
                   READ COL-DRIFT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-EXCP
                       NOT AT END
                           MOVE 'COLDRIFT' TO WS-CHG-SOURCE
                           MOVE 'ALTER'    TO WS-CHG-TYPE
                           MOVE CDFT-SCHEMA-NAME TO WS-CHG-SCHEMA
                           MOVE CDFT-TABLE-NAME  TO WS-CHG-TABLE
                           MOVE SPACES TO WS-CHG-DETAIL
                           STRING FUNCTION TRIM(CDFT-EXCEPTION-TYPE)
                               " " FUNCTION TRIM(CDFT-COLUMN-NAME)
                               DELIMITED BY SIZE INTO WS-CHG-DETAIL
                               ON OVERFLOW
                                   CONTINUE
                           END-STRING
                           PERFORM JUDGE-CHANGE-SECTION
                   END-READ
               END-PERFORM
               CLOSE COL-DRIFT-FILE
           END-IF.

       RECONCILE-GRNTEXCP-SECTION.
           MOVE 'N' TO WS-EOF-EXCP.
           OPEN INPUT GRANT-EXCP-FILE.
           IF WS-GRNTEXCP-STATUS = "00"
               MOVE 'Y' TO WS-GRNTEXCP-READ
               PERFORM UNTIL END-OF-EXCP
                   READ GRANT-EXCP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-EXCP
                       NOT AT END
                           MOVE 'GRNTEXCP' TO WS-CHG-SOURCE
                           MOVE 'GRANT'    TO WS-CHG-TYPE
                           MOVE GEXC-SCHEMA-NAME TO WS-CHG-SCHEMA
                           MOVE GEXC-TABLE-NAME  TO WS-CHG-TABLE
                           MOVE SPACES TO WS-CHG-DETAIL
                           STRING FUNCTION TRIM(GEXC-GRANTEE)
                               " " FUNCTION TRIM(GEXC-PRIVILEGE)
                               DELIMITED BY SIZE INTO WS-CHG-DETAIL
                               ON OVERFLOW
                                   CONTINUE
                           END-STRING
                           PERFORM JUDGE-CHANGE-SECTION
                   END-READ
               END-PERFORM
               CLOSE GRANT-EXCP-FILE
           ELSE
               MOVE "NO GRNTEXCP FILE, GRANTS NOT RECONCILED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * A change already judged on an earlier night keeps that
      * night's verdict, ticket and window; only a change seen
      * for the first time is judged against the calendar, and
      * its verdict is logged for the nights after.
       JUDGE-CHANGE-SECTION.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE SPACES TO CHANGE-RECON-RECORD.
           MOVE WS-CHG-SOURCE TO CRCN-SOURCE.
           MOVE WS-CHG-TYPE   TO CRCN-CHANGE-TYPE.
           MOVE WS-CHG-SCHEMA TO CRCN-SCHEMA-NAME.
           MOVE WS-CHG-TABLE  TO CRCN-TABLE-NAME.
           MOVE WS-CHG-DETAIL TO CRCN-DETAIL.

           PERFORM FIND-JUDGED-SECTION.
           IF WS-JDG-FOUND = 'Y'
               MOVE 'Y' TO WS-JDG-PRESENT(WS-JDG-SUB)
               MOVE WS-JDG-STATUS(WS-JDG-SUB)    TO CRCN-STATUS
               MOVE WS-JDG-TICKET(WS-JDG-SUB)    TO CRCN-TICKET
               MOVE WS-JDG-WIN-START(WS-JDG-SUB) TO CRCN-WINDOW-START
               MOVE WS-JDG-WIN-END(WS-JDG-SUB)   TO CRCN-WINDOW-END
           ELSE
               PERFORM JUDGE-NEW-CHANGE-SECTION
               PERFORM RECORD-JUDGED-SECTION
           END-IF.

           EVALUATE TRUE
               WHEN CRCN-IS-AUTHORIZED
                   ADD 1 TO WS-AUTH-COUNT
               WHEN CRCN-IS-OUTSIDE
                   ADD 1 TO WS-OUTSIDE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNAUTH-COUNT
           END-EVALUATE.
           WRITE CHANGE-RECON-RECORD.

      * Walks the whole calendar for the change in hand: the
      * first entry covering schema, table and type is kept for
      * an OUTSIDE-WINDOW verdict, the first covering entry
      * whose window overlaps the look-back span authorizes it.
       JUDGE-NEW-CHANGE-SECTION.
           MOVE 0 TO WS-COVER-SUB WS-WINDOW-SUB.
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
                       OR WS-WINDOW-SUB > 0
               PERFORM MATCH-CALENDAR-SECTION
               IF WS-CAL-MATCHED = 'Y'
                   IF WS-COVER-SUB = 0
                       MOVE WS-CAL-SUB TO WS-COVER-SUB
                   END-IF
                   IF WS-CAL-START-MIN(WS-CAL-SUB) <= WS-NOW-MIN
                       AND WS-CAL-END-MIN(WS-CAL-SUB)
                           >= WS-SPAN-START-MIN
                       MOVE WS-CAL-SUB TO WS-WINDOW-SUB
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-WINDOW-SUB > 0
                   MOVE 'AUTHORIZED' TO CRCN-STATUS
                   MOVE WS-WINDOW-SUB TO WS-CAL-SUB
               WHEN WS-COVER-SUB > 0
                   MOVE 'OUTSIDE-WINDOW' TO CRCN-STATUS
                   MOVE WS-COVER-SUB TO WS-CAL-SUB
               WHEN OTHER
                   MOVE 'UNAUTHORIZED' TO CRCN-STATUS
                   MOVE 0 TO WS-CAL-SUB
           END-EVALUATE.
           IF WS-CAL-SUB > 0
               MOVE WS-CAL-TICKET(WS-CAL-SUB)     TO CRCN-TICKET
               MOVE WS-CAL-START-TEXT(WS-CAL-SUB) TO CRCN-WINDOW-START
               MOVE WS-CAL-END-TEXT(WS-CAL-SUB)   TO CRCN-WINDOW-END
               MOVE WS-CAL-TICKET(WS-CAL-SUB) TO WS-TICKET
               MOVE 'SEEN' TO WS-DISPOSITION
               PERFORM RECORD-TICKET-SECTION
           END-IF.

      * Looks up the change in hand among the judged changes;
      * WS-JDG-SUB is its entry when found.
       FIND-JUDGED-SECTION.
           MOVE 'N' TO WS-JDG-FOUND.
           IF WS-JDG-COUNT > 0
               SET WS-JDG-IDX TO 1
               SEARCH WS-JDG-ENTRY
                   WHEN WS-JDG-SOURCE(WS-JDG-IDX) = WS-CHG-SOURCE
                       AND WS-JDG-SCHEMA(WS-JDG-IDX) = WS-CHG-SCHEMA
                       AND WS-JDG-TABLE-NAME(WS-JDG-IDX)
                           = WS-CHG-TABLE
                       AND WS-JDG-DETAIL(WS-JDG-IDX) = WS-CHG-DETAIL
                       MOVE 'Y' TO WS-JDG-FOUND
                       SET WS-JDG-SUB TO WS-JDG-IDX
               END-SEARCH
           END-IF.

      * Adds the change just judged to the judged list and
      * appends its verdict to the log.
       RECORD-JUDGED-SECTION.
           IF WS-JDG-COUNT < 5000
               ADD 1 TO WS-JDG-COUNT
               MOVE WS-CHG-SOURCE TO WS-JDG-SOURCE(WS-JDG-COUNT)
               MOVE WS-CHG-SCHEMA TO WS-JDG-SCHEMA(WS-JDG-COUNT)
               MOVE WS-CHG-TABLE  TO WS-JDG-TABLE-NAME(WS-JDG-COUNT)
               MOVE WS-CHG-DETAIL TO WS-JDG-DETAIL(WS-JDG-COUNT)
               MOVE CRCN-STATUS   TO WS-JDG-STATUS(WS-JDG-COUNT)
               MOVE CRCN-TICKET   TO WS-JDG-TICKET(WS-JDG-COUNT)
               MOVE CRCN-WINDOW-START
                   TO WS-JDG-WIN-START(WS-JDG-COUNT)
               MOVE CRCN-WINDOW-END TO WS-JDG-WIN-END(WS-JDG-COUNT)
               MOVE 'Y' TO WS-JDG-PRESENT(WS-JDG-COUNT)
           ELSE
               MOVE "JUDGED CHANGE TABLE FULL (5000)"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-SEEN-OPEN = 'Y'
               MOVE SPACES TO CHANGE-SEEN-RECORD
               MOVE CRCN-TICKET       TO CSEN-TICKET
               MOVE WS-RUN-DATE       TO CSEN-RUN-DATE
               MOVE 'JUDGED'          TO CSEN-DISPOSITION
               MOVE WS-CHG-SOURCE     TO CSEN-SOURCE
               MOVE WS-CHG-SCHEMA     TO CSEN-SCHEMA-NAME
               MOVE WS-CHG-TABLE      TO CSEN-TABLE-NAME
               MOVE WS-CHG-DETAIL     TO CSEN-DETAIL
               MOVE CRCN-STATUS       TO CSEN-STATUS
               MOVE CRCN-WINDOW-START TO CSEN-WINDOW-START
               MOVE CRCN-WINDOW-END   TO CSEN-WINDOW-END
               WRITE CHANGE-SEEN-RECORD
           END-IF.

      * Judged changes no longer in their exception file have
      * been accepted or reverted; each is logged CLEARED so its
      * verdict is not carried into a later recurrence. A file
      * that couldn't be read tonight clears nothing.
       CLEAR-GONE-SECTION.
           IF WS-SEEN-OPEN = 'Y'
               PERFORM VARYING WS-JDG-SUB FROM 1 BY 1
                       UNTIL WS-JDG-SUB > WS-JDG-COUNT
                   IF WS-JDG-PRESENT(WS-JDG-SUB) = 'N'
                       AND ((WS-JDG-SOURCE(WS-JDG-SUB) = 'DRIFT'
                               AND WS-DRIFT-READ = 'Y')
                           OR (WS-JDG-SOURCE(WS-JDG-SUB) = 'COLDRIFT'
                               AND WS-COLDRIFT-READ = 'Y')
                           OR (WS-JDG-SOURCE(WS-JDG-SUB) = 'GRNTEXCP'
                               AND WS-GRNTEXCP-READ = 'Y'))
                       MOVE SPACES TO CHANGE-SEEN-RECORD
                       MOVE WS-RUN-DATE TO CSEN-RUN-DATE
                       MOVE 'CLEARED'   TO CSEN-DISPOSITION
                       MOVE WS-JDG-SOURCE(WS-JDG-SUB) TO CSEN-SOURCE
                       MOVE WS-JDG-SCHEMA(WS-JDG-SUB)
                           TO CSEN-SCHEMA-NAME
                       MOVE WS-JDG-TABLE-NAME(WS-JDG-SUB)
                           TO CSEN-TABLE-NAME
                       MOVE WS-JDG-DETAIL(WS-JDG-SUB) TO CSEN-DETAIL
                       WRITE CHANGE-SEEN-RECORD
                   END-IF
               END-PERFORM
           END-IF.

      * Does calendar entry WS-CAL-SUB cover the change in hand?
      * Type must agree (or the entry allow ANY), schema must be
      * the same or '%', and the table must match the pattern -
      * the same shapes as the batch extract's
      * FIND-CAP-LIMIT-SECTION.
       MATCH-CALENDAR-SECTION.
           MOVE 'N' TO WS-CAL-MATCHED.
           IF (WS-CAL-TYPE(WS-CAL-SUB) = WS-CHG-TYPE
                   OR WS-CAL-TYPE(WS-CAL-SUB) = 'ANY')
               AND (WS-CAL-SCHEMA(WS-CAL-SUB) = WS-CHG-SCHEMA
                   OR WS-CAL-SCHEMA(WS-CAL-SUB) = '%')
               MOVE WS-CHG-TABLE TO WS-MATCH-NAME
               MOVE FUNCTION LENGTH(FUNCTION TRIM
                   (WS-CAL-PATTERN(WS-CAL-SUB)))
                   TO WS-PAT-LEN
               EVALUATE TRUE
                   WHEN WS-CAL-PATTERN(WS-CAL-SUB) = '%'
                       MOVE 'Y' TO WS-CAL-MATCHED
                   WHEN WS-PAT-LEN > 1
                       AND WS-CAL-PATTERN(WS-CAL-SUB)
                           (WS-PAT-LEN:1) = '%'
                       COMPUTE WS-PAT-LEN-1 = WS-PAT-LEN - 1
                       IF WS-MATCH-NAME(1:WS-PAT-LEN-1)
                           = WS-CAL-PATTERN(WS-CAL-SUB)
                               (1:WS-PAT-LEN-1)
                           MOVE 'Y' TO WS-CAL-MATCHED
                       END-IF
                   WHEN WS-CAL-PATTERN(WS-CAL-SUB) = WS-MATCH-NAME
                       MOVE 'Y' TO WS-CAL-MATCHED
               END-EVALUATE
           END-IF.

      * Approved changes whose window closed before this run and
      * whose ticket no change ever surfaced for. Each is
      * reported once and logged NOSHOW so it isn't repeated.
       LIST-NOSHOW-SECTION.
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-END-MIN(WS-CAL-SUB) < WS-NOW-MIN
                   MOVE WS-CAL-TICKET(WS-CAL-SUB) TO WS-TICKET
                   PERFORM FIND-SEEN-SECTION
                   IF WS-SEEN-FOUND = 'N'
                       MOVE SPACES TO CHANGE-RECON-RECORD
                       MOVE 'NOSHOW' TO CRCN-STATUS
                       MOVE 'CHGCAL' TO CRCN-SOURCE
                       MOVE WS-CAL-TYPE(WS-CAL-SUB)
                           TO CRCN-CHANGE-TYPE
                       MOVE WS-CAL-SCHEMA(WS-CAL-SUB)
                           TO CRCN-SCHEMA-NAME
                       MOVE WS-CAL-PATTERN(WS-CAL-SUB)
                           TO CRCN-TABLE-NAME
                       MOVE "APPROVED CHANGE NEVER APPEARED"
                           TO CRCN-DETAIL
                       MOVE WS-TICKET TO CRCN-TICKET
                       MOVE WS-CAL-START-TEXT(WS-CAL-SUB)
                           TO CRCN-WINDOW-START
                       MOVE WS-CAL-END-TEXT(WS-CAL-SUB)
                           TO CRCN-WINDOW-END
                       WRITE CHANGE-RECON-RECORD
                       ADD 1 TO WS-NOSHOW-COUNT
                       MOVE 'NOSHOW' TO WS-DISPOSITION
                       PERFORM RECORD-TICKET-SECTION
                   END-IF
               END-IF
           END-PERFORM.

      * Adds WS-TICKET to the dispositioned list and appends it
      * to the log, unless it is already there.
       RECORD-TICKET-SECTION.
           PERFORM FIND-SEEN-SECTION.
           IF WS-SEEN-FOUND = 'N'
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-TICKET TO WS-SEEN-TICKET(WS-SEEN-COUNT)
               IF WS-SEEN-OPEN = 'Y'
                   MOVE SPACES         TO CHANGE-SEEN-RECORD
                   MOVE WS-TICKET      TO CSEN-TICKET
                   MOVE WS-RUN-DATE    TO CSEN-RUN-DATE
                   MOVE WS-DISPOSITION TO CSEN-DISPOSITION
                   WRITE CHANGE-SEEN-RECORD
               END-IF
           END-IF.

       FIND-SEEN-SECTION.
           MOVE 'N' TO WS-SEEN-FOUND.
           IF WS-SEEN-COUNT > 0
               SET WS-SEEN-IDX TO 1
               SEARCH WS-SEEN-ENTRY
                   WHEN WS-SEEN-TICKET(WS-SEEN-IDX) = WS-TICKET
                       MOVE 'Y' TO WS-SEEN-FOUND
               END-SEARCH
           END-IF.

      * Loads the calendar. An entry with an unreadable window
      * or an unknown change type can't be judged against, so
      * it is logged and skipped. No calendar at all leaves every
      * change UNAUTHORIZED - which is exactly what it is.
       LOAD-CALENDAR-SECTION.
           MOVE 'N' TO WS-EOF-LOAD.
           OPEN INPUT CHANGE-CAL-FILE.
           IF WS-CHGCAL-STATUS = "00"
               PERFORM UNTIL END-OF-LOAD
                   READ CHANGE-CAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-LOAD
                       NOT AT END
                           PERFORM LOAD-CAL-ENTRY-SECTION
                   END-READ
               END-PERFORM
               CLOSE CHANGE-CAL-FILE
           ELSE
               MOVE "NO CHGCAL FILE, NO CHANGE IS AUTHORIZED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           END-IF.

       LOAD-CAL-ENTRY-SECTION.
           IF NOT (CCAL-IS-CREATE OR CCAL-IS-DROP OR CCAL-IS-ALTER
                   OR CCAL-IS-GRANT OR CCAL-IS-ANY)
               OR CCAL-TICKET = SPACES
               MOVE "INVALID CHGCAL TICKET/TYPE, ENTRY SKIPPED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
           ELSE
               IF WS-CAL-COUNT >= 2000
                   MOVE "CHGCAL EXCEEDS 2000 ENTRIES" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE 'Y' TO WS-EOF-LOAD
               ELSE
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CCAL-WINDOW-START TO WS-TS-IN
                   PERFORM TS-TO-MIN-SECTION
                   MOVE WS-TS-MIN TO WS-CAL-START-MIN(WS-CAL-COUNT)
                   MOVE CCAL-WINDOW-END TO WS-TS-IN
                   PERFORM TS-TO-MIN-SECTION
                   MOVE WS-TS-MIN TO WS-CAL-END-MIN(WS-CAL-COUNT)
                   IF WS-CAL-START-MIN(WS-CAL-COUNT) = 0
                       OR WS-CAL-END-MIN(WS-CAL-COUNT) = 0
                       OR WS-CAL-END-MIN(WS-CAL-COUNT)
                           < WS-CAL-START-MIN(WS-CAL-COUNT)
                       SUBTRACT 1 FROM WS-CAL-COUNT
                       MOVE "INVALID CHGCAL WINDOW, ENTRY SKIPPED"
                           TO WS-ERR-MESSAGE
                       PERFORM LOG-ERROR-SECTION
                   ELSE
                       MOVE CCAL-TICKET
                           TO WS-CAL-TICKET(WS-CAL-COUNT)
                       MOVE CCAL-SCHEMA-NAME
                           TO WS-CAL-SCHEMA(WS-CAL-COUNT)
                       MOVE CCAL-TABLE-PATTERN
                           TO WS-CAL-PATTERN(WS-CAL-COUNT)
                       MOVE CCAL-WINDOW-START
                           TO WS-CAL-START-TEXT(WS-CAL-COUNT)
                       MOVE CCAL-WINDOW-END
                           TO WS-CAL-END-TEXT(WS-CAL-COUNT)
                       MOVE CCAL-CHANGE-TYPE
                           TO WS-CAL-TYPE(WS-CAL-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Loads every ticket already dispositioned and every change
      * already judged on an earlier night, replaying the log in
      * order so a CLEARED line drops the verdict before it. No
      * log yet is a first run. A full judged-change table is
      * logged once and the rest of the log still read.
       LOAD-SEEN-SECTION.
           MOVE 'N' TO WS-EOF-LOAD.
           OPEN INPUT CHANGE-SEEN-FILE.
           IF WS-CHGSEEN-STATUS = "00"
               PERFORM UNTIL END-OF-LOAD
                   READ CHANGE-SEEN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-LOAD
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CSEN-IS-JUDGED
                                   PERFORM LOAD-JUDGED-SECTION
                               WHEN CSEN-IS-CLEARED
                                   PERFORM DROP-JUDGED-SECTION
                               WHEN OTHER
                                   PERFORM LOAD-TICKET-SECTION
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-SEEN-FILE
           END-IF.

      * A logged ticket no longer in the calendar can't be
      * matched or reported NOSHOW again, so it isn't kept - the
      * log grows forever but the list only tracks the calendar.
       LOAD-TICKET-SECTION.
           MOVE CSEN-TICKET TO WS-TICKET.
           MOVE 'N' TO WS-TICKET-IN-CAL.
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
                      OR WS-TICKET-IN-CAL = 'Y'
               IF WS-CAL-TICKET(WS-CAL-SUB) = WS-TICKET
                   MOVE 'Y' TO WS-TICKET-IN-CAL
               END-IF
           END-PERFORM.
           IF WS-TICKET-IN-CAL = 'Y'
               PERFORM FIND-SEEN-SECTION
               IF WS-SEEN-FOUND = 'N'
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE WS-TICKET TO WS-SEEN-TICKET(WS-SEEN-COUNT)
               END-IF
           END-IF.

      * The first verdict logged for a change stands; a repeat
      * of the same key before it is cleared is ignored.
       LOAD-JUDGED-SECTION.
           MOVE CSEN-SOURCE      TO WS-CHG-SOURCE.
           MOVE CSEN-SCHEMA-NAME TO WS-CHG-SCHEMA.
           MOVE CSEN-TABLE-NAME  TO WS-CHG-TABLE.
           MOVE CSEN-DETAIL      TO WS-CHG-DETAIL.
           PERFORM FIND-JUDGED-SECTION.
           IF WS-JDG-FOUND = 'N'
               IF WS-JDG-COUNT < 5000
                   ADD 1 TO WS-JDG-COUNT
                   MOVE CSEN-SOURCE TO WS-JDG-SOURCE(WS-JDG-COUNT)
                   MOVE CSEN-SCHEMA-NAME
                       TO WS-JDG-SCHEMA(WS-JDG-COUNT)
                   MOVE CSEN-TABLE-NAME
                       TO WS-JDG-TABLE-NAME(WS-JDG-COUNT)
                   MOVE CSEN-DETAIL TO WS-JDG-DETAIL(WS-JDG-COUNT)
                   MOVE CSEN-STATUS TO WS-JDG-STATUS(WS-JDG-COUNT)
                   MOVE CSEN-TICKET TO WS-JDG-TICKET(WS-JDG-COUNT)
                   MOVE CSEN-WINDOW-START
                       TO WS-JDG-WIN-START(WS-JDG-COUNT)
                   MOVE CSEN-WINDOW-END
                       TO WS-JDG-WIN-END(WS-JDG-COUNT)
                   MOVE 'N' TO WS-JDG-PRESENT(WS-JDG-COUNT)
               ELSE
                   IF WS-JDG-FULL = 'N'
                       MOVE 'Y' TO WS-JDG-FULL
                       MOVE "JUDGED CHANGE TABLE FULL (5000)"
                           TO WS-ERR-MESSAGE
                       PERFORM LOG-ERROR-SECTION
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Drops a cleared change by moving the last entry into its
      * place; the judged list is searched, never ordered.
       DROP-JUDGED-SECTION.
           MOVE CSEN-SOURCE      TO WS-CHG-SOURCE.
           MOVE CSEN-SCHEMA-NAME TO WS-CHG-SCHEMA.
           MOVE CSEN-TABLE-NAME  TO WS-CHG-TABLE.
           MOVE CSEN-DETAIL      TO WS-CHG-DETAIL.
           PERFORM FIND-JUDGED-SECTION.
           IF WS-JDG-FOUND = 'Y'
               IF WS-JDG-SUB < WS-JDG-COUNT
                   MOVE WS-JDG-ENTRY(WS-JDG-COUNT)
                       TO WS-JDG-ENTRY(WS-JDG-SUB)
               END-IF
               SUBTRACT 1 FROM WS-JDG-COUNT
           END-IF.

      * Loads the look-back; a non-numeric or zero value keeps
      * the default with an error logged.
       READ-CHGR-PARM-SECTION.
           OPEN INPUT CHGR-PARM-FILE.
           IF WS-CHGRPARM-STATUS = "00"
               READ CHGR-PARM-FILE
                   NOT AT END
                       IF CHGR-LOOKBACK-HOURS IS NUMERIC
                           AND CHGR-LOOKBACK-HOURS > 0
                           MOVE CHGR-LOOKBACK-HOURS
                               TO WS-LOOKBACK-HOURS
                       ELSE
                           MOVE "INVALID LOOKBACK-HOURS, DEFAULT KEPT"
                               TO WS-ERR-MESSAGE
                           PERFORM LOG-ERROR-SECTION
                       END-IF
               END-READ
               CLOSE CHGR-PARM-FILE
           END-IF.

      * YYYY-MM-DD HH:MM to a minute number (day number times
      * 1440 plus minutes into the day); 0 when unreadable.
       TS-TO-MIN-SECTION.
           MOVE 0 TO WS-TS-MIN.
           MOVE SPACES TO WS-DATE-TEXT.
           STRING WS-TS-IN(1:4) WS-TS-IN(6:2) WS-TS-IN(9:2)
               DELIMITED BY SIZE INTO WS-DATE-TEXT.
           MOVE WS-TS-IN(12:2) TO WS-HH-MI(1:2).
           MOVE WS-TS-IN(15:2) TO WS-HH-MI(3:2).
           IF WS-DATE-TEXT IS NUMERIC AND WS-HH-MI IS NUMERIC
               AND WS-TS-IN(5:1) = '-' AND WS-TS-IN(8:1) = '-'
               AND WS-TS-IN(14:1) = ':'
               AND WS-HH < 24 AND WS-MI < 60
               AND WS-DATE-TEXT(5:2) >= '01'
               AND WS-DATE-TEXT(5:2) <= '12'
               AND WS-DATE-TEXT(7:2) >= '01'
               AND WS-DATE-TEXT(7:2) <= '31'
               MOVE WS-DATE-TEXT TO WS-DATE-NUM
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-DAY-INT > 0
                   COMPUTE WS-TS-MIN =
                       WS-DAY-INT * 1440 + WS-HH * 60 + WS-MI
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
           CLOSE CHANGE-RECON-FILE.
           CLOSE CHANGE-SEEN-FILE.
           CLOSE ERROR-LOG-FILE.
